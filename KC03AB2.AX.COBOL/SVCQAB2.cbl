       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  SVCQAB2.
      *
      *****************************************************************
      * SERVICE CONTRACT INQUIRY.  THE OPERATOR KEYS A CONTRACT ID AND
      * THE CONTRACT SHOWS OFF SVCAB2 - CUSTOMER, PLAN, FREQUENCY,
      * DATES, STATUS AND NEXT BILL DATE - WITH ITS BILLING HISTORY
      * OFF SVHAB2 BELOW: ONE LINE PER INVOICE SVCBLB2 HAS RAISED,
      * THE PERIOD IT COVERED, ITS AMOUNT AND TAX, AND THE CONTRACT'S
      * BILLED-TO-DATE TOTAL AT THE FOOT.  A CONTRACT WITH MORE THAN
      * TWELVE CYCLES SHOWS THE MOST RECENT TWELVE.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  SVC-OPEN                PIC X VALUE 'N'.
           02  SVC-OPEN-STATUS         PIC S9(8) COMP.
           02  SVC-ENABLE-STATUS       PIC S9(8) COMP.
           02  SVH-OPEN                PIC X VALUE 'N'.
           02  SVH-OPEN-STATUS         PIC S9(8) COMP.
           02  SVH-ENABLE-STATUS       PIC S9(8) COMP.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  SVH-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  SVH-BROWSE-EOF                     VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X(01).
               88  SEND-ERASE                         VALUE '1'.
               88  SEND-DATAONLY                      VALUE '2'.
               88  SEND-DATAONLY-ALARM                VALUE '3'.
      *
       01  WORK-FIELDS.
      *
           05  LINE-SUB                PIC S9(03)  COMP-3  VALUE ZERO.
           05  SHIFT-SUB               PIC S9(03)  COMP-3  VALUE ZERO.
           05  WS-CYCLE-COUNT          PIC S9(05)  COMP-3  VALUE ZERO.
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-SVC-ENTRY                  VALUE '1'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       COPY SVCCON.
      *
       COPY SVCHIST.
      *
       COPY CUSTMAS.
      *
       COPY SVCSAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY SIGNCTX.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(37).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CONTRACT-INQUIRY.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 36
                   MOVE DFHCOMMAREA TO SIGNON-CONTEXT
               WHEN EIBCALEN > ZERO
                   MOVE DFHCOMMAREA TO COMMUNICATION-AREA
                   MOVE CA-SIGNON-CONTEXT TO SIGNON-CONTEXT
           END-EVALUATE.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO OR EIBCALEN = 36
                   MOVE LOW-VALUE TO COMMUNICATION-AREA
                   MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT
                   SET PROCESS-SVC-ENTRY TO TRUE
                   PERFORM 1450-RESET-INQUIRY-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1450-RESET-INQUIRY-SCREEN
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('UUMENAB2')
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-SHOW-CONTRACT
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO SVCMAP1
                   MOVE 'Invalid key pressed.' TO SVC-D-MESSAGE
                   MOVE -1 TO SVC-L-CONTRACT
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-INQUIRY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('SVAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-SHOW-CONTRACT.
      *
           PERFORM 1100-RECEIVE-INQUIRY-MAP.
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF        SVC-L-CONTRACT = ZERO
                  OR SVC-D-CONTRACT = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a contract ID.'
                   TO SVC-D-MESSAGE
           ELSE
               PERFORM 1200-READ-CONTRACT
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1210-READ-CUSTOMER-NAME
               PERFORM 1300-LIST-BILLING-HISTORY
               MOVE 'Type another contract ID, or F3 to exit.'
                   TO SVC-D-INSTR
               MOVE -1 TO SVC-L-CONTRACT
               SET SEND-DATAONLY TO TRUE
           ELSE
               PERFORM 1250-CLEAR-CONTRACT-FIELDS
               MOVE ATTR-REVERSE TO SVC-H-CONTRACT
               MOVE -1 TO SVC-L-CONTRACT
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-INQUIRY-MAP.
      *
       1100-RECEIVE-INQUIRY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('SVCMAB2')
                       MAPSET('SVCSAB2')
                       INTO(SVCMAP1)
           END-EXEC.
      *
           INSPECT SVCMAP1
                REPLACING ALL '_' BY SPACE.
      *
       1200-READ-CONTRACT.
      *
           PERFORM 6000-OPEN-SVC-FILE.
      *
           EXEC CICS
               READ FILE('SVCAB2')
                    INTO(SERVICE-CONTRACT-RECORD)
                    RIDFLD(SVC-D-CONTRACT)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE SVC-CUSTOMER-NUMBER TO SVC-D-CUSTNO
                   MOVE SVC-DESCRIPTION     TO SVC-D-DESC
                   MOVE SVC-BILL-FREQUENCY  TO SVC-D-FREQ
                   MOVE SVC-STATUS          TO SVC-D-STATUS
                   MOVE SVC-START-DATE      TO SVC-D-START
                   MOVE SVC-END-DATE        TO SVC-D-END
                   MOVE SVC-NEXT-BILL-DATE  TO SVC-D-NEXTBILL
                   MOVE SVC-BILLED-TO-DATE  TO SVC-D-BILLED
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That contract is not on file.'
                       TO SVC-D-MESSAGE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1210-READ-CUSTOMER-NAME.
      *
           PERFORM 6200-OPEN-CMF-FILE.
      *
           EXEC CICS
               READ FILE('CMFAB2')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(SVC-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE CM-LAST-NAME TO SVC-D-CUSTNAME
               WHEN DFHRESP(NOTFND)
                   MOVE 'CUSTOMER NOT ON FILE' TO SVC-D-CUSTNAME
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1250-CLEAR-CONTRACT-FIELDS.
      *
           MOVE SPACE TO SVC-D-CUSTNO
                         SVC-D-CUSTNAME
                         SVC-D-DESC
                         SVC-D-FREQ
                         SVC-D-STATUS
                         SVC-D-START
                         SVC-D-END
                         SVC-D-NEXTBILL.
           MOVE ZERO  TO SVC-D-BILLED.
           PERFORM 1260-CLEAR-HISTORY-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 12.
      *
       1260-CLEAR-HISTORY-LINE.
      *
           MOVE SPACE TO SVC-D-INVNO(LINE-SUB)
                         SVC-D-BILLDATE(LINE-SUB)
                         SVC-D-FROM(LINE-SUB)
                         SVC-D-THRU(LINE-SUB).
           MOVE ZERO  TO SVC-D-AMOUNT(LINE-SUB)
                         SVC-D-TAX(LINE-SUB).
      *
      *****************************************************************
      *    THE HISTORY BROWSES OLDEST FIRST; ONCE THE SCREEN IS FULL
      *    EACH FURTHER CYCLE PUSHES THE OLDEST LINE OFF THE TOP, SO
      *    THE SCREEN ENDS ON THE MOST RECENT TWELVE.
      *****************************************************************
       1300-LIST-BILLING-HISTORY.
      *
           PERFORM 6100-OPEN-SVH-FILE.
      *
           PERFORM 1260-CLEAR-HISTORY-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 12.
      *
           MOVE ZERO TO LINE-SUB
                        WS-CYCLE-COUNT.
           MOVE 'N'  TO SVH-BROWSE-EOF-SW.
           MOVE SVC-CONTRACT-ID TO SVH-CONTRACT-ID.
           MOVE ZERO            TO SVH-INVOICE-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('SVHAB2')
                       RIDFLD(SVH-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO SVH-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 1310-READ-NEXT-CYCLE
               UNTIL SVH-BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('SVHAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-CYCLE-COUNT = ZERO
                   MOVE 'No billing history on file for that contract.'
                       TO SVC-D-MESSAGE
               WHEN WS-CYCLE-COUNT > 12
                   MOVE 'Showing the twelve most recent cycles.'
                       TO SVC-D-MESSAGE
               WHEN OTHER
                   MOVE SPACE TO SVC-D-MESSAGE
           END-EVALUATE.
      *
       1310-READ-NEXT-CYCLE.
      *
           EXEC CICS
               READNEXT FILE('SVHAB2')
                        INTO(SERVICE-HISTORY-RECORD)
                        RIDFLD(SVH-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO SVH-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SVH-CONTRACT-ID NOT = SVC-CONTRACT-ID
                   MOVE 'Y' TO SVH-BROWSE-EOF-SW
               WHEN OTHER
                   ADD 1 TO WS-CYCLE-COUNT
                   IF LINE-SUB < 12
                       ADD 1 TO LINE-SUB
                   ELSE
                       PERFORM 1320-SHIFT-HISTORY-LINE
                           VARYING SHIFT-SUB FROM 1 BY 1
                             UNTIL SHIFT-SUB > 11
                   END-IF
                   MOVE SVH-INVOICE-NUMBER TO SVC-D-INVNO(LINE-SUB)
                   MOVE SVH-BILL-DATE      TO SVC-D-BILLDATE(LINE-SUB)
                   MOVE SVH-PERIOD-START   TO SVC-D-FROM(LINE-SUB)
                   MOVE SVH-PERIOD-END     TO SVC-D-THRU(LINE-SUB)
                   MOVE SVH-AMOUNT         TO SVC-D-AMOUNT(LINE-SUB)
                   MOVE SVH-TAX-AMOUNT     TO SVC-D-TAX(LINE-SUB)
           END-EVALUATE.
      *
       1320-SHIFT-HISTORY-LINE.
      *
           MOVE SVC-HIST-LINE(SHIFT-SUB + 1)
               TO SVC-HIST-LINE(SHIFT-SUB).
      *
       1400-SEND-INQUIRY-MAP.
      *
           MOVE 'SVAB' TO SVC-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('SVCMAB2')
                            MAPSET('SVCSAB2')
                            FROM(SVCMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('SVCMAB2')
                            MAPSET('SVCSAB2')
                            FROM(SVCMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('SVCMAB2')
                            MAPSET('SVCSAB2')
                            FROM(SVCMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-INQUIRY-SCREEN.
      *
           MOVE LOW-VALUE TO SVCMAP1.
           MOVE 'Type a contract ID.  Then press Enter.'
               TO SVC-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO SVC-D-FKEY.
           MOVE -1 TO SVC-L-CONTRACT.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-INQUIRY-MAP.
      *
       6000-OPEN-SVC-FILE.
      *
           EXEC CICS
               INQUIRE FILE('SVCAB2')
                   OPENSTATUS(SVC-OPEN-STATUS)
                   ENABLESTATUS(SVC-ENABLE-STATUS)
           END-EXEC.
      *
           IF SVC-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('SVCAB2') OPEN
               END-EXEC
               MOVE 'Y' TO SVC-OPEN
           ELSE IF SVC-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('148')
               END-EXEC
           END-IF.
      *
       6100-OPEN-SVH-FILE.
      *
           EXEC CICS
               INQUIRE FILE('SVHAB2')
                   OPENSTATUS(SVH-OPEN-STATUS)
                   ENABLESTATUS(SVH-ENABLE-STATUS)
           END-EXEC.
      *
           IF SVH-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('SVHAB2') OPEN
               END-EXEC
               MOVE 'Y' TO SVH-OPEN
           ELSE IF SVH-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('149')
               END-EXEC
           END-IF.
      *
       6200-OPEN-CMF-FILE.
      *
           EXEC CICS
               INQUIRE FILE('CMFAB2')
                   OPENSTATUS(CMF-OPEN-STATUS)
                   ENABLESTATUS(CMF-ENABLE-STATUS)
           END-EXEC.
      *
           IF CMF-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CMFAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CMF-OPEN
           ELSE IF CMF-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('001')
               END-EXEC
           END-IF.
      *
       9999-TERMINATE-PROGRAM.
      *
           MOVE EIBRESP  TO ERR-RESP.
           MOVE EIBRESP2 TO ERR-RESP2.
           MOVE EIBTRNID TO ERR-TRNID.
           MOVE EIBRSRCE TO ERR-RSRCE.
      *
           EXEC CICS
               XCTL PROGRAM('SYSERR')
                    COMMAREA(ERROR-PARAMETERS)
           END-EXEC.
