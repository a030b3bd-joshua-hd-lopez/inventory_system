       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  DCEAB2.
      *
      *****************************************************************
      * CASH DRAWER COUNT ENTRY.  AT THE END OF THE SHIFT THE
      * SUPERVISOR COUNTS EACH COUNTER OPERATOR'S DRAWER AND KEYS THE
      * BRANCH, THE OPERATOR (BLANK MEANS THE ONE SIGNED ON), THE
      * FLOAT THE DRAWER STARTED WITH, THE CASH COUNTED IN IT (FLOAT
      * INCLUDED), AND THE CHECKS BY TOTAL AND NUMBER.  THE COUNT IS
      * FOR THE CURRENT PROCESSING DATE ON DAYAB2 AND GOES TO DCTAB2;
      * COUNTING THE SAME DRAWER AGAIN REPLACES THE EARLIER FIGURES.
      * DRWRPB2 BALANCES THE COUNTS AGAINST THE DAY'S COUNTER SALES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  DCT-OPEN                PIC X VALUE 'N'.
           02  DCT-OPEN-STATUS         PIC S9(8) COMP.
           02  DCT-ENABLE-STATUS       PIC S9(8) COMP.
           02  WRH-OPEN                PIC X VALUE 'N'.
           02  WRH-OPEN-STATUS         PIC S9(8) COMP.
           02  WRH-ENABLE-STATUS       PIC S9(8) COMP.
           02  DAY-OPEN                PIC X VALUE 'N'.
           02  DAY-OPEN-STATUS         PIC S9(8) COMP.
           02  DAY-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
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
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  WS-COUNT-DATE           PIC X(08).
           05  WS-COUNT-DATE-R REDEFINES WS-COUNT-DATE.
               10  WS-COUNT-MM         PIC X(02).
               10  WS-COUNT-DD         PIC X(02).
               10  WS-COUNT-YYYY       PIC X(04).
           05  WS-OPERATOR             PIC X(04).
           05  WS-FLOAT-AMOUNT         PIC S9(07)V99.
           05  WS-CASH-AMOUNT          PIC S9(07)V99.
           05  WS-CHECKS-AMOUNT        PIC S9(07)V99.
           05  WS-CHECK-COUNT          PIC S9(05).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-ENTRY                      VALUE '1'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       COPY DRWCNT.
      *
       COPY WHSMAST.
      *
       COPY DAYCTL.
      *
       COPY DCESAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY SUBWS.
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
       0000-PROCESS-DRAWER-COUNT.
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
                   SET PROCESS-ENTRY TO TRUE
                   PERFORM 1450-RESET-DRAWER-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1450-RESET-DRAWER-SCREEN
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
                   PERFORM 1000-PROCESS-DRAWER-SCREEN
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO DCEMAP1
                   MOVE 'Invalid key pressed.' TO DCE-D-MESSAGE
                   MOVE -1 TO DCE-L-BRANCH
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-DRAWER-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('DCAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-DRAWER-SCREEN.
      *
           PERFORM 1100-RECEIVE-DRAWER-MAP.
           PERFORM 1200-EDIT-DRAWER-DATA.
      *
           IF VALID-DATA
               PERFORM 2000-RECORD-DRAWER-COUNT
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-DRAWER-MAP
           END-IF.
      *
       1100-RECEIVE-DRAWER-MAP.
      *
           EXEC CICS
               RECEIVE MAP('DCEMAB2')
                       MAPSET('DCESAB2')
                       INTO(DCEMAP1)
           END-EXEC.
      *
           INSPECT DCEMAP1
                REPLACING ALL '_' BY SPACE.
      *
      *****************************************************************
      * A BLANK FLOAT, CHECK TOTAL OR CHECK COUNT IS ZERO.  THE CASH
      * COUNT MUST BE KEYED (0 IS LEGAL).  CHECKS COUNTED MUST COME
      * WITH HOW MANY THERE WERE.
      *****************************************************************
       1200-EDIT-DRAWER-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO DCE-H-BRANCH
                                     DCE-H-OPER
                                     DCE-H-FLOAT
                                     DCE-H-CASH
                                     DCE-H-CHECKS
                                     DCE-H-CHKCNT.
           MOVE ZERO TO WS-FLOAT-AMOUNT
                        WS-CASH-AMOUNT
                        WS-CHECKS-AMOUNT
                        WS-CHECK-COUNT.
      *
           IF        DCE-L-CHKCNT > ZERO
                 AND DCE-D-CHKCNT-ALPHA NOT = SPACE
               MOVE DCE-D-CHKCNT-ALPHA TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               IF INT-VALID-NUMBER AND INT-EDITED-NUMBER < 1000
                   MOVE INT-EDITED-NUMBER TO WS-CHECK-COUNT
               ELSE
                   MOVE ATTR-REVERSE TO DCE-H-CHKCNT
                   MOVE -1 TO DCE-L-CHKCNT
                   MOVE 'Number of checks must be numeric, 0 to 999.'
                       TO DCE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF        DCE-L-CHECKS > ZERO
                 AND DCE-D-CHECKS-ALPHA NOT = SPACE
               MOVE DCE-D-CHECKS-ALPHA TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               IF NUM-VALID-NUMBER
                   MOVE NUM-EDITED-NUMBER TO WS-CHECKS-AMOUNT
               ELSE
                   MOVE ATTR-REVERSE TO DCE-H-CHECKS
                   MOVE -1 TO DCE-L-CHECKS
                   MOVE 'Checks counted must be numeric.'
                       TO DCE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF        VALID-DATA
                 AND WS-CHECKS-AMOUNT > ZERO
                 AND WS-CHECK-COUNT = ZERO
               MOVE ATTR-REVERSE TO DCE-H-CHKCNT
               MOVE -1 TO DCE-L-CHKCNT
               MOVE 'Enter how many checks are in the drawer.'
                   TO DCE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF        DCE-L-CASH = ZERO
                  OR DCE-D-CASH-ALPHA = SPACE
               MOVE ATTR-REVERSE TO DCE-H-CASH
               MOVE -1 TO DCE-L-CASH
               MOVE 'You must enter the cash counted (0 is legal).'
                   TO DCE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE DCE-D-CASH-ALPHA TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               IF NUM-VALID-NUMBER
                   MOVE NUM-EDITED-NUMBER TO WS-CASH-AMOUNT
               ELSE
                   MOVE ATTR-REVERSE TO DCE-H-CASH
                   MOVE -1 TO DCE-L-CASH
                   MOVE 'Cash counted must be numeric.'
                       TO DCE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF        DCE-L-FLOAT > ZERO
                 AND DCE-D-FLOAT-ALPHA NOT = SPACE
               MOVE DCE-D-FLOAT-ALPHA TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               IF NUM-VALID-NUMBER
                   MOVE NUM-EDITED-NUMBER TO WS-FLOAT-AMOUNT
               ELSE
                   MOVE ATTR-REVERSE TO DCE-H-FLOAT
                   MOVE -1 TO DCE-L-FLOAT
                   MOVE 'Opening float must be numeric.'
                       TO DCE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF        DCE-L-OPER = ZERO
                  OR DCE-D-OPER = SPACE
               MOVE SC-OPERATOR-ID TO WS-OPERATOR
           ELSE
               MOVE DCE-D-OPER TO WS-OPERATOR
           END-IF.
      *
           IF        DCE-L-BRANCH = ZERO
                  OR DCE-D-BRANCH = SPACE
               MOVE ATTR-REVERSE TO DCE-H-BRANCH
               MOVE -1 TO DCE-L-BRANCH
               MOVE 'You must enter the branch.' TO DCE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 1210-EDIT-BRANCH
           END-IF.
      *
       1210-EDIT-BRANCH.
      *
           PERFORM 6100-OPEN-WRH-FILE.
      *
           MOVE DCE-D-BRANCH TO WRH-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WRHAB2')
                    INTO(WAREHOUSE-MASTER-RECORD)
                    RIDFLD(WRH-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO DCE-H-BRANCH
                   MOVE -1 TO DCE-L-BRANCH
                   MOVE 'That branch is not on the warehouse master.'
                       TO DCE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *****************************************************************
      * THE COUNT BELONGS TO THE PROCESSING DATE ON DAYAB2, THE SAME
      * DATE CTRAB2 STAMPS ON THE DRAWER RECORDS, SO A SHIFT THAT RUNS
      * PAST MIDNIGHT STILL BALANCES.  NO DAY RECORD MEANS TODAY.
      *****************************************************************
       2000-RECORD-DRAWER-COUNT.
      *
           PERFORM 2100-GET-COUNT-DATE.
           PERFORM 6000-OPEN-DCT-FILE.
      *
           MOVE DCE-D-BRANCH  TO DCT-BRANCH-CODE.
           MOVE WS-OPERATOR   TO DCT-OPERATOR.
           MOVE WS-COUNT-DATE TO DCT-COUNT-DATE.
      *
           EXEC CICS
               READ FILE('DCTAB2')
                    INTO(DRAWER-COUNT-RECORD)
                    RIDFLD(DCT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM 2200-MOVE-COUNT-FIELDS
                   EXEC CICS
                       REWRITE FILE('DCTAB2')
                               FROM(DRAWER-COUNT-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE 'Recount recorded - earlier count replaced.'
                       TO DCE-D-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE SPACE TO DRAWER-COUNT-RECORD
                   MOVE DCE-D-BRANCH  TO DCT-BRANCH-CODE
                   MOVE WS-OPERATOR   TO DCT-OPERATOR
                   MOVE WS-COUNT-DATE TO DCT-COUNT-DATE
                   PERFORM 2200-MOVE-COUNT-FIELDS
                   EXEC CICS
                       WRITE FILE('DCTAB2')
                             FROM(DRAWER-COUNT-RECORD)
                             RIDFLD(DCT-KEY)
                             RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE 'Drawer count recorded.' TO DCE-D-MESSAGE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           MOVE LOW-VALUE TO DCE-D-BRANCH
                             DCE-D-OPER
                             DCE-D-FLOAT-ALPHA
                             DCE-D-CASH-ALPHA
                             DCE-D-CHECKS-ALPHA
                             DCE-D-CHKCNT-ALPHA.
           MOVE 'Type the next drawer.  Then press Enter.'
               TO DCE-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO DCE-D-FKEY.
           MOVE -1 TO DCE-L-BRANCH.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-DRAWER-MAP.
      *
       2100-GET-COUNT-DATE.
      *
           PERFORM 6200-OPEN-DAY-FILE.
      *
           MOVE 'D' TO DAY-CONTROL-KEY.
      *
           EXEC CICS
               READ FILE('DAYAB2')
                    INTO(DAY-CONTROL-RECORD)
                    RIDFLD(DAY-CONTROL-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE DAY-PROCESSING-DATE TO WS-COUNT-DATE
               WHEN DFHRESP(NOTFND)
                   EXEC CICS
                       ASKTIME ABSTIME(ABSOLUTE-TIME)
                   END-EXEC
                   EXEC CICS
                       FORMATTIME ABSTIME(ABSOLUTE-TIME)
                       MMDDYYYY(WS-COUNT-DATE)
                   END-EXEC
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           MOVE SPACE         TO DCE-D-DATE.
           MOVE WS-COUNT-MM   TO DCE-D-DATE(1:2).
           MOVE '/'           TO DCE-D-DATE(3:1).
           MOVE WS-COUNT-DD   TO DCE-D-DATE(4:2).
           MOVE '/'           TO DCE-D-DATE(6:1).
           MOVE WS-COUNT-YYYY TO DCE-D-DATE(7:4).
      *
       2200-MOVE-COUNT-FIELDS.
      *
           MOVE WS-FLOAT-AMOUNT  TO DCT-OPENING-FLOAT.
           MOVE WS-CASH-AMOUNT   TO DCT-COUNTED-CASH.
           MOVE WS-CHECKS-AMOUNT TO DCT-COUNTED-CHECKS.
           MOVE WS-CHECK-COUNT   TO DCT-CHECK-COUNT.
           MOVE SC-OPERATOR-ID   TO DCT-ENTERED-BY.
           MOVE EIBTIME          TO DCT-ENTRY-TIME.
      *
       1400-SEND-DRAWER-MAP.
      *
           MOVE 'DCAB' TO DCE-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('DCEMAB2')
                            MAPSET('DCESAB2')
                            FROM(DCEMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('DCEMAB2')
                            MAPSET('DCESAB2')
                            FROM(DCEMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('DCEMAB2')
                            MAPSET('DCESAB2')
                            FROM(DCEMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-DRAWER-SCREEN.
      *
           MOVE LOW-VALUE TO DCEMAP1.
           PERFORM 2100-GET-COUNT-DATE.
           MOVE 'Type the branch, operator and drawer count.  Then pre
      -         'ss Enter.' TO DCE-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO DCE-D-FKEY.
           MOVE -1 TO DCE-L-BRANCH.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-DRAWER-MAP.
      *
       6000-OPEN-DCT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DCTAB2')
                   OPENSTATUS(DCT-OPEN-STATUS)
                   ENABLESTATUS(DCT-ENABLE-STATUS)
           END-EXEC.
      *
           IF DCT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DCTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DCT-OPEN
           ELSE IF DCT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('136')
               END-EXEC
           END-IF.
      *
       6100-OPEN-WRH-FILE.
      *
           EXEC CICS
               INQUIRE FILE('WRHAB2')
                   OPENSTATUS(WRH-OPEN-STATUS)
                   ENABLESTATUS(WRH-ENABLE-STATUS)
           END-EXEC.
      *
           IF WRH-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('WRHAB2') OPEN
               END-EXEC
               MOVE 'Y' TO WRH-OPEN
           ELSE IF WRH-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('051')
               END-EXEC
           END-IF.
      *
       6200-OPEN-DAY-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DAYAB2')
                   OPENSTATUS(DAY-OPEN-STATUS)
                   ENABLESTATUS(DAY-ENABLE-STATUS)
           END-EXEC.
      *
           IF DAY-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DAYAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DAY-OPEN
           ELSE IF DAY-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('031')
               END-EXEC
           END-IF.
      *
       COPY SUBPARAS.
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
