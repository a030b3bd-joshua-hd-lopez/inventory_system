       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CMDLGAB2.
      *
      *    CUSTOMER DOCUMENT DELIVERY LOG INQUIRY.  LISTS, OLDEST
      *    FIRST, EVERY EVENT ON DLGAB2 FOR ONE CUSTOMER - EACH
      *    INVOICE, STATEMENT, DUNNING LETTER OR ORDER CONFIRMATION
      *    QUEUED FOR E-MAIL, SENT TO THE MAIL GATEWAY, DELIVERED,
      *    BOUNCED, OR REPRINTED ON PAPER AFTER A BOUNCE - SO THE
      *    COUNTER CAN ANSWER "DID YOU SEND MY INVOICE".  REACHED FROM
      *    CMINQAB2'S F4 KEY WITH THE CUSTOMER ALREADY PICKED, OR ON
      *    ITS OWN TRANSACTION.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
           02  DLG-OPEN                PIC X VALUE 'N'.
           02  DLG-OPEN-STATUS         PIC S9(8) COMP.
           02  DLG-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  CUSTOMER-FOUND-SW           PIC X(01)  VALUE 'Y'.
               88  CUSTOMER-FOUND                      VALUE 'Y'.
           05  LOG-EOF-SW                  PIC X(01)  VALUE 'N'.
               88  LOG-EOF                             VALUE 'Y'.
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
           05  LINE-SUB                    PIC S9(02) COMP-3.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-PRELOADED-SW             PIC X(01).
               88  CA-PRELOADED                       VALUE 'Y'.
           05  CA-RETURN-PROGRAM           PIC X(08).
           05  CA-CUSTOMER-NUMBER          PIC X(06).
           05  CA-LAST-LOG-KEY             PIC X(23).
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       COPY CUSTMAS.
      *
       COPY DLVLOG.
      *
       COPY DLGSAB2.
      *
       COPY DFHAID.
      *
       COPY ERRPARM.
      *
       COPY SIGNCTX.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(74).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-DELIVERY-LOG.
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
                   MOVE 'UUMENAB2' TO CA-RETURN-PROGRAM
                   MOVE LOW-VALUE TO CA-CUSTOMER-NUMBER
                                     CA-LAST-LOG-KEY
                   MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT
                   MOVE LOW-VALUE TO DLG1AB2O
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-DELIVERY-MAP
      *
      *            ARRIVING WITH A CUSTOMER NUMBER ALREADY PICKED
      *            (CMINQAB2'S F4 KEY).  GO STRAIGHT TO THE FIRST PAGE,
      *            AHEAD OF THE EIBAID-DRIVEN WHEN CLAUSES, AS
      *            CMHSTAB2 DOES.
               WHEN EIBCALEN = 74 AND CA-PRELOADED
                   MOVE 'N' TO CA-PRELOADED-SW
                   MOVE LOW-VALUE TO DLG1AB2O
                   MOVE CA-CUSTOMER-NUMBER TO CUSTNOO
                   PERFORM 1300-READ-CUSTOMER-RECORD
                   IF CUSTOMER-FOUND
                       PERFORM 2000-DISPLAY-LOG-PAGE
                   ELSE
                       MOVE 'That customer does not exist.' TO MESSAGEO
                       SET SEND-ERASE TO TRUE
                       PERFORM 1500-SEND-DELIVERY-MAP
                   END-IF
      *
               WHEN EIBAID = DFHCLEAR
                   MOVE LOW-VALUE TO CA-CUSTOMER-NUMBER
                                     CA-LAST-LOG-KEY
                   MOVE LOW-VALUE TO DLG1AB2O
                   SET SEND-ERASE TO TRUE
                   PERFORM 1500-SEND-DELIVERY-MAP
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM(CA-RETURN-PROGRAM)
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-CUSTOMER-NUMBER
      *
               WHEN EIBAID = DFHPF8
                   IF CA-CUSTOMER-NUMBER = LOW-VALUE
                       MOVE 'You must enter a customer number first.'
                           TO MESSAGEO
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-DELIVERY-MAP
                   ELSE
                       PERFORM 1300-READ-CUSTOMER-RECORD
                       PERFORM 2000-DISPLAY-LOG-PAGE
                   END-IF
      *
               WHEN OTHER
                   MOVE 'Invalid key pressed.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-DELIVERY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('DLAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-CUSTOMER-NUMBER.
      *
           PERFORM 1100-RECEIVE-DELIVERY-MAP.
           PERFORM 1200-EDIT-CUSTOMER-NUMBER.
           IF VALID-DATA
               MOVE CUSTNOI   TO CA-CUSTOMER-NUMBER
               MOVE LOW-VALUE TO CA-LAST-LOG-KEY
               PERFORM 1300-READ-CUSTOMER-RECORD
               IF CUSTOMER-FOUND
                   PERFORM 2000-DISPLAY-LOG-PAGE
               ELSE
                   MOVE SPACE TO LNAMEO FNAMEO
                   MOVE 'That customer does not exist.' TO MESSAGEO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1500-SEND-DELIVERY-MAP
               END-IF
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1500-SEND-DELIVERY-MAP
           END-IF.
      *
       1100-RECEIVE-DELIVERY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('DLG1AB2')
                       MAPSET('DLGSAB2')
                       INTO(DLG1AB2I)
           END-EXEC.
      *
           INSPECT DLG1AB2I
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-CUSTOMER-NUMBER.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF       CUSTNOL = ZERO
                 OR CUSTNOI = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a customer number.' TO MESSAGEO
           END-IF.
      *
       1300-READ-CUSTOMER-RECORD.
      *
           PERFORM 6000-OPEN-CUST-FILE.
      *
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('CMFAB2')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO CUSTOMER-FOUND-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               ELSE
                   MOVE 'Y' TO CUSTOMER-FOUND-SW
               END-IF
           END-IF.
      *
       1500-SEND-DELIVERY-MAP.
      *
           MOVE 'DLAB' TO TRANIDO.
           MOVE CA-CUSTOMER-NUMBER TO CUSTNOO.
           MOVE 'F3=Exit F8=Next page' TO FKEYO.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('DLG1AB2')
                            MAPSET('DLGSAB2')
                            FROM(DLG1AB2O)
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('DLG1AB2')
                            MAPSET('DLGSAB2')
                            FROM(DLG1AB2O)
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('DLG1AB2')
                            MAPSET('DLGSAB2')
                            FROM(DLG1AB2O)
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       2000-DISPLAY-LOG-PAGE.
      *
           MOVE LOW-VALUE TO DLG1AB2O.
           MOVE 0 TO LINE-SUB.
      *
           PERFORM 2100-START-LOG-BROWSE.
           PERFORM 2200-READ-NEXT-LOG-EVENT
               UNTIL LOG-EOF OR LINE-SUB = 10.
           PERFORM 2300-END-LOG-BROWSE.
      *
           IF LINE-SUB = 0
               MOVE 'No mailings logged for this customer.' TO MESSAGEO
               MOVE LOW-VALUE TO CA-LAST-LOG-KEY
           ELSE
               IF LOG-EOF
                   MOVE 'End of delivery log.' TO MESSAGEO
               ELSE
                   MOVE 'Press F8 to see the next page.' TO MESSAGEO
               END-IF
           END-IF.
      *
           MOVE CM-LAST-NAME  TO LNAMEO.
           MOVE CM-FIRST-NAME TO FNAMEO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1500-SEND-DELIVERY-MAP.
      *
      *    THE LOG IS KEYED BY CUSTOMER, SO THE BROWSE STARTS AT THE
      *    CUSTOMER (OR JUST PAST THE LAST EVENT SHOWN) AND STOPS AT
      *    THE FIRST EVENT FOR ANOTHER CUSTOMER.
      *
       2100-START-LOG-BROWSE.
      *
           PERFORM 6100-OPEN-DLG-FILE.
      *
           IF CA-LAST-LOG-KEY = LOW-VALUE
               MOVE LOW-VALUE TO DLG-KEY
               MOVE CA-CUSTOMER-NUMBER TO DLG-CUSTOMER-NUMBER
           ELSE
               MOVE CA-LAST-LOG-KEY TO DLG-KEY
           END-IF.
      *
           EXEC CICS
               STARTBR FILE('DLGAB2')
                       RIDFLD(DLG-KEY)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO LOG-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               ELSE
                   MOVE 'N' TO LOG-EOF-SW
               END-IF
           END-IF.
      *
      *    SKIP PAST THE LAST EVENT ALREADY SHOWN ON THE PRIOR PAGE.
           IF     NOT LOG-EOF
              AND CA-LAST-LOG-KEY NOT = LOW-VALUE
               EXEC CICS
                   READNEXT FILE('DLGAB2')
                            INTO(DELIVERY-LOG-RECORD)
                            RIDFLD(DLG-KEY)
                            RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO LOG-EOF-SW
               ELSE
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               END-IF
           END-IF.
      *
       2200-READ-NEXT-LOG-EVENT.
      *
           EXEC CICS
               READNEXT FILE('DLGAB2')
                        INTO(DELIVERY-LOG-RECORD)
                        RIDFLD(DLG-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF DLG-CUSTOMER-NUMBER NOT = CA-CUSTOMER-NUMBER
                       MOVE 'Y' TO LOG-EOF-SW
                   ELSE
                       ADD 1 TO LINE-SUB
                       MOVE DLG-EVENT-DATE TO EVDATO(LINE-SUB)
                       MOVE DLG-EVENT-TIME TO EVTIMO(LINE-SUB)
                       MOVE DLG-DOC-TYPE   TO DOCTYPO(LINE-SUB)
                       MOVE DLG-DOC-NUMBER TO DOCNOO(LINE-SUB)
                       MOVE DLG-EVENT      TO EVENTO(LINE-SUB)
                       IF DLG-RESULT-TEXT = SPACE
                           MOVE DLG-RECIPIENT   TO EVTXTO(LINE-SUB)
                       ELSE
                           MOVE DLG-RESULT-TEXT TO EVTXTO(LINE-SUB)
                       END-IF
                       MOVE DLG-KEY TO CA-LAST-LOG-KEY
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE 'Y' TO LOG-EOF-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2300-END-LOG-BROWSE.
      *
           EXEC CICS
               ENDBR FILE('DLGAB2')
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       6000-OPEN-CUST-FILE.
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
                   ABEND ABCODE ('011')
               END-EXEC
           END-IF.
      *
       6100-OPEN-DLG-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DLGAB2')
                   OPENSTATUS(DLG-OPEN-STATUS)
                   ENABLESTATUS(DLG-ENABLE-STATUS)
           END-EXEC.
      *
           IF DLG-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DLGAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DLG-OPEN
           ELSE IF DLG-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('161')
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
      *
