      * NUMBER AND SHIP-TO SEQUENCE, AND FOR ADD/CHANGE THE BRANCH
      * NAME AND ADDRESS.  THE CUSTOMER MUST EXIST ON CMFAB2 BEFORE A
      * BRANCH CAN BE ADDED UNDER IT.  ORDER ENTRY PICKS THESE UP BY
      * CUSTOMER + SEQUENCE.  A BRANCH OUR OWN TRUCK DELIVERS TAKES
      * A ROUTE CODE, WHICH MUST BE ON RTEAB2, AND ITS STOP NUMBER ON
      * THAT ROUTE; LEFT BLANK THE BRANCH RIDES THE CUSTOMER'S ROUTE.
      * A BRANCH THAT PAYS ITS OWN FREIGHT TAKES FREIGHT TERMS (A=
      * PREPAY AND ADD, P=PREPAID, C=COLLECT, T=THIRD PARTY) AND, FOR
      * COLLECT OR THIRD PARTY, THE CARRIER ACCOUNT TO BILL; BLANK
      * TERMS USE THE CUSTOMER'S.
      * A BRANCH OUTSIDE THE U.S. TAKES ITS COUNTRY CODE; BLANK, US
      * OR USA IS DOMESTIC.  SHIP CONFIRMATION TREATS A SHIPMENT TO A
      * BRANCH ABROAD AS AN EXPORT.
      * EVERY ADD, CHANGE AND DELETE IS JOURNALED THROUGH JRNWRAB2
      * WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
           02  RTE-OPEN                PIC X VALUE 'N'.
           02  RTE-OPEN-STATUS         PIC S9(8) COMP.
           02  RTE-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
               88  CUSTOMER-FOUND                     VALUE 'Y'.
           05  SHIPTO-FOUND-SW             PIC X(01)  VALUE 'N'.
               88  SHIPTO-FOUND                       VALUE 'Y'.
      *
       01  WORK-FIELDS.
      *
           05  STOP-NUMERIC                PIC 9(03).
      *
       01  FLAGS.
      *
       COPY SHIPTO.
      *
       COPY CUSTMAS.
      *
       COPY ROUTE.
      *
       COPY SHTSAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY SUBWS.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
           MOVE ATTR-NO-HIGHLIGHT TO SHT-H-ACTION
                                     SHT-H-CUSTNO
                                     SHT-H-SEQ
                                     SHT-H-NAME
                                     SHT-H-ROUTE
                                     SHT-H-STOP
                                     SHT-H-TERMS
                                     SHT-H-FACCT.
           MOVE ZERO TO STOP-NUMERIC.
      *
           IF        SHT-D-ACTION = '1' OR '2'
               IF        SHT-L-ROUTE > ZERO
                     AND SHT-D-ROUTE NOT = SPACE
                   PERFORM 1310-EDIT-ROUTE-STOP
               END-IF
               PERFORM 1320-EDIT-FREIGHT-TERMS
               IF        SHT-L-NAME = ZERO
                      OR SHT-D-NAME = SPACE
                   MOVE ATTR-REVERSE TO SHT-H-NAME
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *    A ROUTED BRANCH NEEDS A ROUTE THAT IS ON FILE AND A STOP
      *    NUMBER SO THE LOAD SHEET CAN SEQUENCE IT.
      *
       1310-EDIT-ROUTE-STOP.
      *
           IF        SHT-L-STOP = ZERO
                  OR SHT-D-STOP = SPACE
               MOVE ATTR-REVERSE TO SHT-H-STOP
               MOVE -1 TO SHT-L-STOP
               MOVE 'You must enter the stop number on the route.'
                   TO SHT-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE SHT-D-STOP TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               IF        INT-VALID-NUMBER
                     AND INT-EDITED-NUMBER < 1000
                   MOVE INT-EDITED-NUMBER TO STOP-NUMERIC
               ELSE
                   MOVE ATTR-REVERSE TO SHT-H-STOP
                   MOVE -1 TO SHT-L-STOP
                   MOVE 'Stop number must be numeric.'
                       TO SHT-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           PERFORM 6200-OPEN-RTE-FILE.
      *
           MOVE SHT-D-ROUTE TO RTE-ROUTE-CODE.
      *
           EXEC CICS
               READ FILE('RTEAB2')
                    INTO(DELIVERY-ROUTE-RECORD)
                    RIDFLD(RTE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO SHT-H-ROUTE
               MOVE -1 TO SHT-L-ROUTE
               MOVE 'That route is not on the route file.'
                   TO SHT-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *    COLLECT AND THIRD-PARTY FREIGHT IS BILLED TO A CARRIER
      *    ACCOUNT, SO THOSE TERMS NEED ONE.
      *
       1320-EDIT-FREIGHT-TERMS.
      *
           IF SHT-L-TERMS = ZERO OR SHT-D-TERMS = LOW-VALUE
               MOVE SPACE TO SHT-D-TERMS
           END-IF.
           IF SHT-L-FACCT = ZERO OR SHT-D-FACCT = LOW-VALUE
               MOVE SPACE TO SHT-D-FACCT
           END-IF.
      *
           IF SHT-D-TERMS NOT = SPACE AND 'A' AND 'P' AND 'C' AND 'T'
               MOVE ATTR-REVERSE TO SHT-H-TERMS
               MOVE -1 TO SHT-L-TERMS
               MOVE 'Freight terms must be A, P, C, T or blank.'
                   TO SHT-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF        (SHT-D-TERMS = 'C' OR 'T')
                     AND SHT-D-FACCT = SPACE
                   MOVE ATTR-REVERSE TO SHT-H-FACCT
                   MOVE -1 TO SHT-L-FACCT
                   MOVE 'Collect or third party needs the carrier accoun
      -                't.' TO SHT-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       1350-MOVE-SCREEN-TO-RECORD.
      *
           MOVE SHT-D-CITY   TO SHT-CITY.
           MOVE SHT-D-STATE  TO SHT-STATE.
           MOVE SHT-D-ZIP    TO SHT-ZIP-CODE.
           IF SHT-L-CNTRY = ZERO OR SHT-D-CNTRY = LOW-VALUE
               MOVE SPACE        TO SHT-COUNTRY
           ELSE
               MOVE SHT-D-CNTRY  TO SHT-COUNTRY
           END-IF.
           IF        SHT-L-ROUTE > ZERO
                 AND SHT-D-ROUTE NOT = SPACE
               MOVE SHT-D-ROUTE  TO SHT-ROUTE-CODE
               MOVE STOP-NUMERIC TO SHT-ROUTE-STOP
           ELSE
               MOVE SPACE        TO SHT-ROUTE-CODE
               MOVE ZERO         TO SHT-ROUTE-STOP
           END-IF.
           MOVE SHT-D-TERMS TO SHT-FREIGHT-TERMS.
           IF SHT-D-TERMS = 'C' OR 'T'
               MOVE SHT-D-FACCT TO SHT-FREIGHT-ACCOUNT
           ELSE
               MOVE SPACE       TO SHT-FREIGHT-ACCOUNT
           END-IF.
      *
       2100-ADD-SHIPTO.
      *
           MOVE SPACE TO SHIPTO-ADDRESS-RECORD.
           PERFORM 1350-MOVE-SCREEN-TO-RECORD.
           PERFORM 6000-OPEN-SHT-FILE.
      *
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OTHER
                   MOVE 'SHTAB2' TO JPM-FILE-NAME
                   MOVE SHT-KEY TO JPM-RECORD-KEY
                   MOVE 170 TO JPM-RECORD-LENGTH
                   SET JPM-ACTION-ADD TO TRUE
                   MOVE SHIPTO-ADDRESS-RECORD TO JPM-AFTER-IMAGE
                   PERFORM 7000-WRITE-CHANGE-JOURNAL
                   MOVE 'Ship-to added.' TO SHT-D-MESSAGE
                   MOVE -1 TO SHT-L-ACTION
                   SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE SHIPTO-ADDRESS-RECORD TO JPM-BEFORE-IMAGE
               PERFORM 1350-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   REWRITE FILE('SHTAB2')
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SHTAB2' TO JPM-FILE-NAME
               MOVE SHT-KEY TO JPM-RECORD-KEY
               MOVE 170 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE SHIPTO-ADDRESS-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Ship-to changed.' TO SHT-D-MESSAGE
               MOVE -1 TO SHT-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE SHT-D-SEQ    TO SHT-SHIPTO-SEQ.
      *
           EXEC CICS
               READ FILE('SHTAB2')
                    INTO(SHIPTO-ADDRESS-RECORD)
                    RIDFLD(SHT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE SHIPTO-ADDRESS-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('SHTAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SHTAB2' TO JPM-FILE-NAME
               MOVE SHT-KEY TO JPM-RECORD-KEY
               MOVE 170 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Ship-to deleted.' TO SHT-D-MESSAGE
               MOVE -1 TO SHT-L-ACTION
               SET SEND-DATAONLY TO TRUE
       1450-RESET-SHIPTO-SCREEN.
      *
           MOVE LOW-VALUE TO SHTMAP1.
           MOVE 'Type the action, customer, sequence, address, country,
      -         ' route, terms.  Then press Enter.' TO SHT-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO SHT-D-FKEY.
           MOVE -1 TO SHT-L-ACTION.
           SET SEND-ERASE TO TRUE.
                   ABEND ABCODE ('001')
               END-EXEC
           END-IF.
      *
       6200-OPEN-RTE-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RTEAB2')
                   OPENSTATUS(RTE-OPEN-STATUS)
                   ENABLESTATUS(RTE-ENABLE-STATUS)
           END-EXEC.
      *
           IF RTE-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RTEAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RTE-OPEN
           ELSE IF RTE-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('142')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'SHTMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
      *
       9999-TERMINATE-PROGRAM.
      *
