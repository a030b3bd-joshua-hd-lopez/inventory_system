      * CODE AND, FOR ADD/CHANGE, THE CARRIER NAME, RATE PER POUND
      * AND MINIMUM CHARGE.  ORDER ENTRY PRICES FREIGHT FROM THESE
      * RATES; SHIP CONFIRMATION VALIDATES ITS CARRIER CODE HERE.
      * THE HAZMAT FIELD (Y OR N, BLANK IS N) SAYS WHETHER THE
      * CARRIER ACCEPTS HAZARDOUS MATERIALS; LIKE THE OTHER DETAILS
      * IT IS REKEYED ON A CHANGE.
      * EVERY ADD, CHANGE AND DELETE IS JOURNALED THROUGH JRNWRAB2
      * WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       COPY SUBWS.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
           MOVE ATTR-NO-HIGHLIGHT TO CAR-H-ACTION
                                     CAR-H-CODE
                                     CAR-H-RATE
                                     CAR-H-MINCHG
                                     CAR-H-HAZMAT.
      *
           IF CAR-D-ACTION = '1' OR '2'
               IF        CAR-L-RATE = ZERO
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
               IF        CAR-L-HAZMAT = ZERO
                      OR CAR-D-HAZMAT = SPACE
                   MOVE 'N' TO CAR-D-HAZMAT
               ELSE
                   IF CAR-D-HAZMAT NOT = 'Y' AND 'N'
                       MOVE ATTR-REVERSE TO CAR-H-HAZMAT
                       MOVE -1 TO CAR-L-HAZMAT
                       MOVE 'Hazmat must be Y or N.' TO CAR-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF        CAR-L-CODE = ZERO
               MOVE CAR-D-NAME     TO CAR-NAME
               MOVE RATE-NUMERIC   TO CAR-RATE-PER-POUND
               MOVE MINCHG-NUMERIC TO CAR-MINIMUM-CHARGE
               MOVE CAR-D-HAZMAT   TO CAR-HAZMAT-SW
               EXEC CICS
                   WRITE FILE('CARAB2')
                         FROM(CARRIER-RATE-RECORD)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CARAB2' TO JPM-FILE-NAME
               MOVE CAR-KEY TO JPM-RECORD-KEY
               MOVE 60 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE CARRIER-RATE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Carrier added.' TO CAR-D-MESSAGE
               MOVE -1 TO CAR-L-ACTION
               SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE CARRIER-RATE-RECORD TO JPM-BEFORE-IMAGE
               MOVE CAR-D-NAME     TO CAR-NAME
               MOVE RATE-NUMERIC   TO CAR-RATE-PER-POUND
               MOVE MINCHG-NUMERIC TO CAR-MINIMUM-CHARGE
               MOVE CAR-D-HAZMAT   TO CAR-HAZMAT-SW
               EXEC CICS
                   REWRITE FILE('CARAB2')
                           FROM(CARRIER-RATE-RECORD)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CARAB2' TO JPM-FILE-NAME
               MOVE CAR-KEY TO JPM-RECORD-KEY
               MOVE 60 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE CARRIER-RATE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Carrier changed.' TO CAR-D-MESSAGE
               MOVE -1 TO CAR-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE CAR-D-CODE TO CAR-CARRIER-CODE.
      *
           EXEC CICS
               READ FILE('CARAB2')
                    INTO(CARRIER-RATE-RECORD)
                    RIDFLD(CAR-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE CARRIER-RATE-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('CARAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CARAB2' TO JPM-FILE-NAME
               MOVE CAR-KEY TO JPM-RECORD-KEY
               MOVE 60 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Carrier deleted.' TO CAR-D-MESSAGE
               MOVE -1 TO CAR-L-ACTION
               SET SEND-DATAONLY TO TRUE
                   ABEND ABCODE ('020')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'CARMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
      *
