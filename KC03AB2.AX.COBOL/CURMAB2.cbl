      * THE CUSTOMER MASTER (CM-CURRENCY-CODE) AND DRIVE THE
      * FOREIGN AMOUNTS ORDER ENTRY AND THE GATEWAY STAMP ON THE
      * INVOICE AT POSTING TIME.
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
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CURAB2' TO JPM-FILE-NAME
               MOVE CUR-KEY TO JPM-RECORD-KEY
               MOVE 30 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE CURRENCY-RATE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Currency rate added.' TO CUR-D-MESSAGE
               MOVE -1 TO CUR-L-ACTION
               SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE CURRENCY-RATE-RECORD TO JPM-BEFORE-IMAGE
               MOVE RATE-NUMERIC     TO CUR-EXCHANGE-RATE
               MOVE CUR-D-EFFDATE    TO CUR-EFFECTIVE-DATE
               EXEC CICS
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CURAB2' TO JPM-FILE-NAME
               MOVE CUR-KEY TO JPM-RECORD-KEY
               MOVE 30 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE CURRENCY-RATE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Currency rate changed.' TO CUR-D-MESSAGE
               MOVE -1 TO CUR-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE CUR-D-CCODE TO CUR-CURRENCY-CODE.
      *
           EXEC CICS
               READ FILE('CURAB2')
                    INTO(CURRENCY-RATE-RECORD)
                    RIDFLD(CUR-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE CURRENCY-RATE-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('CURAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CURAB2' TO JPM-FILE-NAME
               MOVE CUR-KEY TO JPM-RECORD-KEY
               MOVE 30 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Currency rate deleted.' TO CUR-D-MESSAGE
               MOVE -1 TO CUR-L-ACTION
               SET SEND-DATAONLY TO TRUE
                   ABEND ABCODE ('063')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'CURMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
      *
