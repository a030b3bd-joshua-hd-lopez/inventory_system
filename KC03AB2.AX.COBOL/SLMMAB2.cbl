      * ON THE CUSTOMER MASTER (CM-TERMS-CODE, MAINTAINED THROUGH
      * CMMNTAB2) AND DRIVE THE INVOICE DUE DATE ORDERAB2 STAMPS AT
      * POSTING TIME.
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
               MOVE 'SLMAB2' TO JPM-FILE-NAME
               MOVE SLM-KEY TO JPM-RECORD-KEY
               MOVE 37 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE SALESPERSON-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Salesperson added.' TO SLM-D-MESSAGE
               MOVE -1 TO SLM-L-ACTION
               SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE SALESPERSON-MASTER-RECORD TO JPM-BEFORE-IMAGE
               MOVE SLM-D-NAME       TO SLM-NAME
               MOVE RATE-NUMERIC     TO SLM-COMMISSION-RATE
               EXEC CICS
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SLMAB2' TO JPM-FILE-NAME
               MOVE SLM-KEY TO JPM-RECORD-KEY
               MOVE 37 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE SALESPERSON-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Salesperson changed.' TO SLM-D-MESSAGE
               MOVE -1 TO SLM-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE SLM-D-CODE TO SLM-SALESPERSON-CODE.
      *
           EXEC CICS
               READ FILE('SLMAB2')
                    INTO(SALESPERSON-MASTER-RECORD)
                    RIDFLD(SLM-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE SALESPERSON-MASTER-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('SLMAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SLMAB2' TO JPM-FILE-NAME
               MOVE SLM-KEY TO JPM-RECORD-KEY
               MOVE 37 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Salesperson deleted.' TO SLM-D-MESSAGE
               MOVE -1 TO SLM-L-ACTION
               SET SEND-DATAONLY TO TRUE
                   ABEND ABCODE ('029')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'SLMMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
      *
