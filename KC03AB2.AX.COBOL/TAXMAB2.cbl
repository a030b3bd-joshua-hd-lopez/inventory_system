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
               MOVE 'TAXAB2' TO JPM-FILE-NAME
               MOVE TAX-KEY TO JPM-RECORD-KEY
               MOVE 14 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE TAX-JURISDICTION-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Jurisdiction added.' TO TAX-D-MESSAGE
               MOVE -1 TO TAX-L-ACTION
               SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE TAX-JURISDICTION-RECORD TO JPM-BEFORE-IMAGE
               MOVE RATE-NUMERIC     TO TAX-RATE-PCT
               MOVE TAX-D-EFFDATE    TO TAX-EFFECTIVE-DATE
               EXEC CICS
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'TAXAB2' TO JPM-FILE-NAME
               MOVE TAX-KEY TO JPM-RECORD-KEY
               MOVE 14 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE TAX-JURISDICTION-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Jurisdiction changed.' TO TAX-D-MESSAGE
               MOVE -1 TO TAX-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE TAX-D-STATE TO TAX-STATE-CODE.
      *
           EXEC CICS
               READ FILE('TAXAB2')
                    INTO(TAX-JURISDICTION-RECORD)
                    RIDFLD(TAX-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE TAX-JURISDICTION-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('TAXAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'TAXAB2' TO JPM-FILE-NAME
               MOVE TAX-KEY TO JPM-RECORD-KEY
               MOVE 14 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Jurisdiction deleted.' TO TAX-D-MESSAGE
               MOVE -1 TO TAX-L-ACTION
               SET SEND-DATAONLY TO TRUE
                   ABEND ABCODE ('030')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'TAXMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
      *
