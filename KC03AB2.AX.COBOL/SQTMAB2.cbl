      * MONTHLY TARGET, AND PRESSES ENTER TO POST THE CHANGE TO
      * SQTAB2.  THE SALESPERSON MUST EXIST ON SLMAB2.  SQVRPB2
      * REPORTS QUOTA AGAINST ACTUAL INVOICED SALES MONTHLY.
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
               MOVE 'SQTAB2' TO JPM-FILE-NAME
               MOVE SQT-KEY TO JPM-RECORD-KEY
               MOVE 30 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE SALESPERSON-QUOTA-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Quota added.' TO SQT-D-MESSAGE
               MOVE -1 TO SQT-L-ACTION
               SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE SALESPERSON-QUOTA-RECORD TO JPM-BEFORE-IMAGE
               MOVE QUOTA-NUMERIC TO SQT-QUOTA-AMOUNT
               EXEC CICS
                   REWRITE FILE('SQTAB2')
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SQTAB2' TO JPM-FILE-NAME
               MOVE SQT-KEY TO JPM-RECORD-KEY
               MOVE 30 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE SALESPERSON-QUOTA-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Quota changed.' TO SQT-D-MESSAGE
               MOVE -1 TO SQT-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE SQT-D-PERIOD TO SQT-PERIOD.
      *
           EXEC CICS
               READ FILE('SQTAB2')
                    INTO(SALESPERSON-QUOTA-RECORD)
                    RIDFLD(SQT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE SALESPERSON-QUOTA-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('SQTAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SQTAB2' TO JPM-FILE-NAME
               MOVE SQT-KEY TO JPM-RECORD-KEY
               MOVE 30 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Quota deleted.' TO SQT-D-MESSAGE
               MOVE -1 TO SQT-L-ACTION
               SET SEND-DATAONLY TO TRUE
                   ABEND ABCODE ('094')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'SQTMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
      *
