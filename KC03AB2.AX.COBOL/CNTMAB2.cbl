      * EVERY ACTION WRITES A CNAAB2 AUDIT RECORD THE WAY PRCAUDB2'S
      * PRCHIST AUDITS LIST PRICES.  THE CUSTOMER AND PRODUCT MUST
      * BOTH BE ON THEIR MASTERS BEFORE A CONTRACT CAN BE ADDED.
      * EVERY ADD, CHANGE AND END-DATE IS ALSO JOURNALED THROUGH
      * JRNWRAB2 WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       COPY ATTR.
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
                   MOVE 'CNTAB2' TO JPM-FILE-NAME
                   MOVE CNT-KEY TO JPM-RECORD-KEY
                   MOVE 41 TO JPM-RECORD-LENGTH
                   SET JPM-ACTION-ADD TO TRUE
                   MOVE CONTRACT-PRICE-RECORD TO JPM-AFTER-IMAGE
                   PERFORM 7000-WRITE-CHANGE-JOURNAL
                   MOVE ZERO  TO OLD-CONTRACT-PRICE
                   MOVE SPACE TO OLD-EXPIRATION-DATE
                   SET CNA-ACTION-ADD TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE CONTRACT-PRICE-RECORD TO JPM-BEFORE-IMAGE
               MOVE CNT-CONTRACT-PRICE  TO OLD-CONTRACT-PRICE
               MOVE CNT-EXPIRATION-DATE TO OLD-EXPIRATION-DATE
               MOVE NEW-PRICE-WORK      TO CNT-CONTRACT-PRICE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CNTAB2' TO JPM-FILE-NAME
               MOVE CNT-KEY TO JPM-RECORD-KEY
               MOVE 41 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE CONTRACT-PRICE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               SET CNA-ACTION-CHANGE TO TRUE
               PERFORM 2600-WRITE-CONTRACT-AUDIT
               PERFORM 1460-RESET-CONTRACT-FIELDS
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE CONTRACT-PRICE-RECORD TO JPM-BEFORE-IMAGE
               MOVE CNT-CONTRACT-PRICE  TO OLD-CONTRACT-PRICE
               MOVE CNT-EXPIRATION-DATE TO OLD-EXPIRATION-DATE
               MOVE CNT-D-EXPDT         TO CNT-EXPIRATION-DATE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CNTAB2' TO JPM-FILE-NAME
               MOVE CNT-KEY TO JPM-RECORD-KEY
               MOVE 41 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE CONTRACT-PRICE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               SET CNA-ACTION-END-DATE TO TRUE
               PERFORM 2600-WRITE-CONTRACT-AUDIT
               PERFORM 1460-RESET-CONTRACT-FIELDS
                   ABEND ABCODE ('003')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'CNTMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
      *
