       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
                   MOVE ZERO               TO CM-CREDIT-LIMIT
                   MOVE ZERO               TO CM-BALANCE-DUE
      *
      *            A NEW ACCOUNT STANDS ALONE, PAYS LIST, IS ON
      *            NO DELIVERY ROUTE AND SHIPS PREPAY-AND-ADD WITH
      *            NO DEDUCTION ANALYST; A NATIONAL ACCOUNT PARENT
      *            LINK, A PRICE LEVEL, A ROUTE AND STOP, FREIGHT
      *            TERMS AND THE ANALYST ARE LOADED THROUGH CMLOAB2.
      *
                   MOVE SPACE              TO CM-PARENT-CUSTOMER
                   MOVE SPACE              TO CM-CURRENCY-CODE
                   MOVE SPACE              TO CM-PRICE-LEVEL
                   MOVE SPACE              TO CM-ROUTE-CODE
                   MOVE ZERO               TO CM-ROUTE-STOP
                   MOVE SPACE              TO CM-FREIGHT-TERMS
                   MOVE SPACE              TO CM-FREIGHT-ACCOUNT
                   MOVE ZERO               TO CM-FREE-FREIGHT-MIN
                   MOVE SPACE              TO CM-DEDUCTION-ANALYST
                   EXEC CICS
                       WRITE FILE('CMFAB2')
                             FROM(CUSTOMER-MASTER-RECORD)
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE 'CMFAB2' TO JPM-FILE-NAME
                   MOVE CM-CUSTOMER-NUMBER TO JPM-RECORD-KEY
                   MOVE 300 TO JPM-RECORD-LENGTH
                   SET JPM-ACTION-ADD TO TRUE
                   MOVE CUSTOMER-MASTER-RECORD TO JPM-AFTER-IMAGE
                   PERFORM 7000-WRITE-CHANGE-JOURNAL
                   MOVE ZERO  TO OLD-CREDIT-LIMIT
                   MOVE SPACE TO OLD-TERMS-CODE
                                 OLD-SALESPERSON-CODE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'CMFAB2' TO JPM-FILE-NAME
               MOVE CM-CUSTOMER-NUMBER TO JPM-RECORD-KEY
               MOVE 300 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE CUSTOMER-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               SET CMA-ACTION-CHANGE TO TRUE
               PERFORM 2600-WRITE-CUSTOMER-AUDIT
               SET PROCESS-SELECT TO TRUE
                         CM-SALESPERSON-CODE
                         CM-TAX-EXEMPT-SW
                         CM-EDI-INVOICE-SW.
           MOVE 'CMFAB2'           TO JPM-FILE-NAME.
           MOVE CM-CUSTOMER-NUMBER TO JPM-RECORD-KEY.
           MOVE 300                TO JPM-RECORD-LENGTH.
           SET JPM-ACTION-DELETE TO TRUE.
           MOVE SPACE              TO JPM-AFTER-IMAGE.
           PERFORM 7000-WRITE-CHANGE-JOURNAL.
           SET CMA-ACTION-DELETE TO TRUE.
           PERFORM 2600-WRITE-CUSTOMER-AUDIT.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE CUSTOMER-MASTER-RECORD TO JPM-BEFORE-IMAGE.
      *
       2500-EDIT-DETAIL-DATA.
      *
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE CUSTOMER-MASTER-RECORD TO JPM-BEFORE-IMAGE.
           MOVE CM-CREDIT-LIMIT     TO OLD-CREDIT-LIMIT.
           MOVE CM-TERMS-CODE       TO OLD-TERMS-CODE.
           MOVE CM-SALESPERSON-CODE TO OLD-SALESPERSON-CODE.
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'CMFAB2'               TO JPM-FILE-NAME.
           MOVE CM-CUSTOMER-NUMBER     TO JPM-RECORD-KEY.
           MOVE 300                    TO JPM-RECORD-LENGTH.
           SET JPM-ACTION-CHANGE TO TRUE.
           MOVE CUSTOMER-MASTER-RECORD TO JPM-AFTER-IMAGE.
           PERFORM 7000-WRITE-CHANGE-JOURNAL.
           SET CMA-ACTION-CHANGE TO TRUE.
           PERFORM 2600-WRITE-CUSTOMER-AUDIT.
      *
                   ABEND ABCODE ('029')
               END-EXEC
           END-IF.
      *
      *****************************************************************
      * EVERY ADD, CHANGE, DEACTIVATE AND DELETE IS ALSO JOURNALED
      * WITH THE RECORD'S BEFORE AND AFTER IMAGES, SO JRNFRB2 CAN
      * ROLL THE CUSTOMER FILE FORWARD FROM A BACKUP.
      *****************************************************************
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'CMMNTAB2'     TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       9999-TERMINATE-PROGRAM.
      *
