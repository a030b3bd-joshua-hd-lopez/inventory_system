      * CM-TAX-EXEMPT-SW AND DELETE CLEARS IT, SO THE CERTIFICATE
      * FILE AND THE FLAG THE POSTING PATHS HONOR CAN NEVER DRIFT
      * APART.  TXERPB2 LISTS EXPIRING CERTIFICATES.
      * THE CERTIFICATE AND THE CUSTOMER FLAG ARE BOTH JOURNALED
      * THROUGH JRNWRAB2 WITH THEIR BEFORE AND AFTER IMAGES.
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
           PERFORM 6000-OPEN-TXE-FILE.
      *
           MOVE TXE-D-CUSTNO  TO TXE-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('TXEAB2')
                    INTO(TAX-EXEMPT-CERT-RECORD)
                    RIDFLD(TXE-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE TAX-EXEMPT-CERT-RECORD TO JPM-BEFORE-IMAGE
               SET JPM-ACTION-CHANGE TO TRUE
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE TXE-D-CUSTNO TO TXE-CUSTOMER-NUMBER
               SET JPM-ACTION-ADD TO TRUE
           END-IF.
      *
           MOVE TXE-D-CERTNO  TO TXE-CERTIFICATE-NUMBER.
           MOVE TXE-D-STATE   TO TXE-ISSUING-STATE.
           MOVE TXE-D-EXPDATE TO TXE-EXPIRATION-DATE.
      *
           IF JPM-ACTION-ADD
               EXEC CICS
                   WRITE FILE('TXEAB2')
                         FROM(TAX-EXEMPT-CERT-RECORD)
                         RIDFLD(TXE-KEY)
                         RESP(RESPONSE-CODE)
               END-EXEC
           ELSE
               EXEC CICS
                   REWRITE FILE('TXEAB2')
                           FROM(TAX-EXEMPT-CERT-RECORD)
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'TXEAB2'               TO JPM-FILE-NAME.
           MOVE TXE-KEY                TO JPM-RECORD-KEY.
           MOVE 36                     TO JPM-RECORD-LENGTH.
           MOVE TAX-EXEMPT-CERT-RECORD TO JPM-AFTER-IMAGE.
           PERFORM 7000-WRITE-CHANGE-JOURNAL.
      *
           PERFORM 2200-SET-CUSTOMER-FLAG.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE CUSTOMER-MASTER-RECORD TO JPM-BEFORE-IMAGE.
      *
           IF TXE-D-ACTION = '3'
               MOVE 'N' TO CM-TAX-EXEMPT-SW
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE 'CMFAB2'               TO JPM-FILE-NAME.
           MOVE CM-CUSTOMER-NUMBER     TO JPM-RECORD-KEY.
           MOVE 300                    TO JPM-RECORD-LENGTH.
           SET JPM-ACTION-CHANGE       TO TRUE.
           MOVE CUSTOMER-MASTER-RECORD TO JPM-AFTER-IMAGE.
           PERFORM 7000-WRITE-CHANGE-JOURNAL.
      *
       2300-DELETE-CERT.
      *
           MOVE TXE-D-CUSTNO TO TXE-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('TXEAB2')
                    INTO(TAX-EXEMPT-CERT-RECORD)
                    RIDFLD(TXE-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE TAX-EXEMPT-CERT-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('TXEAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'TXEAB2' TO JPM-FILE-NAME
               MOVE TXE-KEY TO JPM-RECORD-KEY
               MOVE 36 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               PERFORM 2200-SET-CUSTOMER-FLAG
               MOVE LOW-VALUE TO TXEMAP1
               MOVE 'Certificate removed - customer is taxable again.'
                   ABEND ABCODE ('001')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'TXEMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       9999-TERMINATE-PROGRAM.
      *
