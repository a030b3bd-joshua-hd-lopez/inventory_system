      *    AP SYSTEM, AND MARKS EACH REFUND EXTRACTED WITH THE
      *    DATE.  GLEXTB2 JOURNALS THE EXTRACTED REFUNDS UNDER THE
      *    REFD CLASS THE SAME NIGHT.  A REFUND ALREADY EXTRACTED
      *    NEVER PRINTS TWICE.  THE CHECK IS DRAWN ON THE REFUNDS
      *    BANK ACCOUNT WITH THE REFUND NUMBER AS ITS SERIAL, AND IS
      *    ENTERED ON THE CKRAB2 ISSUED CHECK REGISTER UNDER THAT
      *    ACCOUNT FOR POSITIVE PAY (PPYFLB2) AND THE BANK
      *    RECONCILIATION (CHKRCB2).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT CKRFILE ASSIGN TO CKRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKR-KEY
               FILE STATUS IS WS-CKRFILE-SW.

           SELECT REFOUT ASSIGN TO REFOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.
       COPY REFUND.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD CKRFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.
      *
       COPY CHKREG.
      *
       FD REFOUT
           RECORD CONTAINS 120 CHARACTERS
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFOUND                VALUE '23'.
       01 WS-CKRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CKRFILE-SUCCESS                VALUE '00'.
           88  WS-CKRFILE-DUPLICATE              VALUE '22'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O CKRFILE.
           IF WS-CKRFILE-SW = '35'
               OPEN OUTPUT CKRFILE
               CLOSE CKRFILE
               OPEN I-O CKRFILE
           END-IF.
           IF NOT WS-CKRFILE-SUCCESS
               DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
               DISPLAY "CKRFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT REFOUT.
           IF NOT WS-OUTFILE-SUCCESS
           MOVE CM-ZIP-CODE         TO RFO-ZIP-CODE.
           MOVE REF-AMOUNT          TO RFO-AMOUNT.
           WRITE REFOUT-RECORD.
           PERFORM 420-REGISTER-CHECK.
      *
           MOVE REF-REFUND-NUMBER    TO RPT-REFUND-NUMBER.
           MOVE REF-CUSTOMER-NUMBER  TO RPT-CUSTOMER.
      *
           ADD 1 TO WS-CHECK-COUNT.
           ADD REF-AMOUNT TO WS-CHECK-TOTAL.
      *
      *****************************************************************
      *    A SERIAL ALREADY ON THE REGISTER MEANS A HAND-KEYED
      *    REISSUE (CHKVDB2) TOOK THIS REFUND'S NUMBER.  THE CHECK
      *    STILL GOES TO AP; ACCOUNTING IS TOLD TO PRINT IT ON A
      *    DIFFERENT SERIAL AND REGISTER THAT ONE BY HAND.
      *****************************************************************
       420-REGISTER-CHECK.
      *
           MOVE SPACE               TO CHECK-REGISTER-RECORD.
           SET CKR-ACCOUNT-REFUND TO TRUE.
           MOVE REF-REFUND-NUMBER   TO CKR-CHECK-NUMBER
                                       CKR-SOURCE-REFERENCE.
           MOVE REF-CUSTOMER-NUMBER TO CKR-PAYEE-NUMBER.
           MOVE CM-LAST-NAME        TO CKR-PAYEE-NAME.
           MOVE REF-AMOUNT          TO CKR-AMOUNT.
           MOVE WS-RUN-DATE-MDY     TO CKR-ISSUE-DATE.
           SET CKR-STATUS-ISSUED TO TRUE.
           MOVE ZERO                TO CKR-PAID-AMOUNT
                                       CKR-REISSUE-NUMBER
                                       CKR-REISSUE-OF.
           MOVE 'N'                 TO CKR-PPAY-ISSUE-SENT
                                       CKR-PPAY-VOID-SENT.
           WRITE CHECK-REGISTER-RECORD.
           IF WS-CKRFILE-DUPLICATE
               DISPLAY "REFUND " REF-REFUND-NUMBER
                       " SERIAL ALREADY ON CHECK REGISTER"
           ELSE
               IF NOT WS-CKRFILE-SUCCESS
                   DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
                   DISPLAY "CKRFILE WRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE REFFILE.
           CLOSE CMFFILE.
           CLOSE CKRFILE.
           CLOSE REFOUT.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
