      *    SURVIVOR ALREADY HAS A CONTRACT FOR THE PRODUCT, THE
      *    SURVIVOR'S STANDS AND THE DUPLICATE'S IS DROPPED (AND
      *    SAID SO ON THE REPORT).  EVERY RECORD TOUCHED PRINTS ONE
      *    AUDIT LINE.  BOTH ACCOUNTS MUST BELONG TO THE SAME
      *    COMPANY; A MERGE ACROSS COMPANIES WOULD MOVE RECEIVABLES
      *    FROM ONE SET OF BOOKS TO ANOTHER AND IS REJECTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  REQ-DUPLICATE                 PIC X(06).
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       01 WS-SURVIVOR                        PIC X(06).
       01 WS-DUPLICATE                       PIC X(06).
       01 WS-SURVIVOR-COMPANY                PIC X(02).
       01 WS-DUP-BALANCE                     PIC S9(07)V99 COMP-3.
       01 WS-SAVED-CONTRACT.
           05  WS-SAVED-CNT-PRICE            PIC S9(07)V99.
                   MOVE 'REJECTED - SURVIVOR NOT ON FILE'
                       TO RPT-ACTION
                   WRITE PRINT-LINE FROM RPT-DETAIL-LINE
               ELSE
                   MOVE CM-COMPANY-CODE TO WS-SURVIVOR-COMPANY
               END-IF
           END-IF.
      *
                           TO RPT-ACTION
                       WRITE PRINT-LINE FROM RPT-DETAIL-LINE
                   ELSE
                       IF CM-COMPANY-CODE NOT = WS-SURVIVOR-COMPANY
                           MOVE 'N' TO WS-MERGE-OK-SW
                           MOVE SPACE TO RPT-FILE RPT-RECORD-KEY
                           MOVE 'REJECTED - NOT THE SAME COMPANY'
                               TO RPT-ACTION
                           WRITE PRINT-LINE FROM RPT-DETAIL-LINE
                       ELSE
                           MOVE CM-BALANCE-DUE TO WS-DUP-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.
