      *    LINES THAT MATCH NO INVOICE LIST AT THE END FOR CLAIMS.
      *    THE TOLERANCE IS THE GREATER OF $5.00 AND 10 PERCENT OF
      *    THE BILLED AMOUNT.
      *
      *    THE COMPARISON FOLLOWS THE FREIGHT TERMS STAMPED ON THE
      *    INVOICE.  ONLY PREPAY-AND-ADD IS HELD TO THE TOLERANCE.  A
      *    BILL ON A COLLECT OR THIRD-PARTY SHIPMENT SHOULD HAVE GONE
      *    TO THE ACCOUNT ON THE BILL OF LADING, SO EVERY ONE PRINTS
      *    FLAGGED FOR REBILLING WHATEVER THE AMOUNT.  A PREPAID
      *    SHIPMENT, OR A PREPAY-AND-ADD ONE THAT SHIPPED FREE OVER
      *    THE CUSTOMER'S MINIMUM, WAS NEVER CHARGED, SO ITS BILL IS
      *    NOT A VARIANCE - IT IS ADDED TO THE FREIGHT WE ABSORBED,
      *    TOTALLED AT THE END.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                        PIC X(39).
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
                                              VALUE ZERO.
       01 WS-UNMATCHED-COUNT                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-MISBILL-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-ABSORBED-COUNT                  PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-ABSORBED-AMOUNT                 PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  FILLER          PIC X(13) VALUE '      BILLED'.
           05  FILLER          PIC X(13) VALUE '    VARIANCE'.
           05  FILLER          PIC X(18) VALUE '  FLAG'.
           05  FILLER          PIC X(05) VALUE SPACE.
           05  FILLER          PIC X(14) VALUE 'TERMS'.
           05  FILLER          PIC X(22) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-TRACKING         PIC X(20).
           05  RPT-VARIANCE         PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-FLAG             PIC X(16).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TERMS            PIC X(14).
           05  FILLER               PIC X(22) VALUE SPACE.
      *
       01  RPT-UNMATCHED-HEADING.
           05  FILLER               PIC X(42) VALUE
           05  FILLER               PIC X(14) VALUE '   UNMATCHED:'.
           05  RPT-TOT-UNMATCHED    PIC Z(04)9.
           05  FILLER               PIC X(67) VALUE SPACE.
      *
       01  RPT-TERMS-TOTAL-LINE.
           05  FILLER               PIC X(28) VALUE
               'COLLECT/THIRD PARTY BILLED:'.
           05  RPT-TOT-MISBILLED    PIC Z(04)9.
           05  FILLER               PIC X(23) VALUE
               '   PREPAID SHIPMENTS:'.
           05  RPT-TOT-ABSORBED     PIC Z(04)9.
           05  FILLER               PIC X(21) VALUE
               '   FREIGHT ABSORBED:'.
           05  RPT-TOT-ABSORBED-AMT PIC Z(08)9.99-.
           05  FILLER               PIC X(37) VALUE SPACE.
      *
       01  RPT-OVERFLOW-LINE.
           05  FILLER               PIC X(46) VALUE
           MOVE WS-VARIANCE-COUNT  TO RPT-TOT-VARIANCES.
           MOVE WS-UNMATCHED-COUNT TO RPT-TOT-UNMATCHED.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE WS-MISBILL-COUNT   TO RPT-TOT-MISBILLED.
           MOVE WS-ABSORBED-COUNT  TO RPT-TOT-ABSORBED.
           MOVE WS-ABSORBED-AMOUNT TO RPT-TOT-ABSORBED-AMT.
           WRITE PRINT-LINE FROM RPT-TERMS-TOTAL-LINE.
           IF WS-BIL-OVERFLOW > ZERO
               MOVE WS-BIL-OVERFLOW TO RPT-OVERFLOW-COUNT
               WRITE PRINT-LINE FROM RPT-OVERFLOW-LINE
               PERFORM 410-FIND-BILLING-LINE
               IF WS-BIL-USE > ZERO
                   MOVE 'Y' TO BIL-MATCHED-SW(WS-BIL-USE)
                   EVALUATE TRUE
                       WHEN INV-FREIGHT-COLLECT
                         OR INV-FREIGHT-THIRD-PARTY
                           PERFORM 430-FLAG-MISBILLED-SHIPMENT
                       WHEN INV-FREIGHT-PREPAID
                         OR INV-FREIGHT-WAIVED
                           ADD 1 TO WS-ABSORBED-COUNT
                           ADD BIL-AMOUNT(WS-BIL-USE)
                               TO WS-ABSORBED-AMOUNT
                       WHEN OTHER
                           PERFORM 420-AUDIT-ONE-SHIPMENT
                   END-EVALUATE
               END-IF
           END-IF.
      *
               ELSE
                   MOVE 'RATE HIGH/CLAIM' TO RPT-FLAG
               END-IF
               MOVE 'PREPAY AND ADD'         TO RPT-TERMS
               WRITE PRINT-LINE FROM RPT-DETAIL-LINE
           END-IF.
      *
      *    THE CARRIER SHOULD HAVE BILLED THE CONSIGNEE OR THE THIRD
      *    PARTY ON THE BILL OF LADING; THE WHOLE BILL GOES BACK.
      *
       430-FLAG-MISBILLED-SHIPMENT.
      *
           ADD 1 TO WS-VARIANCE-COUNT.
           ADD 1 TO WS-MISBILL-COUNT.
           MOVE BIL-TRACKING(WS-BIL-USE) TO RPT-TRACKING.
           MOVE BIL-CARRIER(WS-BIL-USE)  TO RPT-CARRIER.
           MOVE INV-INVOICE-NUMBER       TO RPT-INVOICE.
           MOVE ZERO                     TO RPT-CHARGED.
           MOVE BIL-AMOUNT(WS-BIL-USE)   TO RPT-BILLED
                                            RPT-VARIANCE.
           MOVE 'REBILL ACCOUNT'         TO RPT-FLAG.
           IF INV-FREIGHT-COLLECT
               MOVE 'COLLECT'            TO RPT-TERMS
           ELSE
               MOVE 'THIRD PARTY'        TO RPT-TERMS
           END-IF.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       500-LIST-UNMATCHED-LINE.
      *
