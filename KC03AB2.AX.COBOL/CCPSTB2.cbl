      *    MARKED POSTED SO A RERUN CANNOT APPLY IT TWICE.  PRINTS A
      *    POSTING REGISTER.  THE VARIANCE (NOT THE ABSOLUTE COUNT)
      *    IS APPLIED SO STOCK THAT MOVED BETWEEN SHEET TIME AND
      *    POSTING TIME IS NOT WIPED OUT.  EVERY COUNTED LINE, WITH
      *    OR WITHOUT A VARIANCE, STAMPS THE COUNT DATE ON THE WHSAB2
      *    RECORD AS ITS LAST COUNT DATE, WHICH IS WHAT CCSHTB2'S
      *    DUE-ONLY MODE AND THE ABCCLB2 OVERDUE LIST WORK FROM.
      *
      *    A CONSIGNMENT WAREHOUSE (WRHAB2 TYPE C) IS STOCK OF OURS AT
      *    A CUSTOMER'S SITE, SO A COUNT THERE IS RECONCILED, NOT
      *    WRITTEN OFF.  ITS BOOK IS TAKEN AT POSTING TIME - ON-HAND
      *    LESS THE USAGE ALREADY WAITING TO BILL ON CSUAB2 - SINCE
      *    USAGE SITS IN THE ON-HAND UNTIL IT IS INVOICED.  A COUNT
      *    UNDER THAT BOOK IS WHAT THE CUSTOMER USED: THE SHORTFALL
      *    GOES TO CSUAB2 AS PENDING COUNT USAGE FOR CSGBLB2 TO BILL,
      *    AND STOCK COMES OFF WHEN THE INVOICE POSTS.  A COUNT OVER
      *    THE BOOK IS POSTED AS AN ORDINARY COUNT GAIN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ILG-KEY
               FILE STATUS IS WS-ILGFILE-SW.

           SELECT WRHFILE ASSIGN TO WRHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRH-KEY
               FILE STATUS IS WS-WRHFILE-SW.

           SELECT CSUFILE ASSIGN TO CSUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSU-KEY
               FILE STATUS IS WS-CSUFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
       COPY CYCCNT.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
           DATA RECORD IS INVENTORY-LEDGER-RECORD.
      *
       COPY INVLED.
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WAREHOUSE-MASTER-RECORD.
      *
       COPY WHSMAST.
      *
       FD CSUFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONSIGNMENT-USAGE-RECORD.
      *
       COPY CSGUSE.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01 WS-ILGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS                VALUE '00'.
           88  WS-ILGFILE-DUPLICATE               VALUE '22'.
       01 WS-WRHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WRHFILE-SUCCESS                VALUE '00'.
       01 WS-CSUFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CSUFILE-SUCCESS                VALUE '00'.
           88  WS-CSUFILE-DUPLICATE               VALUE '22'.
           88  WS-CSUFILE-NOTFOUND                VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-WRHFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-WRHFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CONSIGN-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CONSIGN-WAREHOUSE              VALUE 'Y'.
       01 WS-CSU-BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
           88  WS-CSU-BROWSE-DONE                VALUE 'Y'.
       01 WS-USAGE-DONE-SW                   PIC X(01)  VALUE 'N'.
           88  WS-USAGE-DONE                     VALUE 'Y'.
      *
       01 WS-VARIANCE-QTY                    PIC S9(07) COMP-3.
       01 WS-BOOK-QTY                        PIC S9(07) COMP-3.
       01 WS-PENDING-USAGE-QTY               PIC S9(07) COMP-3.
       01 WS-CONSIGN-CUSTOMER                PIC X(06).
       01 WS-USAGE-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-USAGE-TIME                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-BEFORE-QTY                      PIC S9(07).
       01 WS-AFTER-QTY                       PIC S9(07).
       01 WS-POSTED-COUNT                    PIC S9(05) COMP-3
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
       01 WS-LAST-COUNT-DATE                 PIC X(08).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(30) VALUE
           05  FILLER               PIC X(26) VALUE
               '  LINES LEFT UNPOSTED:'.
           05  RPT-SKIPPED-COUNT    PIC Z(04)9.
           05  FILLER               PIC X(26) VALUE
               '  CONSIGNMENT USAGE:'.
           05  RPT-USAGE-COUNT      PIC Z(04)9.
           05  FILLER               PIC X(47) VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           MOVE WS-POSTED-COUNT  TO RPT-POSTED-COUNT.
           MOVE WS-SKIPPED-COUNT TO RPT-SKIPPED-COUNT.
           MOVE WS-USAGE-COUNT   TO RPT-USAGE-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           PERFORM 900-CLOSE-FILES.
      *
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 ON THE WAREHOUSE MASTER MEANS NO WAREHOUSE
      *    IS A CONSIGNMENT SITE; THE USAGE FILE IS CREATED THE FIRST
      *    TIME A CONSIGNMENT COUNT IS POSTED.
      *****************************************************************
           OPEN INPUT WRHFILE.
           IF WS-WRHFILE-SUCCESS
               DISPLAY "WRHFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-WRHFILE-SW = '35'
                   MOVE 'N' TO WS-WRHFILE-AVAILABLE-SW
                   DISPLAY "WRHFILE NOT FOUND - NO CONSIGNMENT SITES"
               ELSE
                   DISPLAY "WS-WRHFILE-SW=" WS-WRHFILE-SW
                   DISPLAY "WRHFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O CSUFILE.
           IF WS-CSUFILE-SUCCESS
               DISPLAY "CSUFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-CSUFILE-SW = '35'
                   OPEN OUTPUT CSUFILE
                   IF WS-CSUFILE-SUCCESS
                       CLOSE CSUFILE
                       OPEN I-O CSUFILE
                       DISPLAY "CSUFILE CREATED"
                   ELSE
                       DISPLAY "WS-CSUFILE-SW=" WS-CSUFILE-SW
                       DISPLAY "CSUFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-CSUFILE-SW=" WS-CSUFILE-SW
                   DISPLAY "CSUFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
           PERFORM 300-READ-COUNT-RECORD.
      *
       410-POST-ONE-VARIANCE.
      *
           IF CCT-COUNT-DATE = SPACE
               MOVE WS-RUN-DATE-MDY TO WS-LAST-COUNT-DATE
           ELSE
               MOVE CCT-COUNT-DATE  TO WS-LAST-COUNT-DATE
           END-IF.
      *
           MOVE CCT-BOOK-QUANTITY TO WS-BOOK-QTY.
           PERFORM 405-CHECK-CONSIGNMENT.
           IF WS-CONSIGN-WAREHOUSE
               PERFORM 406-SET-CONSIGNMENT-BOOK
           END-IF.
      *
           COMPUTE WS-VARIANCE-QTY =
               CCT-COUNT-QUANTITY - WS-BOOK-QTY.
      *
           MOVE CCT-WAREHOUSE-CODE TO RPT-WAREHOUSE.
           MOVE CCT-PRODUCT-CODE   TO RPT-PRODUCT.
           MOVE WS-VARIANCE-QTY    TO RPT-VARIANCE.
      *
           EVALUATE TRUE
               WHEN WS-VARIANCE-QTY = ZERO
                   PERFORM 450-STAMP-LAST-COUNT-DATE
                   SET CCT-STATUS-POSTED TO TRUE
                   REWRITE CYCLE-COUNT-RECORD
                   MOVE 'NO VARIANCE' TO RPT-DISPOSITION
                   WRITE PRINT-LINE FROM RPT-DETAIL-LINE
               WHEN WS-CONSIGN-WAREHOUSE AND WS-VARIANCE-QTY < ZERO
                   PERFORM 450-STAMP-LAST-COUNT-DATE
                   PERFORM 460-WRITE-CONSIGNMENT-USAGE
                   SET CCT-STATUS-POSTED TO TRUE
                   REWRITE CYCLE-COUNT-RECORD
                   ADD 1 TO WS-USAGE-COUNT
                   MOVE 'CONSIGNMENT USAGE TO BILL'
                       TO RPT-DISPOSITION
                   WRITE PRINT-LINE FROM RPT-DETAIL-LINE
               WHEN OTHER
                   PERFORM 420-APPLY-TO-WAREHOUSE
                   IF WS-WHSFILE-SUCCESS
                       PERFORM 430-APPLY-TO-PRODUCT
                       PERFORM 440-WRITE-AUDIT-RECORD
                       MOVE CCT-PRODUCT-CODE   TO ILG-PRODUCT-CODE
                       MOVE CCT-WAREHOUSE-CODE TO ILG-WAREHOUSE-CODE
                       SET ILG-TYPE-CYCLE-COUNT TO TRUE
                       MOVE WS-VARIANCE-QTY    TO ILG-QUANTITY
                       MOVE WS-RUN-DATE-MDY    TO ILG-TRAN-DATE
                       MOVE ZERO               TO ILG-DOCUMENT-NUMBER
                       MOVE 'CCNT'             TO ILG-OPERATOR
                       PERFORM 5900-WRITE-LEDGER-RECORD
                       SET CCT-STATUS-POSTED TO TRUE
                       REWRITE CYCLE-COUNT-RECORD
                       ADD 1 TO WS-POSTED-COUNT
                       MOVE 'POSTED' TO RPT-DISPOSITION
                       WRITE PRINT-LINE FROM RPT-DETAIL-LINE
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE 'WAREHOUSE RECORD MISSING'
                           TO RPT-DISPOSITION
                       WRITE PRINT-LINE FROM RPT-DETAIL-LINE
                   END-IF
           END-EVALUATE.
      *
       405-CHECK-CONSIGNMENT.
      *
           MOVE 'N'   TO WS-CONSIGN-SW.
           MOVE SPACE TO WS-CONSIGN-CUSTOMER.
           IF WS-WRHFILE-AVAILABLE
               MOVE CCT-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE
               READ WRHFILE
               IF WS-WRHFILE-SUCCESS AND WRH-TYPE-CONSIGNMENT
                   MOVE 'Y' TO WS-CONSIGN-SW
                   MOVE WRH-CONSIGN-CUSTOMER TO WS-CONSIGN-CUSTOMER
               END-IF
           END-IF.
      *
      *****************************************************************
      *    A CONSIGNMENT BOOK IS TODAY'S ON-HAND LESS THE USAGE STILL
      *    PENDING ON CSUAB2 FOR THE WAREHOUSE AND PRODUCT.  WITH NO
      *    WAREHOUSE RECORD THE SHEET'S SNAPSHOT STANDS.
      *****************************************************************
       406-SET-CONSIGNMENT-BOOK.
      *
           MOVE CCT-PRODUCT-CODE   TO WHS-PRODUCT-CODE.
           MOVE CCT-WAREHOUSE-CODE TO WHS-WAREHOUSE-CODE.
           READ WHSFILE.
           IF WS-WHSFILE-SUCCESS
               PERFORM 407-SUM-PENDING-USAGE
               COMPUTE WS-BOOK-QTY =
                   WHS-QUANTITY-ON-HAND - WS-PENDING-USAGE-QTY
           ELSE
               IF NOT WS-WHSFILE-NOTFOUND
                   DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
                   DISPLAY "WHSFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       407-SUM-PENDING-USAGE.
      *
           MOVE ZERO TO WS-PENDING-USAGE-QTY.
           MOVE 'N'  TO WS-CSU-BROWSE-DONE-SW.
           MOVE CCT-WAREHOUSE-CODE TO CSU-WAREHOUSE-CODE.
           MOVE CCT-PRODUCT-CODE   TO CSU-PRODUCT-CODE.
           MOVE LOW-VALUE          TO CSU-USAGE-DATE.
           MOVE ZERO               TO CSU-USAGE-TIME.
           START CSUFILE KEY >= CSU-KEY.
           IF NOT WS-CSUFILE-SUCCESS
               MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
           END-IF.
      *
           PERFORM 408-READ-NEXT-USAGE
               UNTIL WS-CSU-BROWSE-DONE.
      *
       408-READ-NEXT-USAGE.
      *
           READ CSUFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
           NOT AT END
               IF       CSU-WAREHOUSE-CODE NOT = CCT-WAREHOUSE-CODE
                     OR CSU-PRODUCT-CODE NOT = CCT-PRODUCT-CODE
                   MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
               ELSE
                   IF CSU-STATUS-PENDING
                       ADD CSU-QUANTITY TO WS-PENDING-USAGE-QTY
                   END-IF
               END-IF
           END-READ.
      *
       420-APPLY-TO-WAREHOUSE.
      *
                   MOVE ZERO TO WHS-QUANTITY-ON-HAND
               END-IF
               MOVE WHS-QUANTITY-ON-HAND TO WS-AFTER-QTY
               MOVE WS-LAST-COUNT-DATE   TO WHS-LAST-COUNT-DATE
               REWRITE WAREHOUSE-INVENTORY-RECORD
               IF NOT WS-WHSFILE-SUCCESS
                   DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
           END-IF.
      *
      *****************************************************************
      *    A COUNT THAT AGREED WITH THE BOOK MOVES NO STOCK BUT STILL
      *    COUNTS AS A COUNT FOR THE CYCLE - STAMP THE DATE ONLY.
      *****************************************************************
       450-STAMP-LAST-COUNT-DATE.
      *
           MOVE CCT-PRODUCT-CODE   TO WHS-PRODUCT-CODE.
           MOVE CCT-WAREHOUSE-CODE TO WHS-WAREHOUSE-CODE.
           READ WHSFILE.
           IF WS-WHSFILE-SUCCESS
               MOVE WS-LAST-COUNT-DATE TO WHS-LAST-COUNT-DATE
               REWRITE WAREHOUSE-INVENTORY-RECORD
               IF NOT WS-WHSFILE-SUCCESS
                   DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
                   DISPLAY "WHSFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           ELSE
               IF NOT WS-WHSFILE-NOTFOUND
                   DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
                   DISPLAY "WHSFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE SHORTFALL AT A CONSIGNMENT SITE IS THE CUSTOMER'S
      *    USAGE.  IT WAITS ON CSUAB2 FOR CSGBLB2 TO BILL; THE STOCK
      *    STAYS ON WHSAB2 UNTIL THE INVOICE POSTS.  THE TIME PART OF
      *    THE KEY IS A RUN COUNTER, BUMPED ON A COLLISION.
      *****************************************************************
       460-WRITE-CONSIGNMENT-USAGE.
      *
           MOVE CCT-WAREHOUSE-CODE  TO CSU-WAREHOUSE-CODE.
           MOVE CCT-PRODUCT-CODE    TO CSU-PRODUCT-CODE.
           MOVE WS-LAST-COUNT-DATE  TO CSU-USAGE-DATE.
           MOVE WS-CONSIGN-CUSTOMER TO CSU-CUSTOMER-NUMBER.
           COMPUTE CSU-QUANTITY = ZERO - WS-VARIANCE-QTY.
           SET CSU-SOURCE-COUNT     TO TRUE.
           SET CSU-STATUS-PENDING   TO TRUE.
           MOVE SPACE               TO CSU-BILLED-DATE
                                       CSU-BILLING-PO.
           MOVE CCT-OPERATOR        TO CSU-OPERATOR.
      *
           MOVE 'N' TO WS-USAGE-DONE-SW.
           PERFORM 461-WRITE-USAGE-ONCE
               UNTIL WS-USAGE-DONE.
      *
       461-WRITE-USAGE-ONCE.
      *
           ADD 1 TO WS-USAGE-TIME.
           MOVE WS-USAGE-TIME TO CSU-USAGE-TIME.
           WRITE CONSIGNMENT-USAGE-RECORD.
           IF NOT WS-CSUFILE-DUPLICATE
               IF NOT WS-CSUFILE-SUCCESS
                   DISPLAY "WS-CSUFILE-SW=" WS-CSUFILE-SW
                   DISPLAY "CSUFILE WRITE ERROR"
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-USAGE-DONE-SW
           END-IF.
      *
      *****************************************************************
      *    PERPETUAL INVENTORY LEDGER.  THE CALLER SETS THE PRODUCT,
      *    WAREHOUSE, TYPE, SIGNED QUANTITY, DATE AND DOCUMENT
      *    NUMBER; THE SEQUENCE IS BUMPED ON A KEY COLLISION.
           CLOSE PRDFILE.
           CLOSE ADTFILE.
           CLOSE ILGFILE.
           IF WS-WRHFILE-AVAILABLE
               CLOSE WRHFILE
           END-IF.
           CLOSE CSUFILE.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
