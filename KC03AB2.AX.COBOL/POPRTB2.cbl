      *    FROM THE VPXAB2 CROSS-REFERENCE - THE NUMBER THEIR ORDER
      *    DESK ACTUALLY RECOGNIZES - WITH QUANTITY, UNIT COST,
      *    EXTENDED VALUE AND THE EXPECTED DATE, AND A PO TOTAL.
      *    A SECOND PASS THEN PRINTS A REVISED-PO CHANGE NOTICE FOR
      *    EVERY PO WITH REVISIONS STILL PENDING ON PRVAB2 (WRITTEN BY
      *    THE POCHAB2 PO CHANGE SCREEN): ONE LINE PER CHANGED OR
      *    CANCELLED PO LINE SHOWING THE QUANTITY, COST AND EXPECTED
      *    DATE AS THEY WERE AND AS THEY NOW STAND.  EACH REVISION
      *    PRINTED IS FLAGGED SO IT GOES TO THE VENDOR ONLY ONCE.
      *    A VENDOR FLAGGED VND-EDI-PO GETS ITS ORDERS AND CHANGES
      *    ELECTRONICALLY FROM POEXB2, SO NO PAPER PRINTS FOR IT; ITS
      *    REVISIONS ARE STILL FLAGGED SO THEY DO NOT PILE UP HERE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS VPX-KEY
               FILE STATUS IS WS-VPXFILE-SW.

           SELECT PRVFILE ASSIGN TO PRVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-KEY
               FILE STATUS IS WS-PRVFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
       COPY PURCHORD.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
           DATA RECORD IS VENDOR-PRODUCT-XREF-RECORD.
      *
       COPY VNDXREF.
      *
       FD PRVFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PO-REVISION-RECORD.
      *
       COPY POREV.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           88  WS-VPXFILE-NOTFOUND                VALUE '23'.
       01 WS-VPXFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-VPXFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRVFILE-SUCCESS                VALUE '00'.
       01 WS-PRVFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-PRVFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-PRV-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PRV-EOF-YES                    VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
                                              VALUE ZERO.
       01 WS-PO-OPEN-SW                      PIC X(01) VALUE 'N'.
           88  WS-PO-OPEN                        VALUE 'Y'.
       01 WS-NOTICE-PO                       PIC 9(06) VALUE ZERO.
       01 WS-NOTICES-PRINTED                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-NOTICE-OPEN-SW                  PIC X(01) VALUE 'N'.
           88  WS-NOTICE-OPEN                    VALUE 'Y'.
       01 WS-EDI-VENDOR-SW                   PIC X(01) VALUE 'N'.
           88  WS-EDI-VENDOR                     VALUE 'Y'.
       01 WS-CHECK-VENDOR                    PIC X(06).
       01 WS-EDI-POS-SKIPPED                 PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
       01  PO-HEADER-LINE-1.
           05  FILLER             PIC X(15) VALUE 'PURCHASE ORDER '.
           05  FILLER             PIC X(10) VALUE 'PO TOTAL: '.
           05  POT-TOTAL          PIC Z(08)9.99-.
           05  FILLER             PIC X(58) VALUE SPACE.
      *
       01  PRN-HEADER-LINE-1.
           05  FILLER             PIC X(23) VALUE
               'REVISED PURCHASE ORDER '.
           05  PRN-PO-NUMBER      PIC 9(06).
           05  FILLER             PIC X(22) VALUE
               '   CHANGE NOTICE DATE '.
           05  PRN-NOTICE-DATE    PIC X(08).
           05  FILLER             PIC X(73) VALUE SPACE.
      *
       01  PRN-COLUMN-LINE.
           05  FILLER             PIC X(02) VALUE 'LN'.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'OUR CODE'.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  FILLER             PIC X(15) VALUE 'YOUR ITEM NO'.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  FILLER             PIC X(12) VALUE 'CHANGE'.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'WAS QTY'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'NOW QTY'.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'WAS COST'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'NOW COST'.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'WAS DATE'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'NOW DATE'.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'CHANGED'.
           05  FILLER             PIC X(18) VALUE SPACE.
      *
       01  PRN-DETAIL-LINE.
           05  PRN-LINE-NUMBER    PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PRN-PRODUCT-CODE   PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PRN-VENDOR-ITEM    PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PRN-ACTION         PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PRN-OLD-QTY        PIC Z(06)9-.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PRN-NEW-QTY        PIC Z(06)9-.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PRN-OLD-COST       PIC Z(04)9.99-.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PRN-NEW-COST       PIC Z(04)9.99-.
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PRN-OLD-DATE       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PRN-NEW-DATE       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PRN-CHANGE-DATE    PIC X(08).
           05  FILLER             PIC X(18) VALUE SPACE.
      *
       01  PRN-FOOTER-LINE.
           05  FILLER             PIC X(48) VALUE
               'PLEASE CONFIRM THESE CHANGES TO OUR OPEN ORDER.'.
           05  FILLER             PIC X(84) VALUE SPACE.
      *
       01  RPT-RUN-TOTAL-LINE.
           05  FILLER             PIC X(24) VALUE
               'PURCHASE ORDERS PRINTED '.
           05  RPT-POS-PRINTED    PIC Z(05)9.
           05  FILLER             PIC X(102) VALUE SPACE.
      *
       01  RPT-NOTICE-TOTAL-LINE.
           05  FILLER             PIC X(24) VALUE
               'CHANGE NOTICES PRINTED  '.
           05  RPT-NOTICES-PRINTED PIC Z(05)9.
           05  FILLER             PIC X(102) VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           MOVE WS-POS-PRINTED TO RPT-POS-PRINTED.
           WRITE PRINT-LINE FROM RPT-RUN-TOTAL-LINE.
      *
           IF WS-PRVFILE-AVAILABLE
               PERFORM 700-PRINT-CHANGE-NOTICES
           END-IF.
      *
           PERFORM 900-CLOSE-FILES.
           STOP RUN.
      *
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    NO REVISION FILE (35) SIMPLY MEANS NO PO HAS EVER BEEN
      *    CHANGED; THE ORDERS STILL PRINT.
      *****************************************************************
           OPEN I-O PRVFILE.
           IF NOT WS-PRVFILE-SUCCESS
               IF WS-PRVFILE-SW = '35'
                   MOVE 'N' TO WS-PRVFILE-AVAILABLE-SW
                   DISPLAY "PRVFILE NOT FOUND - NO CHANGE NOTICES"
               ELSE
                   DISPLAY "WS-PRVFILE-SW=" WS-PRVFILE-SW
                   DISPLAY "PRVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
                   IF WS-PO-OPEN
                       PERFORM 600-PRINT-PO-TOTAL
                   END-IF
                   MOVE PO-PO-NUMBER     TO WS-CURRENT-PO
                   MOVE PO-VENDOR-NUMBER TO WS-CHECK-VENDOR
                   PERFORM 450-CHECK-EDI-VENDOR
                   IF WS-EDI-VENDOR
                       ADD 1 TO WS-EDI-POS-SKIPPED
                   ELSE
                       PERFORM 500-PRINT-PO-HEADER
                   END-IF
               END-IF
               IF NOT WS-EDI-VENDOR
                   PERFORM 550-PRINT-PO-DETAIL
               END-IF
           END-IF.
      *
           PERFORM 300-READ-PO-LINE.
      *
      *****************************************************************
      *    AN ELECTRONIC-PO VENDOR (VND-EDI-PO) GETS NO PAPER.  A
      *    VENDOR NOT ON FILE PRINTS AS BEFORE.
      *****************************************************************
       450-CHECK-EDI-VENDOR.
      *
           MOVE 'N' TO WS-EDI-VENDOR-SW.
           MOVE WS-CHECK-VENDOR TO VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF WS-VNDFILE-SUCCESS AND VND-EDI-PO
               MOVE 'Y' TO WS-EDI-VENDOR-SW
           END-IF.
      *
       500-PRINT-PO-HEADER.
      *
           MOVE PO-ORDER-DATE  TO POH-ORDER-DATE.
           WRITE PRINT-LINE FROM PO-HEADER-LINE-1.
      *
           MOVE PO-VENDOR-NUMBER TO POH-VENDOR-NUMBER.
           PERFORM 510-PRINT-VENDOR-LINES.
           WRITE PRINT-LINE FROM PO-COLUMN-LINE.
      *
      *****************************************************************
      *    VENDOR NAME AND ADDRESS LINES FOR THE VENDOR NUMBER IN
      *    POH-VENDOR-NUMBER - SHARED BY THE PO AND THE CHANGE NOTICE.
      *****************************************************************
       510-PRINT-VENDOR-LINES.
      *
           MOVE POH-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF WS-VNDFILE-SUCCESS
               MOVE VND-NAME     TO POH-VENDOR-NAME
           END-IF.
           WRITE PRINT-LINE FROM PO-HEADER-LINE-2.
           WRITE PRINT-LINE FROM PO-HEADER-LINE-3.
      *
       550-PRINT-PO-DETAIL.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'N' TO WS-PO-OPEN-SW.
      *
      *****************************************************************
      *    CHANGE NOTICE PASS.  PRVAB2 IS KEYED BY PO NUMBER FIRST, SO
      *    ONE SEQUENTIAL SWEEP BRINGS EACH PO'S PENDING REVISIONS
      *    TOGETHER UNDER ONE NOTICE.  EVERY REVISION PRINTED IS
      *    REWRITTEN AS PRINTED WITH THE PROCESSING DATE.
      *****************************************************************
       700-PRINT-CHANGE-NOTICES.
      *
           PERFORM 710-READ-REVISION.
           PERFORM 720-PROCESS-REVISION
               UNTIL WS-PRV-EOF-YES.
      *
           IF WS-NOTICE-OPEN
               PERFORM 750-PRINT-NOTICE-FOOTER
           END-IF.
      *
           MOVE WS-NOTICES-PRINTED TO RPT-NOTICES-PRINTED.
           WRITE PRINT-LINE FROM RPT-NOTICE-TOTAL-LINE.
      *
       710-READ-REVISION.
      *
           READ PRVFILE
               AT END MOVE 'Y' TO WS-PRV-EOF-SW
           END-READ.
      *
       720-PROCESS-REVISION.
      *
           IF PRV-NOTICE-PENDING
               IF PRV-PO-NUMBER NOT = WS-NOTICE-PO
                   IF WS-NOTICE-OPEN
                       PERFORM 750-PRINT-NOTICE-FOOTER
                   END-IF
                   MOVE PRV-PO-NUMBER     TO WS-NOTICE-PO
                   MOVE PRV-VENDOR-NUMBER TO WS-CHECK-VENDOR
                   PERFORM 450-CHECK-EDI-VENDOR
                   IF NOT WS-EDI-VENDOR
                       PERFORM 730-PRINT-NOTICE-HEADER
                   END-IF
               END-IF
               IF NOT WS-EDI-VENDOR
                   PERFORM 740-PRINT-NOTICE-DETAIL
               END-IF
               SET PRV-NOTICE-PRINTED TO TRUE
               MOVE WS-RUN-DATE-MDY TO PRV-NOTICE-DATE
               REWRITE PO-REVISION-RECORD
               IF NOT WS-PRVFILE-SUCCESS
                   DISPLAY "WS-PRVFILE-SW=" WS-PRVFILE-SW
                   DISPLAY "PRVFILE REWRITE ERROR"
               END-IF
           END-IF.
      *
           PERFORM 710-READ-REVISION.
      *
       730-PRINT-NOTICE-HEADER.
      *
           MOVE 'Y' TO WS-NOTICE-OPEN-SW.
           ADD 1 TO WS-NOTICES-PRINTED.
      *
           MOVE PRV-PO-NUMBER   TO PRN-PO-NUMBER.
           MOVE WS-RUN-DATE-MDY TO PRN-NOTICE-DATE.
           WRITE PRINT-LINE FROM PRN-HEADER-LINE-1.
      *
           MOVE PRV-VENDOR-NUMBER TO POH-VENDOR-NUMBER.
           PERFORM 510-PRINT-VENDOR-LINES.
           WRITE PRINT-LINE FROM PRN-COLUMN-LINE.
      *
       740-PRINT-NOTICE-DETAIL.
      *
           MOVE PRV-LINE-NUMBER  TO PRN-LINE-NUMBER.
           MOVE PRV-PRODUCT-CODE TO PRN-PRODUCT-CODE.
      *
           MOVE SPACE TO PRN-VENDOR-ITEM.
           IF WS-VPXFILE-AVAILABLE
               MOVE PRV-VENDOR-NUMBER TO VPX-VENDOR-NUMBER
               MOVE PRV-PRODUCT-CODE  TO VPX-PRODUCT-CODE
               READ VPXFILE
               IF WS-VPXFILE-SUCCESS
                   MOVE VPX-VENDOR-ITEM-NUMBER TO PRN-VENDOR-ITEM
               END-IF
           END-IF.
      *
           EVALUATE TRUE
               WHEN PRV-ACTION-CANCEL
                   MOVE 'CANCELLED'    TO PRN-ACTION
               WHEN PRV-ACTION-SHORT-CLOSE
                   MOVE 'SHORT CLOSED' TO PRN-ACTION
               WHEN OTHER
                   MOVE 'CHANGED'      TO PRN-ACTION
           END-EVALUATE.
      *
           MOVE PRV-OLD-QUANTITY      TO PRN-OLD-QTY.
           MOVE PRV-NEW-QUANTITY      TO PRN-NEW-QTY.
           MOVE PRV-OLD-UNIT-COST     TO PRN-OLD-COST.
           MOVE PRV-NEW-UNIT-COST     TO PRN-NEW-COST.
           MOVE PRV-OLD-EXPECTED-DATE TO PRN-OLD-DATE.
           MOVE PRV-NEW-EXPECTED-DATE TO PRN-NEW-DATE.
           MOVE PRV-CHANGE-DATE       TO PRN-CHANGE-DATE.
           WRITE PRINT-LINE FROM PRN-DETAIL-LINE.
      *
       750-PRINT-NOTICE-FOOTER.
      *
           WRITE PRINT-LINE FROM PRN-FOOTER-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'N' TO WS-NOTICE-OPEN-SW.
      *
       900-CLOSE-FILES.
      *
           IF WS-VPXFILE-AVAILABLE
               CLOSE VPXFILE
           END-IF.
           IF WS-PRVFILE-AVAILABLE
               CLOSE PRVFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "PURCHASE ORDERS PRINTED: " WS-POS-PRINTED.
           DISPLAY "CHANGE NOTICES PRINTED:  " WS-NOTICES-PRINTED.
           DISPLAY "ELECTRONIC-PO VENDOR POS: " WS-EDI-POS-SKIPPED.
           DISPLAY "DONE".
