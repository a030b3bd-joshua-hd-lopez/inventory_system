      *      COL 2-3  MONTHS   TRAILING DEMAND WINDOW (DEFAULT 06)
      *      COL 4-6  CUSHION  PERCENT OF ONE MONTH'S AVERAGE DEMAND
      *                        TO HOLD (150 = A MONTH AND A HALF)
      *      COL 7    LOST     Y=ADD LOST SALES (LSLAB2) INSIDE THE
      *                        WINDOW BACK INTO DEMAND, ELSE SALES
      *                        HISTORY ONLY
      *
      *    THE SALES HISTORY IS SWEPT PRODUCT-MAJOR, QUANTITIES IN
      *    PERIODS INSIDE THE WINDOW ARE AVERAGED, AND THE PROPOSED
      *    APPLY ALSO REWRITES PRD-REORDER-POINT.  REORDER POINTS
      *    APPLY AT THE PRODUCT LEVEL - THE PER-WAREHOUSE POINTS ON
      *    WHSAB2 STAY A WAREHOUSE-MANAGER CALL.
      *
      *    SALES HISTORY ONLY REMEMBERS WHAT SHIPPED, SO A PRODUCT
      *    THAT KEEPS RUNNING OUT UNDERSTATES ITS OWN DEMAND.  WITH
      *    THE LOST FLAG ON, THE SHORT LINES CUSTOMERS CANCELLED
      *    RATHER THAN BACKORDERED ARE SORTED IN WITH THE HISTORY BY
      *    PRODUCT AND COUNT AS DEMAND - A PRODUCT WITH LOST SALES
      *    AND NO HISTORY AT ALL STILL GETS A REORDER POINT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS JDP-KEY
               FILE STATUS IS WS-JDPFILE-SW.

           SELECT LSLFILE ASSIGN TO LSLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LSL-KEY
               FILE STATUS IS WS-LSLFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
               88  PARM-MODE-APPLY               VALUE 'A'.
           05  PARM-MONTHS                   PIC 9(02).
           05  PARM-CUSHION-PCT              PIC 9(03).
           05  PARM-LOST-DEMAND-SW           PIC X(01).
               88  PARM-INCLUDE-LOST-DEMAND      VALUE 'Y'.
           05  FILLER                        PIC X(03).
      *
       FD SHSFILE
           RECORD CONTAINS 53 CHARACTERS
       COPY SLSHIST.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
           DATA RECORD IS JOB-DEPENDENCY-RECORD.
      *
       COPY JOBDEP.
      *
       FD LSLFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOST-SALE-RECORD.
      *
       COPY LOSTSL.
      *
      *****************************************************************
      *    ONE SORT RECORD PER SALES HISTORY BUCKET OR LOST SALE, BY
      *    PRODUCT.  A BUCKET OUTSIDE THE WINDOW STILL RELEASES, WITH
      *    NO QUANTITY, SO ITS PRODUCT IS EVALUATED AS BEFORE.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-SALES-QTY                 PIC S9(09).
           05  SRT-LOST-QTY                  PIC S9(09).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
       01 WS-LSLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LSLFILE-SUCCESS                VALUE '00'.
       01 WS-LSLFILE-AVAILABLE-SW            PIC X(01)  VALUE 'N'.
           88  WS-LSLFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-PRODUCT-ACTIVE                 VALUE 'Y'.
       01 WS-DEMAND-QTY                      PIC S9(11) COMP-3
                                              VALUE ZERO.
       01 WS-LOST-QTY                        PIC S9(11) COMP-3
                                              VALUE ZERO.
       01 WS-AVG-MONTHLY                     PIC S9(09)V99 COMP-3.
       01 WS-PROPOSED-ROP                    PIC S9(07) COMP-3.
       01 WS-PRODUCTS-SEEN                   PIC S9(05) COMP-3
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(12) VALUE 'WINDOW DMND'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(12) VALUE 'LOST DMND'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'AVG/MONTH'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'OLD ROP'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'NEW ROP'.
           05  FILLER          PIC X(38) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PRODUCT-CODE     PIC X(10).
           05  RPT-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-WINDOW-DEMAND    PIC Z(09)9-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-LOST-DEMAND      PIC Z(09)9-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-AVG-MONTHLY      PIC Z(06)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OLD-ROP          PIC Z(06)9-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-NEW-ROP          PIC Z(06)9-.
           05  FILLER               PIC X(38) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(22) VALUE
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 200-RELEASE-DEMAND
               OUTPUT PROCEDURE IS 400-PROCESS-DEMAND.
      *
           MOVE WS-PRODUCTS-SEEN TO RPT-PRODUCTS-SEEN.
           MOVE WS-APPLIED-COUNT TO RPT-APPLIED-COUNT.
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT LSLFILE.
           IF WS-LSLFILE-SUCCESS
               MOVE 'Y' TO WS-LSLFILE-AVAILABLE-SW
           ELSE
               IF WS-LSLFILE-SW = '35'
                   DISPLAY "NO LSLFILE - NO LOST SALES ON FILE"
               ELSE
                   DISPLAY "WS-LSLFILE-SW=" WS-LSLFILE-SW
                   DISPLAY "LSLFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
           ELSE
               SUBTRACT 1 FROM WS-SP-MM
           END-IF.
      *
      *****************************************************************
      *    SALES HISTORY FIRST, THEN - WHEN THE CONTROL CARD ASKS FOR
      *    IT AND THE FILE EXISTS - THE LOST SALES INSIDE THE WINDOW.
      *****************************************************************
       200-RELEASE-DEMAND.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 300-READ-HISTORY.
           PERFORM 210-RELEASE-HISTORY
               UNTIL WS-EOF-YES.
      *
           IF PARM-INCLUDE-LOST-DEMAND AND WS-LSLFILE-AVAILABLE
               MOVE 'N' TO WS-EOF-SW
               PERFORM 310-READ-LOST-SALE
               PERFORM 220-RELEASE-LOST-SALE
                   UNTIL WS-EOF-YES
           END-IF.
      *
       210-RELEASE-HISTORY.
      *
           MOVE SHS-PRODUCT-CODE TO SRT-PRODUCT-CODE.
           MOVE ZERO TO SRT-SALES-QTY
                        SRT-LOST-QTY.
           IF SHS-PERIOD >= WS-START-PERIOD
               MOVE SHS-QUANTITY TO SRT-SALES-QTY
           END-IF.
           RELEASE SORT-RECORD.
      *
           PERFORM 300-READ-HISTORY.
      *
       220-RELEASE-LOST-SALE.
      *
           IF LSL-LOST-DATE(1:6) >= WS-START-PERIOD
               MOVE LSL-PRODUCT-CODE  TO SRT-PRODUCT-CODE
               MOVE ZERO              TO SRT-SALES-QTY
               MOVE LSL-QUANTITY-LOST TO SRT-LOST-QTY
               RELEASE SORT-RECORD
           END-IF.
      *
           PERFORM 310-READ-LOST-SALE.
      *
       300-READ-HISTORY.
      *
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       310-READ-LOST-SALE.
      *
           READ LSLFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       400-PROCESS-DEMAND.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 410-RETURN-DEMAND.
           PERFORM 420-ACCUMULATE-DEMAND
               UNTIL WS-EOF-YES.
      *
           IF WS-PRODUCT-ACTIVE
               PERFORM 500-CLOSE-OUT-PRODUCT
           END-IF.
      *
       410-RETURN-DEMAND.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-RETURN.
      *
       420-ACCUMULATE-DEMAND.
      *
           IF        WS-PRODUCT-ACTIVE
                 AND SRT-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT
               PERFORM 500-CLOSE-OUT-PRODUCT
           END-IF.
      *
           MOVE 'Y' TO WS-PRODUCT-ACTIVE-SW.
           MOVE SRT-PRODUCT-CODE TO WS-CURRENT-PRODUCT.
      *
           ADD SRT-SALES-QTY TO WS-DEMAND-QTY.
           ADD SRT-LOST-QTY  TO WS-LOST-QTY.
      *
           PERFORM 410-RETURN-DEMAND.
      *
       500-CLOSE-OUT-PRODUCT.
      *
           ADD 1 TO WS-PRODUCTS-SEEN.
           COMPUTE WS-AVG-MONTHLY ROUNDED =
               (WS-DEMAND-QTY + WS-LOST-QTY) / WS-MONTHS.
           COMPUTE WS-PROPOSED-ROP ROUNDED =
               (WS-AVG-MONTHLY * WS-CUSHION-PCT) / 100.
           IF WS-PROPOSED-ROP < ZERO
               MOVE WS-CURRENT-PRODUCT      TO RPT-PRODUCT-CODE
               MOVE PRD-PRODUCT-DESCRIPTION TO RPT-DESCRIPTION
               MOVE WS-DEMAND-QTY           TO RPT-WINDOW-DEMAND
               MOVE WS-LOST-QTY             TO RPT-LOST-DEMAND
               MOVE WS-AVG-MONTHLY          TO RPT-AVG-MONTHLY
               MOVE PRD-REORDER-POINT       TO RPT-OLD-ROP
               MOVE WS-PROPOSED-ROP         TO RPT-NEW-ROP
               END-IF
           END-IF.
      *
           MOVE ZERO TO WS-DEMAND-QTY
                        WS-LOST-QTY.
           MOVE 'N' TO WS-PRODUCT-ACTIVE-SW.
      *
       900-CLOSE-FILES.
           CLOSE PARM-FILE.
           CLOSE SHSFILE.
           CLOSE PRDFILE.
           IF WS-LSLFILE-AVAILABLE
               CLOSE LSLFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "PRODUCTS EVALUATED: " WS-PRODUCTS-SEEN.
           DISPLAY "DONE".
