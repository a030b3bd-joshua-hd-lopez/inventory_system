       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLYVLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    FIFO INVENTORY VALUATION.  READS THE FIFO COST LAYER FILE
      *    (CLYAB2, BUILT BY CLYBLB2) IN PRODUCT/WAREHOUSE ORDER AND
      *    PRINTS EVERY LAYER STILL ON HAND - DATE, SOURCE, PO, THE
      *    QUANTITY LEFT, ITS UNIT COST AND FIFO VALUE - WITH A LINE
      *    PER PRODUCT/WAREHOUSE SETTING THE FIFO VALUE AGAINST THE
      *    SAME QUANTITY AT THE MOVING AVERAGE PRD-UNIT-COST.  THE
      *    FIFO-LESS-AVERAGE DIFFERENCE IS THEN SUBTOTALED BY
      *    PRD-PRODUCT-CATEGORY, IN THE INVVLB2 STYLE, AND FOR THE
      *    COMPANY, WHERE IT IS THE YEAR-END ADJUSTMENT ACCOUNTING
      *    BOOKS TO BRING THE INVENTORY ACCOUNT TO FIFO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT LYRFILE ASSIGN TO LYRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LYR-KEY
               FILE STATUS IS WS-LYRFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD LYRFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COST-LAYER-RECORD.
      *
       COPY COSTLYR.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-LYRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LYRFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-LYR-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-LYR-EOF                        VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-AS-OF-DATE                      PIC 9(08)  VALUE ZERO.
       01 WS-LAYER-DATE                      PIC 9(08).
      *
       01 WS-CURRENT-PRODUCT                 PIC X(10).
       01 WS-CURRENT-WAREHOUSE               PIC X(03).
       01 WS-CATEGORY                        PIC X(04).
       01 WS-AVERAGE-COST                    PIC S9(07)V99 COMP-3.
       01 WS-LAYER-VALUE                     PIC S9(11)V99 COMP-3.
       01 WS-ITEM-QTY                        PIC S9(09) COMP-3.
       01 WS-ITEM-FIFO                       PIC S9(13)V99 COMP-3.
       01 WS-ITEM-AVERAGE                    PIC S9(13)V99 COMP-3.
       01 WS-DIFFERENCE                      PIC S9(13)V99 COMP-3.
      *
       01  CATEGORY-TABLE.
           05  CAT-ENTRY OCCURS 100 TIMES.
               10  CAT-CODE                  PIC X(04).
               10  CAT-FIFO-VALUE            PIC S9(13)V99 COMP-3.
               10  CAT-AVERAGE-VALUE         PIC S9(13)V99 COMP-3.
               10  CAT-ITEM-COUNT            PIC S9(07) COMP-3.
       01  WS-CAT-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-CAT-SUB                        PIC S9(03) COMP-3.
       01  WS-CAT-USE                        PIC S9(03) COMP-3.
      *
       01  WS-COUNTERS.
           05  WS-LAYER-COUNT                PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-ITEM-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-NO-PRODUCT-COUNT           PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-CAT-OVERFLOW-COUNT         PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-TOTAL-FIFO                 PIC S9(13)V99 COMP-3
                                              VALUE ZERO.
           05  WS-TOTAL-AVERAGE              PIC S9(13)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'FIFO INVENTORY VALUATION'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(03) VALUE SPACE.
           05  FILLER          PIC X(14) VALUE 'LAYERS AS OF:'.
           05  RPT-HDG-AS-OF   PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(40) VALUE SPACE.
      *
       01  RPT-SECTION-HEADER.
           05  RPT-SECTION-TITLE    PIC X(50).
           05  FILLER               PIC X(82) VALUE SPACE.
      *
       01  RPT-LAYER-HEADING.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(06) VALUE 'WHSE'.
           05  FILLER          PIC X(12) VALUE 'LAYER DATE'.
           05  FILLER          PIC X(05) VALUE 'SRC'.
           05  FILLER          PIC X(11) VALUE 'PO/LINE'.
           05  FILLER          PIC X(10) VALUE ' RECEIVED'.
           05  FILLER          PIC X(10) VALUE '  ON HAND'.
           05  FILLER          PIC X(13) VALUE '    UNIT COST'.
           05  FILLER          PIC X(17) VALUE '       FIFO VALUE'.
           05  FILLER          PIC X(16) VALUE '   AVERAGE VALUE'.
           05  FILLER          PIC X(16) VALUE ' FIFO LESS AVG'.
           05  FILLER          PIC X(04) VALUE SPACE.
      *
       01  RPT-LAYER-LINE.
           05  RPT-LYR-PRODUCT      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LYR-WAREHOUSE    PIC X(03).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-LYR-DATE         PIC 9(04)/9(02)/9(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LYR-SOURCE       PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-LYR-PO           PIC 9(06).
           05  RPT-LYR-SLASH        PIC X(01).
           05  RPT-LYR-PO-LINE      PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LYR-RECEIVED     PIC Z(07)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-LYR-REMAINING    PIC Z(07)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-LYR-UNIT-COST    PIC Z(08)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-LYR-VALUE        PIC Z(11)9.99-.
           05  FILLER               PIC X(36) VALUE SPACE.
      *
       01  RPT-ITEM-LINE.
           05  FILLER               PIC X(18) VALUE SPACE.
           05  RPT-ITM-LABEL        PIC X(23).
           05  FILLER               PIC X(15) VALUE SPACE.
           05  RPT-ITM-QTY          PIC Z(07)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ITM-AVG-COST     PIC Z(08)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ITM-FIFO         PIC Z(11)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ITM-AVERAGE      PIC Z(10)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ITM-DIFFERENCE   PIC Z(10)9.99-.
           05  FILLER               PIC X(04) VALUE SPACE.
      *
       01  RPT-CATEGORY-HEADING.
           05  FILLER          PIC X(10) VALUE 'CATEGORY'.
           05  FILLER          PIC X(08) VALUE '   ITEMS'.
           05  FILLER          PIC X(18) VALUE '        FIFO VALUE'.
           05  FILLER          PIC X(18) VALUE '     AVERAGE VALUE'.
           05  FILLER          PIC X(18) VALUE '   FIFO LESS AVG'.
           05  FILLER          PIC X(60) VALUE SPACE.
      *
       01  RPT-CATEGORY-LINE.
           05  RPT-CAT-CODE         PIC X(10).
           05  RPT-CAT-ITEMS        PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-CAT-FIFO         PIC Z(13)9.99-.
           05  RPT-CAT-AVERAGE      PIC Z(13)9.99-.
           05  RPT-CAT-DIFFERENCE   PIC Z(13)9.99-.
           05  FILLER               PIC X(60) VALUE SPACE.
      *
       01  RPT-ADJUSTMENT-LINE.
           05  FILLER               PIC X(21) VALUE
               'YEAR-END ADJUSTMENT: '.
           05  RPT-ADJ-ACTION       PIC X(26).
           05  RPT-ADJ-AMOUNT       PIC Z(13)9.99.
           05  FILLER               PIC X(68) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(36).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(89) VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 100-OPEN-FILES.
      *
           PERFORM 300-READ-LAYER.
           IF NOT WS-LYR-EOF
               MOVE LYR-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           MOVE WS-AS-OF-DATE TO RPT-HDG-AS-OF.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           MOVE 'COST LAYERS ON HAND, OLDEST FIRST'
               TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-LAYER-HEADING.
      *
           PERFORM 400-VALUE-ONE-WAREHOUSE
               UNTIL WS-LYR-EOF.
      *
           PERFORM 700-PRINT-CATEGORIES.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT LYRFILE.
           IF NOT WS-LYRFILE-SUCCESS
               DISPLAY "WS-LYRFILE-SW=" WS-LYRFILE-SW
               DISPLAY "LYRFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-LAYER.
      *
           READ LYRFILE
               AT END MOVE 'Y' TO WS-LYR-EOF-SW
               NOT AT END ADD 1 TO WS-LAYER-COUNT
           END-READ.
      *
      *****************************************************************
      *    ONE PRODUCT/WAREHOUSE: ITS LAYERS, THEN THE SAME QUANTITY
      *    AT THE MOVING AVERAGE.  A PRODUCT GONE FROM PRDAB2 HAS NO
      *    AVERAGE COST AND IS COUNTED SEPARATELY.
      *****************************************************************
       400-VALUE-ONE-WAREHOUSE.
      *
           MOVE LYR-PRODUCT-CODE   TO WS-CURRENT-PRODUCT.
           MOVE LYR-WAREHOUSE-CODE TO WS-CURRENT-WAREHOUSE.
           MOVE ZERO TO WS-ITEM-QTY
                        WS-ITEM-FIFO.
      *
           MOVE WS-CURRENT-PRODUCT TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-UNIT-COST        TO WS-AVERAGE-COST
               MOVE PRD-PRODUCT-CATEGORY TO WS-CATEGORY
           ELSE
               IF WS-PRDFILE-NOTFOUND
                   ADD 1 TO WS-NO-PRODUCT-COUNT
                   MOVE ZERO  TO WS-AVERAGE-COST
                   MOVE SPACE TO WS-CATEGORY
               ELSE
                   DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
                   DISPLAY "PRDFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           PERFORM 410-PRINT-ONE-LAYER
               UNTIL WS-LYR-EOF
                  OR LYR-PRODUCT-CODE   NOT = WS-CURRENT-PRODUCT
                  OR LYR-WAREHOUSE-CODE NOT = WS-CURRENT-WAREHOUSE.
      *
           ADD 1 TO WS-ITEM-COUNT.
           COMPUTE WS-ITEM-AVERAGE ROUNDED =
               WS-ITEM-QTY * WS-AVERAGE-COST.
           COMPUTE WS-DIFFERENCE = WS-ITEM-FIFO - WS-ITEM-AVERAGE.
           MOVE 'ON HAND / AVERAGE COST' TO RPT-ITM-LABEL.
           MOVE WS-ITEM-QTY     TO RPT-ITM-QTY.
           MOVE WS-AVERAGE-COST TO RPT-ITM-AVG-COST.
           MOVE WS-ITEM-FIFO    TO RPT-ITM-FIFO.
           MOVE WS-ITEM-AVERAGE TO RPT-ITM-AVERAGE.
           MOVE WS-DIFFERENCE   TO RPT-ITM-DIFFERENCE.
           WRITE PRINT-LINE FROM RPT-ITEM-LINE.
      *
           ADD WS-ITEM-FIFO    TO WS-TOTAL-FIFO.
           ADD WS-ITEM-AVERAGE TO WS-TOTAL-AVERAGE.
           PERFORM 450-ADD-TO-CATEGORY.
      *
       410-PRINT-ONE-LAYER.
      *
           COMPUTE WS-LAYER-VALUE ROUNDED =
               LYR-QUANTITY-REMAINING * LYR-UNIT-COST.
           ADD LYR-QUANTITY-REMAINING TO WS-ITEM-QTY.
           ADD WS-LAYER-VALUE         TO WS-ITEM-FIFO.
      *
           MOVE LYR-PRODUCT-CODE   TO RPT-LYR-PRODUCT.
           MOVE LYR-WAREHOUSE-CODE TO RPT-LYR-WAREHOUSE.
           MOVE LYR-LAYER-DATE     TO WS-LAYER-DATE.
           MOVE WS-LAYER-DATE      TO RPT-LYR-DATE.
           MOVE LYR-SOURCE         TO RPT-LYR-SOURCE.
           IF LYR-SOURCE-RECEIPT
               MOVE LYR-PO-NUMBER  TO RPT-LYR-PO
               MOVE '/'            TO RPT-LYR-SLASH
               MOVE LYR-PO-LINE    TO RPT-LYR-PO-LINE
           ELSE
               MOVE ZERO           TO RPT-LYR-PO
                                      RPT-LYR-PO-LINE
               MOVE SPACE          TO RPT-LYR-SLASH
           END-IF.
           MOVE LYR-QUANTITY-RECEIVED  TO RPT-LYR-RECEIVED.
           MOVE LYR-QUANTITY-REMAINING TO RPT-LYR-REMAINING.
           MOVE LYR-UNIT-COST          TO RPT-LYR-UNIT-COST.
           MOVE WS-LAYER-VALUE         TO RPT-LYR-VALUE.
           WRITE PRINT-LINE FROM RPT-LAYER-LINE.
      *
           PERFORM 300-READ-LAYER.
      *
       450-ADD-TO-CATEGORY.
      *
           MOVE ZERO TO WS-CAT-USE.
           PERFORM 455-MATCH-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
                 UNTIL WS-CAT-SUB > WS-CAT-COUNT
                    OR WS-CAT-USE > ZERO.
           IF WS-CAT-USE = ZERO
               IF WS-CAT-COUNT < 100
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT-USE
                   MOVE WS-CATEGORY TO CAT-CODE(WS-CAT-USE)
                   MOVE ZERO TO CAT-FIFO-VALUE(WS-CAT-USE)
                                CAT-AVERAGE-VALUE(WS-CAT-USE)
                                CAT-ITEM-COUNT(WS-CAT-USE)
               ELSE
                   ADD 1 TO WS-CAT-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-CAT-USE > ZERO
               ADD WS-ITEM-FIFO    TO CAT-FIFO-VALUE(WS-CAT-USE)
               ADD WS-ITEM-AVERAGE TO CAT-AVERAGE-VALUE(WS-CAT-USE)
               ADD 1               TO CAT-ITEM-COUNT(WS-CAT-USE)
           END-IF.
      *
       455-MATCH-CATEGORY.
      *
           IF CAT-CODE(WS-CAT-SUB) = WS-CATEGORY
               MOVE WS-CAT-SUB TO WS-CAT-USE
           END-IF.
      *
       700-PRINT-CATEGORIES.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'FIFO LESS AVERAGE BY PRODUCT CATEGORY'
               TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-CATEGORY-HEADING.
           PERFORM 710-PRINT-ONE-CATEGORY
               VARYING WS-CAT-SUB FROM 1 BY 1
                 UNTIL WS-CAT-SUB > WS-CAT-COUNT.
      *
           COMPUTE WS-DIFFERENCE = WS-TOTAL-FIFO - WS-TOTAL-AVERAGE.
           MOVE 'COMPANY'        TO RPT-CAT-CODE.
           MOVE WS-ITEM-COUNT    TO RPT-CAT-ITEMS.
           MOVE WS-TOTAL-FIFO    TO RPT-CAT-FIFO.
           MOVE WS-TOTAL-AVERAGE TO RPT-CAT-AVERAGE.
           MOVE WS-DIFFERENCE    TO RPT-CAT-DIFFERENCE.
           WRITE PRINT-LINE FROM RPT-CATEGORY-LINE.
      *
      *****************************************************************
      *    FIFO ABOVE THE AVERAGE MEANS THE INVENTORY ACCOUNT IS
      *    UNDERSTATED - DEBIT IT; BELOW, CREDIT IT.
      *****************************************************************
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-DIFFERENCE > ZERO
                   MOVE 'DEBIT INVENTORY' TO RPT-ADJ-ACTION
                   MOVE WS-DIFFERENCE TO RPT-ADJ-AMOUNT
               WHEN WS-DIFFERENCE < ZERO
                   MOVE 'CREDIT INVENTORY' TO RPT-ADJ-ACTION
                   COMPUTE RPT-ADJ-AMOUNT = 0 - WS-DIFFERENCE
               WHEN OTHER
                   MOVE 'NONE' TO RPT-ADJ-ACTION
                   MOVE ZERO TO RPT-ADJ-AMOUNT
           END-EVALUATE.
           WRITE PRINT-LINE FROM RPT-ADJUSTMENT-LINE.
      *
       710-PRINT-ONE-CATEGORY.
      *
           COMPUTE WS-DIFFERENCE =
               CAT-FIFO-VALUE(WS-CAT-SUB)
             - CAT-AVERAGE-VALUE(WS-CAT-SUB).
           MOVE CAT-CODE(WS-CAT-SUB)          TO RPT-CAT-CODE.
           MOVE CAT-ITEM-COUNT(WS-CAT-SUB)    TO RPT-CAT-ITEMS.
           MOVE CAT-FIFO-VALUE(WS-CAT-SUB)    TO RPT-CAT-FIFO.
           MOVE CAT-AVERAGE-VALUE(WS-CAT-SUB) TO RPT-CAT-AVERAGE.
           MOVE WS-DIFFERENCE                 TO RPT-CAT-DIFFERENCE.
           WRITE PRINT-LINE FROM RPT-CATEGORY-LINE.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'LAYERS READ:' TO RPT-TOT-LABEL.
           MOVE WS-LAYER-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PRODUCT/WAREHOUSES VALUED:' TO RPT-TOT-LABEL.
           MOVE WS-ITEM-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF WS-NO-PRODUCT-COUNT > ZERO
               MOVE '** NOT ON PRDAB2 - NO AVERAGE COST:'
                   TO RPT-TOT-LABEL
               MOVE WS-NO-PRODUCT-COUNT TO RPT-TOT-COUNT
               WRITE PRINT-LINE FROM RPT-TOTAL-LINE
           END-IF.
           IF WS-CAT-OVERFLOW-COUNT > ZERO
               MOVE '** CATEGORY TABLE FULL - COMPANY ONLY:'
                   TO RPT-TOT-LABEL
               MOVE WS-CAT-OVERFLOW-COUNT TO RPT-TOT-COUNT
               WRITE PRINT-LINE FROM RPT-TOTAL-LINE
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE LYRFILE.
           CLOSE PRDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "LAYERS READ:      " WS-LAYER-COUNT.
           DISPLAY "DONE".
