       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLYBLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    FIFO COST LAYER BUILD.  THE BOOKS CARRY ONLY THE MOVING
      *    AVERAGE PRD-UNIT-COST; THIS JOB REBUILDS THE FIFO COST
      *    LAYER FILE (CLYAB2) FRESH SO CLYVLB2 CAN VALUE THE STOCK
      *    FIFO AT YEAR END.  THE FILE IS BUILT AS OF THE PROCESSING
      *    DATE ON THE DAYAB2 RECORD, OR THE YYYYMMDD DATE IN COLUMNS
      *    1-8 OF THE OPTIONAL CLYPARM CARD WHEN THE YEAR-END RUN IS
      *    MADE AFTER THE FACT; ANYTHING DATED LATER IS LEFT OUT.
      *      - EVERY RCTAB2 RECEIPT IS A LAYER AT THE UNIT COST ON ITS
      *        POAB2 LINE (THE SAME COST GLEXTB2 ACCRUES IT AT).  A
      *        DROP-SHIP RECEIPT MOVES NO STOCK AND IS SKIPPED.
      *      - ILGAB2 MOVEMENTS OUT OF STOCK CONSUME THE LAYERS OF
      *        THEIR PRODUCT AND WAREHOUSE OLDEST FIRST.  STOCK COMING
      *        BACK IN OTHER THAN BY RECEIPT (RETURNS, VOIDS, TRANSFER
      *        RECEIPTS, KIT BUILDS, ADJUSTMENTS UP) IS A NEW LAYER AT
      *        THE CURRENT PRD-UNIT-COST.  RC IS THE RECEIPT ITSELF AND
      *        QI/QO ONLY MOVE OWNED STOCK IN AND OUT OF QUARANTINE,
      *        SO THOSE ARE NOT MOVEMENTS HERE.
      *      - AN ILGARB2 OB OPENING BALANCE STANDS FOR EVERYTHING
      *        BEFORE IT, SO IT CLEARS THE LAYERS BUILT SO FAR AND
      *        BECOMES ONE OPENING LAYER AT PRD-UNIT-COST.
      *    A SORT PUTS RECEIPTS AND MOVEMENTS IN DATE ORDER WITHIN
      *    PRODUCT AND WAREHOUSE.  ISSUES BEYOND THE LAYERS ON HAND
      *    ARE HELD AS A SHORTAGE THAT THE NEXT STOCK IN MAKES GOOD
      *    FIRST; ONE STILL OPEN AT THE END IS LISTED ON THE CONTROL
      *    REPORT, WHICH ALSO TOTALS THE LAYERS AND THEIR FIFO VALUE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CLYPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT RCTFILE ASSIGN TO RCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCTFILE-SW.

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-SW.

           SELECT ILGFILE ASSIGN TO ILGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ILG-KEY
               FILE STATUS IS WS-ILGFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT LYRFILE ASSIGN TO LYRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LYR-KEY
               FILE STATUS IS WS-LYRFILE-SW.

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT JDPFILE ASSIGN TO JDPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDP-KEY
               FILE STATUS IS WS-JDPFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-AS-OF-DATE-X             PIC X(08).
           05  PARM-AS-OF-DATE REDEFINES PARM-AS-OF-DATE-X
                                             PIC 9(08).
           05  FILLER                        PIC X(72).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD RCTFILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS RECEIVING-TRANSACTION-RECORD.
      *
       COPY RCVTRAN.
      *
       FD POFILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS PURCHASE-ORDER-RECORD.
      *
       COPY PURCHORD.
      *
       FD ILGFILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS INVENTORY-LEDGER-RECORD.
      *
       COPY INVLED.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD LYRFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COST-LAYER-RECORD.
      *
       COPY COSTLYR.
      *
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
      *
       COPY RUNCTL.
      *
       FD JDPFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS JOB-DEPENDENCY-RECORD.
      *
       COPY JOBDEP.
      *
      *****************************************************************
      *    ONE SORT RECORD PER RECEIPT OR STOCK MOVEMENT.  WITHIN A
      *    DAY THE OPENING BALANCE (KIND 1) COMES FIRST, THEN THE
      *    RECEIPTS (2), THEN EVERYTHING ELSE (3), EACH BY TIME.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-WAREHOUSE-CODE            PIC X(03).
           05  SRT-DATE                      PIC 9(08).
           05  SRT-KIND                      PIC 9(01).
               88  SRT-KIND-OPENING                VALUE 1.
               88  SRT-KIND-RECEIPT                VALUE 2.
               88  SRT-KIND-MOVEMENT               VALUE 3.
           05  SRT-TIME                      PIC S9(07).
           05  SRT-QUANTITY                  PIC S9(07).
           05  SRT-UNIT-COST                 PIC S9(07)V99.
           05  SRT-PO-NUMBER                 PIC 9(06).
           05  SRT-PO-LINE                   PIC 9(02).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-RCTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RCTFILE-SUCCESS                VALUE '00'.
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-NOTFOUND                 VALUE '23'.
       01 WS-ILGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
       01 WS-LYRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LYRFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-RCT-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RCT-EOF                        VALUE 'Y'.
       01 WS-ILG-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-ILG-EOF                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-AS-OF-DATE                      PIC 9(08).
      *
      *****************************************************************
      *    RECEIPT AND LEDGER DATES ARE MMDDYYYY; THE SORT AND THE
      *    LAYER KEY WANT YYYYMMDD.
      *****************************************************************
       01 WS-MDY-DATE                        PIC 9(08).
       01 WS-MDY-DATE-R REDEFINES WS-MDY-DATE.
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
       01 WS-YMD-DATE                        PIC 9(08).
       01 WS-YMD-DATE-R REDEFINES WS-YMD-DATE.
           05  WS-YMD-YYYY                   PIC 9(04).
           05  WS-YMD-MM                     PIC 9(02).
           05  WS-YMD-DD                     PIC 9(02).
      *
       01 WS-COST-PRODUCT                    PIC X(10)  VALUE SPACES.
       01 WS-AVERAGE-COST                    PIC S9(07)V99 COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    THE LAYERS OF THE PRODUCT/WAREHOUSE IN HAND, OLDEST FIRST.
      *    WS-LTB-FIRST IS THE OLDEST LAYER NOT YET USED UP; THE ONES
      *    BEFORE IT ARE SPENT AND ARE SQUEEZED OUT WHEN THE TABLE
      *    FILLS.  A TABLE STILL FULL AFTER THAT FOLDS THE NEW STOCK
      *    INTO THE NEWEST LAYER AT A BLENDED COST.
      *****************************************************************
       01  LAYER-TABLE.
           05  LTB-ENTRY OCCURS 300 TIMES.
               10  LTB-LAYER-DATE            PIC 9(08).
               10  LTB-SOURCE                PIC X(01).
               10  LTB-PO-NUMBER             PIC 9(06).
               10  LTB-PO-LINE               PIC 9(02).
               10  LTB-QUANTITY-RECEIVED     PIC S9(07) COMP-3.
               10  LTB-QUANTITY-REMAINING    PIC S9(07) COMP-3.
               10  LTB-UNIT-COST             PIC S9(07)V99 COMP-3.
       01  WS-LTB-COUNT                      PIC S9(03) COMP-3.
       01  WS-LTB-FIRST                      PIC S9(03) COMP-3.
       01  WS-LTB-SUB                        PIC S9(03) COMP-3.
       01  WS-LTB-TO                         PIC S9(03) COMP-3.
      *
       01  WS-CURRENT-PRODUCT                PIC X(10).
       01  WS-CURRENT-WAREHOUSE              PIC X(03).
       01  WS-SHORTAGE-QTY                   PIC S9(09) COMP-3.
       01  WS-ISSUE-QTY                      PIC S9(09) COMP-3.
       01  WS-TAKE-QTY                       PIC S9(09) COMP-3.
       01  WS-NEW-QTY                        PIC S9(09) COMP-3.
       01  WS-NEW-SOURCE                     PIC X(01).
       01  WS-BLEND-VALUE                    PIC S9(13)V99 COMP-3.
       01  WS-LAYER-SEQ                      PIC 9(03).
       01  WS-LAYER-VALUE                    PIC S9(11)V99 COMP-3.
      *
       01  WS-COUNTERS.
           05  WS-RCT-READ-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-RCT-USED-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-DROP-SHIP-COUNT            PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-NO-PO-COUNT                PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-ILG-READ-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-ILG-USED-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-LAYER-COUNT                PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-FOLDED-COUNT               PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-SHORT-COUNT                PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-LAYER-QTY-TOTAL            PIC S9(11) COMP-3
                                              VALUE ZERO.
           05  WS-FIFO-VALUE-TOTAL           PIC S9(13)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'FIFO COST LAYER BUILD'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(03) VALUE SPACE.
           05  FILLER          PIC X(07) VALUE 'AS OF:'.
           05  RPT-HDG-AS-OF   PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(47) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(50) VALUE
               'ISSUES BEYOND THE STOCK ON HAND - NO LAYER LEFT'.
           05  FILLER          PIC X(82) VALUE SPACE.
      *
       01  RPT-HEADING-3.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(06) VALUE 'WHSE'.
           05  FILLER          PIC X(14) VALUE '  SHORT QTY'.
           05  FILLER          PIC X(100) VALUE SPACE.
      *
       01  RPT-SHORT-LINE.
           05  RPT-SHT-PRODUCT      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SHT-WAREHOUSE    PIC X(03).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-SHT-QUANTITY     PIC Z(08)9-.
           05  FILLER               PIC X(104) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(36).
           05  RPT-TOT-COUNT        PIC Z(10)9-.
           05  FILLER               PIC X(84) VALUE SPACE.
      *
       01  RPT-VALUE-LINE.
           05  RPT-VAL-LABEL        PIC X(36).
           05  RPT-VAL-AMOUNT       PIC Z(11)9.99-.
           05  FILLER               PIC X(80) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-DATE-X TO WS-AS-OF-DATE.
           PERFORM 120-READ-PARM-CARD.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'CLYBLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           MOVE WS-AS-OF-DATE TO RPT-HDG-AS-OF.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
           WRITE PRINT-LINE FROM RPT-HEADING-3.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PRODUCT-CODE
                                SRT-WAREHOUSE-CODE
                                SRT-DATE
                                SRT-KIND
                                SRT-TIME
               INPUT PROCEDURE IS 500-RELEASE-ACTIVITY
               OUTPUT PROCEDURE IS 600-BUILD-LAYERS.
      *
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           COMPUTE WS-RUN-COUNT-IN =
               WS-RCT-READ-COUNT + WS-ILG-READ-COUNT.
           MOVE WS-LAYER-COUNT TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT RCTFILE.
           IF NOT WS-RCTFILE-SUCCESS
               IF WS-RCTFILE-SW = '35'
                   MOVE 'Y' TO WS-RCT-EOF-SW
                   DISPLAY "NO RCTFILE - NO RECEIPT LAYERS"
               ELSE
                   DISPLAY "WS-RCTFILE-SW=" WS-RCTFILE-SW
                   DISPLAY "RCTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "POFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT ILGFILE.
           IF NOT WS-ILGFILE-SUCCESS
               IF WS-ILGFILE-SW = '35'
                   MOVE 'Y' TO WS-ILG-EOF-SW
                   DISPLAY "NO ILGFILE - NO ISSUES CONSUMED"
               ELSE
                   DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
                   DISPLAY "ILGFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE LAYER FILE IS REBUILT FRESH ON EVERY RUN - IT IS A
      *    PICTURE OF THE STOCK AS OF ONE DATE, NOT A RUNNING FILE.
      *****************************************************************
           OPEN OUTPUT LYRFILE.
           IF NOT WS-LYRFILE-SUCCESS
               DISPLAY "WS-LYRFILE-SW=" WS-LYRFILE-SW
               DISPLAY "LYRFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE CLYPARM CARD IS OPTIONAL - NO FILE, NO CARD OR A BLANK
      *    OR NON-NUMERIC DATE BUILDS AS OF THE PROCESSING DATE.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "CLYPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF        PARM-AS-OF-DATE-X NUMERIC
                             AND PARM-AS-OF-DATE > ZERO
                           MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO CLYPARM CARD - DEFAULTS USED"
           END-IF.
      *
      *****************************************************************
      *    THE RUN WORKS THE BUSINESS DATE ON THE DAYAB2 DAY-CONTROL
      *    RECORD, NOT THE WALL CLOCK.  NO DAY FILE OR NO RECORD
      *    FALLS BACK TO THE SYSTEM DATE.
      *****************************************************************
       150-GET-PROCESSING-DATE.
      *
           OPEN INPUT DAYFILE.
           IF WS-DAYFILE-SUCCESS
               MOVE 'D' TO DAY-CONTROL-KEY
               READ DAYFILE
               IF WS-DAYFILE-SUCCESS
                   MOVE DAY-PROCESSING-DATE TO WS-PROC-DATE-MDY
                   MOVE WS-PROC-YYYY TO WS-RUN-YYYY
                   MOVE WS-PROC-MM   TO WS-RUN-MM
                   MOVE WS-PROC-DD   TO WS-RUN-DD
               END-IF
               CLOSE DAYFILE
           END-IF.
      *
       300-READ-RECEIPT.
      *
           IF NOT WS-RCT-EOF
               READ RCTFILE
                   AT END MOVE 'Y' TO WS-RCT-EOF-SW
                   NOT AT END ADD 1 TO WS-RCT-READ-COUNT
               END-READ
           END-IF.
      *
       310-READ-LEDGER.
      *
           IF NOT WS-ILG-EOF
               READ ILGFILE
                   AT END MOVE 'Y' TO WS-ILG-EOF-SW
                   NOT AT END ADD 1 TO WS-ILG-READ-COUNT
               END-READ
           END-IF.
      *
      *****************************************************************
      *    THE MOVING AVERAGE COST OF A PRODUCT, FOR OPENING AND OTHER
      *    INCOMING LAYERS AND FOR A RECEIPT WHOSE PO LINE IS GONE.
      *    THE LAST PRODUCT LOOKED UP IS KEPT, SINCE THE LEDGER COMES
      *    IN PRODUCT ORDER.
      *****************************************************************
       330-GET-AVERAGE-COST.
      *
           IF PRD-PRODUCT-CODE NOT = WS-COST-PRODUCT
               MOVE PRD-PRODUCT-CODE TO WS-COST-PRODUCT
               READ PRDFILE
               IF WS-PRDFILE-SUCCESS
                   MOVE PRD-UNIT-COST TO WS-AVERAGE-COST
               ELSE
                   IF WS-PRDFILE-NOTFOUND
                       MOVE ZERO TO WS-AVERAGE-COST
                   ELSE
                       DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
                       DISPLAY "PRDFILE READ ERROR"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      *    SORT INPUT - THE RECEIPTS, THEN THE LEDGER.
      *****************************************************************
       500-RELEASE-ACTIVITY.
      *
           PERFORM 300-READ-RECEIPT.
           PERFORM 510-RELEASE-ONE-RECEIPT
               UNTIL WS-RCT-EOF.
           PERFORM 310-READ-LEDGER.
           PERFORM 520-RELEASE-ONE-MOVEMENT
               UNTIL WS-ILG-EOF.
      *
       510-RELEASE-ONE-RECEIPT.
      *
           IF RCT-RECEIPT-DATE NUMERIC
               MOVE RCT-RECEIPT-DATE TO WS-MDY-DATE
               MOVE WS-MDY-YYYY TO WS-YMD-YYYY
               MOVE WS-MDY-MM   TO WS-YMD-MM
               MOVE WS-MDY-DD   TO WS-YMD-DD
               IF WS-YMD-DATE NOT > WS-AS-OF-DATE
                   PERFORM 515-COST-ONE-RECEIPT
               END-IF
           END-IF.
      *
           PERFORM 300-READ-RECEIPT.
      *
       515-COST-ONE-RECEIPT.
      *
           MOVE RCT-PO-NUMBER   TO PO-PO-NUMBER.
           MOVE RCT-LINE-NUMBER TO PO-LINE-NUMBER.
           READ POFILE.
           EVALUATE TRUE
               WHEN WS-POFILE-SUCCESS AND PO-DROP-SHIP
                   ADD 1 TO WS-DROP-SHIP-COUNT
               WHEN WS-POFILE-SUCCESS
                   MOVE PO-UNIT-COST TO SRT-UNIT-COST
                   PERFORM 518-RELEASE-RECEIPT
               WHEN WS-POFILE-NOTFOUND
                   ADD 1 TO WS-NO-PO-COUNT
                   MOVE RCT-PRODUCT-CODE TO PRD-PRODUCT-CODE
                   PERFORM 330-GET-AVERAGE-COST
                   MOVE WS-AVERAGE-COST TO SRT-UNIT-COST
                   PERFORM 518-RELEASE-RECEIPT
               WHEN OTHER
                   DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
                   DISPLAY "POFILE READ ERROR"
                   STOP RUN
           END-EVALUATE.
      *
       518-RELEASE-RECEIPT.
      *
           MOVE RCT-PRODUCT-CODE      TO SRT-PRODUCT-CODE.
           MOVE RCT-WAREHOUSE-CODE    TO SRT-WAREHOUSE-CODE.
           MOVE WS-YMD-DATE           TO SRT-DATE.
           SET SRT-KIND-RECEIPT       TO TRUE.
           MOVE RCT-RECEIPT-TIME      TO SRT-TIME.
           MOVE RCT-QUANTITY-RECEIVED TO SRT-QUANTITY.
           MOVE RCT-PO-NUMBER         TO SRT-PO-NUMBER.
           MOVE RCT-LINE-NUMBER       TO SRT-PO-LINE.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-RCT-USED-COUNT.
      *
       520-RELEASE-ONE-MOVEMENT.
      *
           IF        ILG-TRAN-DATE NUMERIC
                 AND NOT ILG-TYPE-RECEIPT
                 AND NOT ILG-TYPE-QUARANTINE-IN
                 AND NOT ILG-TYPE-QUARANTINE-OUT
               MOVE ILG-TRAN-DATE TO WS-MDY-DATE
               MOVE WS-MDY-YYYY TO WS-YMD-YYYY
               MOVE WS-MDY-MM   TO WS-YMD-MM
               MOVE WS-MDY-DD   TO WS-YMD-DD
               IF WS-YMD-DATE NOT > WS-AS-OF-DATE
                   MOVE ILG-PRODUCT-CODE TO PRD-PRODUCT-CODE
                   PERFORM 330-GET-AVERAGE-COST
                   MOVE ILG-PRODUCT-CODE   TO SRT-PRODUCT-CODE
                   MOVE ILG-WAREHOUSE-CODE TO SRT-WAREHOUSE-CODE
                   MOVE WS-YMD-DATE        TO SRT-DATE
                   IF ILG-TYPE-OPENING
                       SET SRT-KIND-OPENING  TO TRUE
                   ELSE
                       SET SRT-KIND-MOVEMENT TO TRUE
                   END-IF
                   MOVE ILG-TRAN-TIME      TO SRT-TIME
                   MOVE ILG-QUANTITY       TO SRT-QUANTITY
                   MOVE WS-AVERAGE-COST    TO SRT-UNIT-COST
                   MOVE ZERO               TO SRT-PO-NUMBER
                                              SRT-PO-LINE
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-ILG-USED-COUNT
               END-IF
           END-IF.
      *
           PERFORM 310-READ-LEDGER.
      *
      *****************************************************************
      *    SORT OUTPUT - ONE PRODUCT/WAREHOUSE AT A TIME, IN DATE
      *    ORDER, THEN ITS SURVIVING LAYERS TO CLYAB2.
      *****************************************************************
       600-BUILD-LAYERS.
      *
           PERFORM 610-RETURN-ACTIVITY.
           PERFORM 620-BUILD-ONE-WAREHOUSE
               UNTIL WS-SORT-EOF.
      *
       610-RETURN-ACTIVITY.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-BUILD-ONE-WAREHOUSE.
      *
           MOVE SRT-PRODUCT-CODE   TO WS-CURRENT-PRODUCT.
           MOVE SRT-WAREHOUSE-CODE TO WS-CURRENT-WAREHOUSE.
           MOVE ZERO TO WS-LTB-COUNT
                        WS-SHORTAGE-QTY.
           MOVE 1    TO WS-LTB-FIRST.
      *
           PERFORM 630-APPLY-ONE-ACTIVITY
               UNTIL WS-SORT-EOF
                  OR SRT-PRODUCT-CODE   NOT = WS-CURRENT-PRODUCT
                  OR SRT-WAREHOUSE-CODE NOT = WS-CURRENT-WAREHOUSE.
      *
           MOVE ZERO TO WS-LAYER-SEQ.
           PERFORM 700-WRITE-ONE-LAYER
               VARYING WS-LTB-SUB FROM WS-LTB-FIRST BY 1
                 UNTIL WS-LTB-SUB > WS-LTB-COUNT.
           IF WS-SHORTAGE-QTY > ZERO
               ADD 1 TO WS-SHORT-COUNT
               MOVE WS-CURRENT-PRODUCT   TO RPT-SHT-PRODUCT
               MOVE WS-CURRENT-WAREHOUSE TO RPT-SHT-WAREHOUSE
               MOVE WS-SHORTAGE-QTY      TO RPT-SHT-QUANTITY
               WRITE PRINT-LINE FROM RPT-SHORT-LINE
           END-IF.
      *
       630-APPLY-ONE-ACTIVITY.
      *
           EVALUATE TRUE
               WHEN SRT-KIND-OPENING
                   MOVE ZERO TO WS-LTB-COUNT
                                WS-SHORTAGE-QTY
                   MOVE 1    TO WS-LTB-FIRST
                   IF SRT-QUANTITY < ZERO
                       COMPUTE WS-SHORTAGE-QTY = 0 - SRT-QUANTITY
                   ELSE
                       MOVE SRT-QUANTITY TO WS-NEW-QTY
                       MOVE 'B'          TO WS-NEW-SOURCE
                       PERFORM 650-ADD-LAYER
                   END-IF
               WHEN SRT-KIND-RECEIPT
                   MOVE SRT-QUANTITY TO WS-NEW-QTY
                   MOVE 'R'          TO WS-NEW-SOURCE
                   PERFORM 650-ADD-LAYER
               WHEN SRT-QUANTITY < ZERO
                   COMPUTE WS-ISSUE-QTY = 0 - SRT-QUANTITY
                   PERFORM 640-CONSUME-OLDEST
                       UNTIL WS-ISSUE-QTY = ZERO
                          OR WS-LTB-FIRST > WS-LTB-COUNT
                   ADD WS-ISSUE-QTY TO WS-SHORTAGE-QTY
               WHEN OTHER
                   MOVE SRT-QUANTITY TO WS-NEW-QTY
                   MOVE 'O'          TO WS-NEW-SOURCE
                   PERFORM 650-ADD-LAYER
           END-EVALUATE.
      *
           PERFORM 610-RETURN-ACTIVITY.
      *
       640-CONSUME-OLDEST.
      *
           IF LTB-QUANTITY-REMAINING(WS-LTB-FIRST) > WS-ISSUE-QTY
               MOVE WS-ISSUE-QTY TO WS-TAKE-QTY
           ELSE
               MOVE LTB-QUANTITY-REMAINING(WS-LTB-FIRST)
                   TO WS-TAKE-QTY
           END-IF.
           SUBTRACT WS-TAKE-QTY
               FROM LTB-QUANTITY-REMAINING(WS-LTB-FIRST).
           SUBTRACT WS-TAKE-QTY FROM WS-ISSUE-QTY.
           IF LTB-QUANTITY-REMAINING(WS-LTB-FIRST) NOT > ZERO
               ADD 1 TO WS-LTB-FIRST
           END-IF.
      *
      *****************************************************************
      *    NEW STOCK FIRST MAKES GOOD ANY SHORTAGE; THE REST IS A NEW
      *    LAYER.  OTHER STOCK IN ON THE SAME DAY AT THE SAME COST
      *    JOINS THE NEWEST LAYER RATHER THAN STARTING ANOTHER.
      *****************************************************************
       650-ADD-LAYER.
      *
           IF WS-SHORTAGE-QTY > ZERO AND WS-NEW-QTY > ZERO
               IF WS-SHORTAGE-QTY > WS-NEW-QTY
                   MOVE WS-NEW-QTY TO WS-TAKE-QTY
               ELSE
                   MOVE WS-SHORTAGE-QTY TO WS-TAKE-QTY
               END-IF
               SUBTRACT WS-TAKE-QTY FROM WS-SHORTAGE-QTY
                                         WS-NEW-QTY
           END-IF.
      *
           IF WS-NEW-QTY > ZERO
               IF        WS-NEW-SOURCE = 'O'
                     AND WS-LTB-COUNT NOT < WS-LTB-FIRST
                     AND LTB-SOURCE(WS-LTB-COUNT) = 'O'
                     AND LTB-LAYER-DATE(WS-LTB-COUNT) = SRT-DATE
                     AND LTB-UNIT-COST(WS-LTB-COUNT) = SRT-UNIT-COST
                   ADD WS-NEW-QTY
                       TO LTB-QUANTITY-RECEIVED(WS-LTB-COUNT)
                          LTB-QUANTITY-REMAINING(WS-LTB-COUNT)
               ELSE
                   IF WS-LTB-COUNT = 300 AND WS-LTB-FIRST > 1
                       PERFORM 660-SQUEEZE-SPENT-LAYERS
                   END-IF
                   IF WS-LTB-COUNT < 300
                       ADD 1 TO WS-LTB-COUNT
                       MOVE SRT-DATE
                           TO LTB-LAYER-DATE(WS-LTB-COUNT)
                       MOVE WS-NEW-SOURCE
                           TO LTB-SOURCE(WS-LTB-COUNT)
                       MOVE SRT-PO-NUMBER
                           TO LTB-PO-NUMBER(WS-LTB-COUNT)
                       MOVE SRT-PO-LINE
                           TO LTB-PO-LINE(WS-LTB-COUNT)
                       MOVE WS-NEW-QTY
                           TO LTB-QUANTITY-RECEIVED(WS-LTB-COUNT)
                              LTB-QUANTITY-REMAINING(WS-LTB-COUNT)
                       MOVE SRT-UNIT-COST
                           TO LTB-UNIT-COST(WS-LTB-COUNT)
                   ELSE
                       PERFORM 670-FOLD-INTO-NEWEST
                   END-IF
               END-IF
           END-IF.
      *
       660-SQUEEZE-SPENT-LAYERS.
      *
           MOVE ZERO TO WS-LTB-TO.
           PERFORM 665-MOVE-LIVE-LAYER
               VARYING WS-LTB-SUB FROM WS-LTB-FIRST BY 1
                 UNTIL WS-LTB-SUB > WS-LTB-COUNT.
           MOVE WS-LTB-TO TO WS-LTB-COUNT.
           MOVE 1         TO WS-LTB-FIRST.
      *
       665-MOVE-LIVE-LAYER.
      *
           ADD 1 TO WS-LTB-TO.
           MOVE LTB-ENTRY(WS-LTB-SUB) TO LTB-ENTRY(WS-LTB-TO).
      *
       670-FOLD-INTO-NEWEST.
      *
           ADD 1 TO WS-FOLDED-COUNT.
           COMPUTE WS-BLEND-VALUE =
               (LTB-QUANTITY-REMAINING(WS-LTB-COUNT)
                   * LTB-UNIT-COST(WS-LTB-COUNT))
             + (WS-NEW-QTY * SRT-UNIT-COST).
           ADD WS-NEW-QTY TO LTB-QUANTITY-RECEIVED(WS-LTB-COUNT)
                             LTB-QUANTITY-REMAINING(WS-LTB-COUNT).
           COMPUTE LTB-UNIT-COST(WS-LTB-COUNT) ROUNDED =
               WS-BLEND-VALUE / LTB-QUANTITY-REMAINING(WS-LTB-COUNT).
           MOVE SRT-DATE TO LTB-LAYER-DATE(WS-LTB-COUNT).
      *
       700-WRITE-ONE-LAYER.
      *
           IF LTB-QUANTITY-REMAINING(WS-LTB-SUB) > ZERO
               ADD 1 TO WS-LAYER-SEQ
               MOVE SPACE                TO COST-LAYER-RECORD
               MOVE WS-CURRENT-PRODUCT   TO LYR-PRODUCT-CODE
               MOVE WS-CURRENT-WAREHOUSE TO LYR-WAREHOUSE-CODE
               MOVE LTB-LAYER-DATE(WS-LTB-SUB) TO LYR-LAYER-DATE
               MOVE WS-LAYER-SEQ         TO LYR-SEQUENCE
               MOVE LTB-SOURCE(WS-LTB-SUB)     TO LYR-SOURCE
               MOVE LTB-PO-NUMBER(WS-LTB-SUB)  TO LYR-PO-NUMBER
               MOVE LTB-PO-LINE(WS-LTB-SUB)    TO LYR-PO-LINE
               MOVE LTB-QUANTITY-RECEIVED(WS-LTB-SUB)
                   TO LYR-QUANTITY-RECEIVED
               MOVE LTB-QUANTITY-REMAINING(WS-LTB-SUB)
                   TO LYR-QUANTITY-REMAINING
               MOVE LTB-UNIT-COST(WS-LTB-SUB)  TO LYR-UNIT-COST
               MOVE WS-AS-OF-DATE        TO LYR-AS-OF-DATE
               WRITE COST-LAYER-RECORD
               IF NOT WS-LYRFILE-SUCCESS
                   DISPLAY "WS-LYRFILE-SW=" WS-LYRFILE-SW
                   DISPLAY "LYRFILE WRITE ERROR"
                   STOP RUN
               END-IF
               ADD 1 TO WS-LAYER-COUNT
               ADD LTB-QUANTITY-REMAINING(WS-LTB-SUB)
                   TO WS-LAYER-QTY-TOTAL
               COMPUTE WS-LAYER-VALUE ROUNDED =
                   LTB-QUANTITY-REMAINING(WS-LTB-SUB)
                       * LTB-UNIT-COST(WS-LTB-SUB)
               ADD WS-LAYER-VALUE TO WS-FIFO-VALUE-TOTAL
           END-IF.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'RECEIPTS READ:' TO RPT-TOT-LABEL.
           MOVE WS-RCT-READ-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  LAYERED:' TO RPT-TOT-LABEL.
           MOVE WS-RCT-USED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  OF WHICH PO LINE GONE (AVG COST):' TO RPT-TOT-LABEL.
           MOVE WS-NO-PO-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  DROP-SHIP - NO STOCK:' TO RPT-TOT-LABEL.
           MOVE WS-DROP-SHIP-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'LEDGER RECORDS READ:' TO RPT-TOT-LABEL.
           MOVE WS-ILG-READ-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  APPLIED TO LAYERS:' TO RPT-TOT-LABEL.
           MOVE WS-ILG-USED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'LAYERS WRITTEN:' TO RPT-TOT-LABEL.
           MOVE WS-LAYER-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'QUANTITY ON HAND IN LAYERS:' TO RPT-TOT-LABEL.
           MOVE WS-LAYER-QTY-TOTAL TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'FIFO VALUE:' TO RPT-VAL-LABEL.
           MOVE WS-FIFO-VALUE-TOTAL TO RPT-VAL-AMOUNT.
           WRITE PRINT-LINE FROM RPT-VALUE-LINE.
           MOVE 'PRODUCT/WAREHOUSES SHORT:' TO RPT-TOT-LABEL.
           MOVE WS-SHORT-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF WS-FOLDED-COUNT > ZERO
               MOVE '** TABLE FULL - FOLDED INTO NEWEST:'
                   TO RPT-TOT-LABEL
               MOVE WS-FOLDED-COUNT TO RPT-TOT-COUNT
               WRITE PRINT-LINE FROM RPT-TOTAL-LINE
           END-IF.
      *
       900-CLOSE-FILES.
      *
           IF WS-RCTFILE-SW NOT = '35'
               CLOSE RCTFILE
           END-IF.
           CLOSE POFILE.
           IF WS-ILGFILE-SW NOT = '35'
               CLOSE ILGFILE
           END-IF.
           CLOSE PRDFILE.
           CLOSE LYRFILE.
           CLOSE PRINT-FILE.
           DISPLAY "LAYERS WRITTEN:   " WS-LAYER-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
