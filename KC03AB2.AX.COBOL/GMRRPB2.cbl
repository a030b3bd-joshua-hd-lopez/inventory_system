       IDENTIFICATION DIVISION.
       PROGRAM-ID. GMRRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    INVENTORY TURNS AND GMROI.  INVVLB2 SAYS WHAT THE STOCK IS
      *    WORTH TODAY AND SLWRPB2 HOW LONG IT HAS SAT; THIS MONTHLY
      *    REPORT SAYS HOW HARD THE INVENTORY DOLLARS WORK.  THE
      *    PERIOD IS THE MONTHS (TWELVE UNLESS THE OPTIONAL GMRPARM
      *    CARD SAYS OTHERWISE IN COLUMNS 1-2) ENDING WITH THE
      *    PROCESSING MONTH ON THE DAYAB2 RECORD.
      *      - THE ILGAB2 LEDGER REBUILDS EACH PRODUCT/WAREHOUSE'S
      *        MONTH-END BALANCES: EVERYTHING DATED BEFORE THE PERIOD
      *        IS THE OPENING BALANCE AND EACH MONTH'S NET MOVEMENT
      *        IS ADDED IN TURN.  AN OB OPENING-BALANCE RECORD LEFT
      *        BY THE ARCHIVE (ILGARB2) INSIDE THE PERIOD CARRIES ALL
      *        THE MOVEMENT BEFORE ITS MONTH, SO THE MONTHS BEFORE IT
      *        CANNOT BE REBUILT AND ARE LEFT OUT OF THE AVERAGE.
      *        THE AVERAGE OF THE MONTH-END BALANCES IS VALUED AT
      *        PRD-UNIT-COST.
      *      - THE SHSAB2 SALES HISTORY GIVES THE PRODUCT'S SALES AND
      *        COST OF SALES FOR THE PERIOD, WITH NO WAREHOUSE.  THEY
      *        ARE SPREAD OVER THE WAREHOUSES IN PROPORTION TO THEIR
      *        LEDGER ORDER ISSUES, OR EVENLY IF THERE WERE NONE, AS
      *        ABCCLB2 DOES.
      *    COST OF SALES AND GROSS MARGIN ARE ANNUALIZED.  TURNS ARE
      *    ANNUAL COST OF SALES OVER AVERAGE INVENTORY AT COST, DAYS
      *    OF SUPPLY ARE 360 OVER TURNS, AND GMROI IS ANNUAL GROSS
      *    MARGIN OVER AVERAGE INVENTORY AT COST.  ONE SORT RANKS
      *    EVERY STOCKED ITEM BY GMROI, LOWEST FIRST, AND THE BOTTOM
      *    TENTH ARE FLAGGED FOR THE BUYERS.  SUBTOTALS FOLLOW BY
      *    WAREHOUSE AND BY PRD-PRODUCT-CATEGORY, THEN THE COMPANY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO GMRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT WHSFILE ASSIGN TO WHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHSFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT ILGFILE ASSIGN TO ILGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ILG-KEY
               FILE STATUS IS WS-ILGFILE-SW.

           SELECT SHSFILE ASSIGN TO SHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHS-KEY
               FILE STATUS IS WS-SHSFILE-SW.

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
           05  PARM-MONTHS-X                 PIC X(02).
           05  PARM-MONTHS REDEFINES PARM-MONTHS-X
                                             PIC 9(02).
           05  FILLER                        PIC X(78).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
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
      *
       FD ILGFILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS INVENTORY-LEDGER-RECORD.
      *
       COPY INVLED.
      *
       FD SHSFILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS SALES-HISTORY-RECORD.
      *
       COPY SLSHIST.
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
      *    ONE SORT RECORD PER PRODUCT/WAREHOUSE.  ITEMS CARRYING
      *    INVENTORY (GROUP 1) RANK BY GMROI, LOWEST FIRST, LARGER
      *    INVENTORY FIRST ON A TIE; ITEMS THAT SOLD WITH NO STOCK
      *    ON HAND THROUGH THE PERIOD (GROUP 2) FOLLOW, UNRANKED.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-RANK-GROUP                PIC 9(01).
           05  SRT-GMROI                     PIC S9(03)V99.
           05  SRT-AVG-VALUE                 PIC S9(11)V99.
           05  SRT-WAREHOUSE-CODE            PIC X(03).
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-CATEGORY                  PIC X(04).
           05  SRT-DESCRIPTION               PIC X(20).
           05  SRT-COST-OF-SALES             PIC S9(11)V99.
           05  SRT-GROSS-MARGIN              PIC S9(11)V99.
           05  SRT-TURNS                     PIC S9(03)V99.
           05  SRT-DAYS-SUPPLY               PIC 9(04).
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
       01 WS-WHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WHSFILE-SUCCESS                VALUE '00'.
           88  WS-WHSFILE-EOF                     VALUE '10'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
       01 WS-ILGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS                VALUE '00'.
       01 WS-SHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SHSFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-WHS-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-WHS-EOF                        VALUE 'Y'.
       01 WS-ILG-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-ILG-EOF                        VALUE 'Y'.
       01 WS-SHS-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-SHS-EOF                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
      *****************************************************************
      *    THE PERIOD, AS MONTH NUMBERS (YEAR * 12 + MONTH) SO A
      *    LEDGER DATE DROPS STRAIGHT INTO ITS MONTH BUCKET, AND AS
      *    SALES-HISTORY PERIODS (YYYYMM).
      *****************************************************************
       01 WS-MONTHS                          PIC 9(02)  VALUE 12.
       01 WS-END-MONTHNUM                    PIC S9(07) COMP-3.
       01 WS-START-MONTHNUM                  PIC S9(07) COMP-3.
       01 WS-TRAN-MONTHNUM                   PIC S9(07) COMP-3.
       01 WS-MONTH-INDEX                     PIC S9(03) COMP-3.
       01 WS-FROM-PERIOD                     PIC 9(06).
       01 WS-TO-PERIOD                       PIC 9(06).
       01 WS-SHS-PERIOD                      PIC 9(06).
       01 WS-FROM-YYYY                       PIC 9(04).
       01 WS-FROM-MM                         PIC 9(02).
      *
       01 WS-DATE-WORK                       PIC 9(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
      *
       01 WS-CURRENT-PRODUCT                 PIC X(10).
       01 WS-UNIT-COST                       PIC S9(07)V99 COMP-3.
       01 WS-CATEGORY                        PIC X(04).
       01 WS-DESCRIPTION                     PIC X(20).
       01 WS-PRODUCT-SALES                   PIC S9(11)V99 COMP-3.
       01 WS-PRODUCT-COST                    PIC S9(11)V99 COMP-3.
       01 WS-PRODUCT-ISSUES                  PIC S9(09) COMP-3.
       01 WS-BALANCE                         PIC S9(09) COMP-3.
       01 WS-BALANCE-SUM                     PIC S9(11) COMP-3.
       01 WS-BALANCE-POINTS                  PIC S9(03) COMP-3.
       01 WS-AVG-QTY                         PIC S9(09)V99 COMP-3.
       01 WS-ITEM-SALES                      PIC S9(11)V99 COMP-3.
      *
      *****************************************************************
      *    RATIO WORK - THE CALLER LOADS AVERAGE VALUE, COST OF SALES
      *    AND GROSS MARGIN FOR THE PERIOD AND 780-COMPUTE-RATIOS
      *    RETURNS TURNS, DAYS OF SUPPLY AND GMROI, SO ITEMS AND
      *    SUBTOTALS ARE FIGURED THE SAME WAY.
      *****************************************************************
       01 WS-CALC-AVG-VALUE                  PIC S9(11)V99 COMP-3.
       01 WS-CALC-COST                       PIC S9(11)V99 COMP-3.
       01 WS-CALC-MARGIN                     PIC S9(11)V99 COMP-3.
       01 WS-CALC-ANNUAL-COST                PIC S9(11)V99 COMP-3.
       01 WS-CALC-ANNUAL-MARGIN              PIC S9(11)V99 COMP-3.
       01 WS-CALC-WORK                       PIC S9(09)V99 COMP-3.
       01 WS-CALC-TURNS                      PIC S9(03)V99 COMP-3.
       01 WS-CALC-DAYS                       PIC 9(04)     COMP-3.
       01 WS-CALC-GMROI                      PIC S9(03)V99 COMP-3.
      *
      *****************************************************************
      *    THE WAREHOUSES STOCKING THE PRODUCT IN HAND.  PWT-OPENING
      *    IS THE BALANCE BEFORE THE PERIOD; PWT-MONTH-NET THE NET
      *    MOVEMENT IN EACH MONTH OF IT.  PWT-FIRST-MONTH IS THE
      *    FIRST MONTH WHOSE BALANCE CAN BE REBUILT (LATER THAN 1 ONLY
      *    WHEN AN OB RECORD FALLS INSIDE THE PERIOD).
      *****************************************************************
       01  PRODUCT-WAREHOUSE-TABLE.
           05  PWT-ENTRY OCCURS 50 TIMES.
               10  PWT-WAREHOUSE-CODE        PIC X(03).
               10  PWT-OPENING               PIC S9(09) COMP-3.
               10  PWT-MONTH-NET             PIC S9(09) COMP-3
                                             OCCURS 12 TIMES.
               10  PWT-FIRST-MONTH           PIC S9(03) COMP-3.
               10  PWT-ISSUES                PIC S9(09) COMP-3.
       01  WS-PWT-COUNT                      PIC S9(03) COMP-3.
       01  WS-PWT-SUB                        PIC S9(03) COMP-3.
       01  WS-PWT-USE                        PIC S9(03) COMP-3.
       01  WS-MONTH-SUB                      PIC S9(03) COMP-3.
      *
      *****************************************************************
      *    SUBTOTALS BY WAREHOUSE AND BY PRODUCT CATEGORY, IN THE
      *    INVVLB2 STYLE.
      *****************************************************************
       01  WAREHOUSE-SUBTOTAL-TABLE.
           05  WST-ENTRY OCCURS 50 TIMES.
               10  WST-WAREHOUSE-CODE        PIC X(03).
               10  WST-AVG-VALUE             PIC S9(13)V99 COMP-3.
               10  WST-COST-OF-SALES         PIC S9(13)V99 COMP-3.
               10  WST-GROSS-MARGIN          PIC S9(13)V99 COMP-3.
               10  WST-ITEM-COUNT            PIC S9(07) COMP-3.
               10  WST-FLAGGED-COUNT         PIC S9(07) COMP-3.
       01  WS-WST-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-WST-SUB                        PIC S9(03) COMP-3.
       01  WS-WST-USE                        PIC S9(03) COMP-3.
      *
       01  CATEGORY-SUBTOTAL-TABLE.
           05  CST-ENTRY OCCURS 100 TIMES.
               10  CST-CATEGORY              PIC X(04).
               10  CST-AVG-VALUE             PIC S9(13)V99 COMP-3.
               10  CST-COST-OF-SALES         PIC S9(13)V99 COMP-3.
               10  CST-GROSS-MARGIN          PIC S9(13)V99 COMP-3.
               10  CST-ITEM-COUNT            PIC S9(07) COMP-3.
               10  CST-FLAGGED-COUNT         PIC S9(07) COMP-3.
       01  WS-CST-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-CST-SUB                        PIC S9(03) COMP-3.
       01  WS-CST-USE                        PIC S9(03) COMP-3.
      *
       01  WS-COMPANY-TOTALS.
           05  WS-CO-AVG-VALUE               PIC S9(13)V99 COMP-3
                                              VALUE ZERO.
           05  WS-CO-COST-OF-SALES           PIC S9(13)V99 COMP-3
                                              VALUE ZERO.
           05  WS-CO-GROSS-MARGIN            PIC S9(13)V99 COMP-3
                                              VALUE ZERO.
      *
       01  WS-COUNTERS.
           05  WS-WHS-READ-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-ITEM-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-STOCKED-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-RANK                       PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-BOTTOM-LIMIT               PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-FLAGGED-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-IDLE-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-OVERFLOW-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'INVENTORY TURNS AND GMROI'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(67) VALUE SPACE.
      *
       01  RPT-PERIOD-LINE.
           05  FILLER          PIC X(08) VALUE 'PERIOD: '.
           05  RPT-PER-FROM    PIC 9(06).
           05  FILLER          PIC X(04) VALUE ' TO '.
           05  RPT-PER-TO      PIC 9(06).
           05  FILLER          PIC X(02) VALUE ' ('.
           05  RPT-PER-MONTHS  PIC Z9.
           05  FILLER          PIC X(48) VALUE
               ' MONTHS)   FIGURES ANNUALIZED, INVENTORY AT COST'.
           05  FILLER          PIC X(56) VALUE SPACE.
      *
       01  RPT-SECTION-HEADER.
           05  RPT-SECTION-TITLE    PIC X(50).
           05  FILLER               PIC X(82) VALUE SPACE.
      *
       01  RPT-ITEM-HEADING.
           05  FILLER          PIC X(05) VALUE 'WHSE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(06) VALUE 'CAT'.
           05  FILLER          PIC X(15) VALUE '   AVG INV COST'.
           05  FILLER          PIC X(15) VALUE ' COST OF SALES'.
           05  FILLER          PIC X(15) VALUE '  GROSS MARGIN'.
           05  FILLER          PIC X(08) VALUE '   TURNS'.
           05  FILLER          PIC X(06) VALUE '  DAYS'.
           05  FILLER          PIC X(09) VALUE '    GMROI'.
           05  FILLER          PIC X(19) VALUE SPACE.
      *
       01  RPT-ITEM-LINE.
           05  RPT-ITM-WAREHOUSE    PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ITM-PRODUCT      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ITM-DESCRIPTION  PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ITM-CATEGORY     PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ITM-AVG-VALUE    PIC Z(09)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ITM-COST         PIC Z(09)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ITM-MARGIN       PIC Z(09)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ITM-TURNS        PIC ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ITM-DAYS         PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ITM-GMROI        PIC ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ITM-FLAG         PIC X(10).
           05  FILLER               PIC X(09) VALUE SPACE.
      *
       01  RPT-SUBTOTAL-HEADING.
           05  FILLER          PIC X(17) VALUE SPACE.
           05  FILLER          PIC X(28) VALUE
               '   ITEMS  FLAGGED'.
           05  FILLER          PIC X(15) VALUE '   AVG INV COST'.
           05  FILLER          PIC X(15) VALUE ' COST OF SALES'.
           05  FILLER          PIC X(15) VALUE '  GROSS MARGIN'.
           05  FILLER          PIC X(08) VALUE '   TURNS'.
           05  FILLER          PIC X(06) VALUE '  DAYS'.
           05  FILLER          PIC X(09) VALUE '    GMROI'.
           05  FILLER          PIC X(19) VALUE SPACE.
      *
       01  RPT-SUBTOTAL-LINE.
           05  RPT-SUB-LABEL        PIC X(10).
           05  RPT-SUB-CODE         PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-SUB-ITEMS        PIC Z(06)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SUB-FLAGGED      PIC Z(06)9.
           05  FILLER               PIC X(12) VALUE SPACE.
           05  RPT-SUB-AVG-VALUE    PIC Z(09)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SUB-COST         PIC Z(09)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SUB-MARGIN       PIC Z(09)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SUB-TURNS        PIC ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SUB-DAYS         PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SUB-GMROI        PIC ZZ9.99-.
           05  FILLER               PIC X(21) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(36).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(89) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           PERFORM 120-READ-PARM-CARD.
      *
           COMPUTE WS-END-MONTHNUM = (WS-RUN-YYYY * 12) + WS-RUN-MM.
           COMPUTE WS-START-MONTHNUM =
               WS-END-MONTHNUM - WS-MONTHS + 1.
           COMPUTE WS-TRAN-MONTHNUM = WS-START-MONTHNUM - 1.
           DIVIDE WS-TRAN-MONTHNUM BY 12
               GIVING WS-FROM-YYYY REMAINDER WS-FROM-MM.
           ADD 1 TO WS-FROM-MM.
           COMPUTE WS-FROM-PERIOD = (WS-FROM-YYYY * 100) + WS-FROM-MM.
           COMPUTE WS-TO-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'GMRRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X  TO RPT-HDG-RUN-DATE.
           MOVE WS-FROM-PERIOD TO RPT-PER-FROM.
           MOVE WS-TO-PERIOD   TO RPT-PER-TO.
           MOVE WS-MONTHS      TO RPT-PER-MONTHS.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-PERIOD-LINE.
      *
           MOVE 'ITEMS RANKED BY GMROI, LOWEST FIRST'
               TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-ITEM-HEADING.
      *
           SORT SORT-FILE
               ON ASCENDING  KEY SRT-RANK-GROUP
               ON ASCENDING  KEY SRT-GMROI
               ON DESCENDING KEY SRT-AVG-VALUE
               ON ASCENDING  KEY SRT-WAREHOUSE-CODE
               ON ASCENDING  KEY SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 500-RELEASE-ITEMS
               OUTPUT PROCEDURE IS 600-PRINT-RANKED-ITEMS.
      *
           PERFORM 700-PRINT-SUBTOTALS.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-WHS-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-ITEM-COUNT     TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT WHSFILE.
           IF NOT WS-WHSFILE-SUCCESS
               DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
               DISPLAY "WHSFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT ILGFILE.
           IF NOT WS-ILGFILE-SUCCESS
               IF WS-ILGFILE-SW = '35'
                   MOVE 'Y' TO WS-ILG-EOF-SW
                   DISPLAY "NO ILGFILE - NO INVENTORY BALANCES"
               ELSE
                   DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
                   DISPLAY "ILGFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SHSFILE.
           IF NOT WS-SHSFILE-SUCCESS
               IF WS-SHSFILE-SW = '35'
                   MOVE 'Y' TO WS-SHS-EOF-SW
                   DISPLAY "NO SHSFILE - NO SALES OR COST OF SALES"
               ELSE
                   DISPLAY "WS-SHSFILE-SW=" WS-SHSFILE-SW
                   DISPLAY "SHSFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE GMRPARM CARD IS OPTIONAL - NO FILE, NO CARD OR A BLANK
      *    OR OUT-OF-RANGE MONTH COUNT LEAVES THE TWELVE-MONTH YEAR.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "GMRPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF        PARM-MONTHS-X NUMERIC
                             AND PARM-MONTHS > ZERO
                             AND PARM-MONTHS NOT > 12
                           MOVE PARM-MONTHS TO WS-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO GMRPARM CARD - DEFAULTS USED"
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
       300-READ-WAREHOUSE.
      *
           READ WHSFILE
               AT END MOVE 'Y' TO WS-WHS-EOF-SW
               NOT AT END ADD 1 TO WS-WHS-READ-COUNT
           END-READ.
      *
       310-READ-LEDGER.
      *
           IF NOT WS-ILG-EOF
               READ ILGFILE
                   AT END MOVE 'Y' TO WS-ILG-EOF-SW
               END-READ
           END-IF.
      *
       320-READ-HISTORY.
      *
           IF NOT WS-SHS-EOF
               READ SHSFILE
                   AT END MOVE 'Y' TO WS-SHS-EOF-SW
               END-READ
           END-IF.
      *
      *****************************************************************
      *    SORT INPUT.  WHSAB2, ILGAB2 AND SHSAB2 ARE ALL IN PRODUCT
      *    ORDER, SO THE THREE ARE MATCHED ONE PRODUCT AT A TIME.
      *****************************************************************
       500-RELEASE-ITEMS.
      *
           PERFORM 310-READ-LEDGER.
           PERFORM 320-READ-HISTORY.
           PERFORM 300-READ-WAREHOUSE.
           PERFORM 510-MEASURE-ONE-PRODUCT
               UNTIL WS-WHS-EOF.
      *
       510-MEASURE-ONE-PRODUCT.
      *
           MOVE WHS-PRODUCT-CODE TO WS-CURRENT-PRODUCT.
           MOVE ZERO TO WS-PWT-COUNT
                        WS-PRODUCT-SALES
                        WS-PRODUCT-COST
                        WS-PRODUCT-ISSUES.
           PERFORM 520-TABLE-ONE-WAREHOUSE
               UNTIL WS-WHS-EOF
                  OR WHS-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT.
      *
           MOVE WS-CURRENT-PRODUCT TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-UNIT-COST           TO WS-UNIT-COST
               MOVE PRD-PRODUCT-CATEGORY    TO WS-CATEGORY
               MOVE PRD-PRODUCT-DESCRIPTION TO WS-DESCRIPTION
           ELSE
               IF WS-PRDFILE-NOTFOUND
                   MOVE ZERO  TO WS-UNIT-COST
                   MOVE SPACE TO WS-CATEGORY
                                 WS-DESCRIPTION
               ELSE
                   DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
                   DISPLAY "PRDFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           PERFORM 310-READ-LEDGER
               UNTIL WS-ILG-EOF
                  OR ILG-PRODUCT-CODE NOT < WS-CURRENT-PRODUCT.
           PERFORM 530-ADD-LEDGER-MOVEMENT
               UNTIL WS-ILG-EOF
                  OR ILG-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT.
      *
           PERFORM 320-READ-HISTORY
               UNTIL WS-SHS-EOF
                  OR SHS-PRODUCT-CODE NOT < WS-CURRENT-PRODUCT.
           PERFORM 540-ADD-HISTORY
               UNTIL WS-SHS-EOF
                  OR SHS-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT.
      *
           PERFORM 545-SUM-ISSUES
               VARYING WS-PWT-SUB FROM 1 BY 1
                 UNTIL WS-PWT-SUB > WS-PWT-COUNT.
           PERFORM 550-RELEASE-ONE-WAREHOUSE
               VARYING WS-PWT-SUB FROM 1 BY 1
                 UNTIL WS-PWT-SUB > WS-PWT-COUNT.
      *
       520-TABLE-ONE-WAREHOUSE.
      *
           IF WS-PWT-COUNT < 50
               ADD 1 TO WS-PWT-COUNT
               MOVE WHS-WAREHOUSE-CODE
                   TO PWT-WAREHOUSE-CODE(WS-PWT-COUNT)
               MOVE ZERO TO PWT-OPENING(WS-PWT-COUNT)
                            PWT-ISSUES(WS-PWT-COUNT)
               MOVE 1    TO PWT-FIRST-MONTH(WS-PWT-COUNT)
               PERFORM 525-CLEAR-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                     UNTIL WS-MONTH-SUB > 12
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
      *
           PERFORM 300-READ-WAREHOUSE.
      *
       525-CLEAR-MONTH.
      *
           MOVE ZERO TO PWT-MONTH-NET(WS-PWT-COUNT, WS-MONTH-SUB).
      *
      *****************************************************************
      *    EACH MOVEMENT GOES TO THE OPENING BALANCE (BEFORE THE
      *    PERIOD) OR ITS MONTH'S NET; ANYTHING AFTER THE PROCESSING
      *    MONTH IS IGNORED.  THE PERIOD'S ORDER ISSUES - ORDERS AND
      *    BACKORDER RELEASES, LESS VOIDS AND SHORT-PICK RESTOCKS -
      *    ARE KEPT TO SPREAD THE SALES HISTORY.  MOVEMENTS AT A
      *    WAREHOUSE NO LONGER STOCKING THE PRODUCT ARE IGNORED.
      *****************************************************************
       530-ADD-LEDGER-MOVEMENT.
      *
           IF ILG-TRAN-DATE NUMERIC
               MOVE ZERO TO WS-PWT-USE
               PERFORM 536-MATCH-WAREHOUSE
                   VARYING WS-PWT-SUB FROM 1 BY 1
                     UNTIL WS-PWT-SUB > WS-PWT-COUNT
                        OR WS-PWT-USE > ZERO
               IF WS-PWT-USE > ZERO
                   MOVE ILG-TRAN-DATE TO WS-DATE-WORK
                   COMPUTE WS-TRAN-MONTHNUM =
                       (WS-WORK-YYYY * 12) + WS-WORK-MM
                   PERFORM 535-POST-MOVEMENT
               END-IF
           END-IF.
      *
           PERFORM 310-READ-LEDGER.
      *
       535-POST-MOVEMENT.
      *
           EVALUATE TRUE
               WHEN WS-TRAN-MONTHNUM < WS-START-MONTHNUM
                   ADD ILG-QUANTITY TO PWT-OPENING(WS-PWT-USE)
               WHEN WS-TRAN-MONTHNUM > WS-END-MONTHNUM
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-MONTH-INDEX =
                       WS-TRAN-MONTHNUM - WS-START-MONTHNUM + 1
                   ADD ILG-QUANTITY
                       TO PWT-MONTH-NET(WS-PWT-USE, WS-MONTH-INDEX)
                   IF        ILG-TYPE-OPENING
                         AND WS-MONTH-INDEX
                               > PWT-FIRST-MONTH(WS-PWT-USE)
                       MOVE WS-MONTH-INDEX
                           TO PWT-FIRST-MONTH(WS-PWT-USE)
                   END-IF
                   IF        ILG-TYPE-ORDER
                          OR ILG-TYPE-BACKORDER-REL
                          OR ILG-TYPE-VOID
                          OR ILG-TYPE-SHORT-PICK
                          OR ILG-TYPE-ORDER-CHANGE
                       SUBTRACT ILG-QUANTITY
                           FROM PWT-ISSUES(WS-PWT-USE)
                   END-IF
           END-EVALUATE.
      *
       536-MATCH-WAREHOUSE.
      *
           IF PWT-WAREHOUSE-CODE(WS-PWT-SUB) = ILG-WAREHOUSE-CODE
               MOVE WS-PWT-SUB TO WS-PWT-USE
           END-IF.
      *
       540-ADD-HISTORY.
      *
           IF SHS-PERIOD NUMERIC
               MOVE SHS-PERIOD TO WS-SHS-PERIOD
               IF        WS-SHS-PERIOD NOT < WS-FROM-PERIOD
                     AND WS-SHS-PERIOD NOT > WS-TO-PERIOD
                   ADD SHS-SALES-AMOUNT TO WS-PRODUCT-SALES
                   ADD SHS-COST-AMOUNT  TO WS-PRODUCT-COST
               END-IF
           END-IF.
      *
           PERFORM 320-READ-HISTORY.
      *
      *****************************************************************
      *    MORE VOIDS THAN ISSUES AT A WAREHOUSE (AN ORDER PLACED
      *    BEFORE THE PERIOD, VOIDED INSIDE IT) COUNTS AS NO ISSUES.
      *****************************************************************
       545-SUM-ISSUES.
      *
           IF PWT-ISSUES(WS-PWT-SUB) < ZERO
               MOVE ZERO TO PWT-ISSUES(WS-PWT-SUB)
           END-IF.
           ADD PWT-ISSUES(WS-PWT-SUB) TO WS-PRODUCT-ISSUES.
      *
      *****************************************************************
      *    ONE ITEM: AVERAGE THE REBUILDABLE MONTH-END BALANCES
      *    (NEGATIVE BALANCES COUNT AS EMPTY), TAKE THE WAREHOUSE'S
      *    SHARE OF THE SALES HISTORY AND RELEASE IT.  AN ITEM WITH
      *    NEITHER INVENTORY NOR SALES IN THE PERIOD IS LEFT OUT.
      *****************************************************************
       550-RELEASE-ONE-WAREHOUSE.
      *
           MOVE PWT-OPENING(WS-PWT-SUB) TO WS-BALANCE.
           MOVE ZERO TO WS-BALANCE-SUM
                        WS-BALANCE-POINTS.
           PERFORM 555-ADD-MONTH-END
               VARYING WS-MONTH-SUB FROM 1 BY 1
                 UNTIL WS-MONTH-SUB > WS-MONTHS.
           IF WS-BALANCE-POINTS > ZERO
               COMPUTE WS-AVG-QTY ROUNDED =
                   WS-BALANCE-SUM / WS-BALANCE-POINTS
           ELSE
               MOVE ZERO TO WS-AVG-QTY
           END-IF.
           COMPUTE WS-CALC-AVG-VALUE ROUNDED =
               WS-AVG-QTY * WS-UNIT-COST.
      *
           IF WS-PRODUCT-ISSUES > ZERO
               COMPUTE WS-CALC-COST ROUNDED =
                   WS-PRODUCT-COST * PWT-ISSUES(WS-PWT-SUB)
                       / WS-PRODUCT-ISSUES
               COMPUTE WS-ITEM-SALES ROUNDED =
                   WS-PRODUCT-SALES * PWT-ISSUES(WS-PWT-SUB)
                       / WS-PRODUCT-ISSUES
           ELSE
               COMPUTE WS-CALC-COST ROUNDED =
                   WS-PRODUCT-COST / WS-PWT-COUNT
               COMPUTE WS-ITEM-SALES ROUNDED =
                   WS-PRODUCT-SALES / WS-PWT-COUNT
           END-IF.
           COMPUTE WS-CALC-MARGIN = WS-ITEM-SALES - WS-CALC-COST.
      *
           IF        WS-CALC-AVG-VALUE NOT > ZERO
                 AND WS-CALC-COST = ZERO
                 AND WS-ITEM-SALES = ZERO
               ADD 1 TO WS-IDLE-COUNT
           ELSE
               PERFORM 780-COMPUTE-RATIOS
               IF WS-CALC-AVG-VALUE > ZERO
                   MOVE 1 TO SRT-RANK-GROUP
                   ADD 1 TO WS-STOCKED-COUNT
               ELSE
                   MOVE 2 TO SRT-RANK-GROUP
               END-IF
               MOVE WS-CALC-GMROI          TO SRT-GMROI
               MOVE WS-CALC-AVG-VALUE      TO SRT-AVG-VALUE
               MOVE PWT-WAREHOUSE-CODE(WS-PWT-SUB)
                                           TO SRT-WAREHOUSE-CODE
               MOVE WS-CURRENT-PRODUCT     TO SRT-PRODUCT-CODE
               MOVE WS-CATEGORY            TO SRT-CATEGORY
               MOVE WS-DESCRIPTION         TO SRT-DESCRIPTION
               MOVE WS-CALC-COST           TO SRT-COST-OF-SALES
               MOVE WS-CALC-MARGIN         TO SRT-GROSS-MARGIN
               MOVE WS-CALC-TURNS          TO SRT-TURNS
               MOVE WS-CALC-DAYS           TO SRT-DAYS-SUPPLY
               RELEASE SORT-RECORD
           END-IF.
      *
       555-ADD-MONTH-END.
      *
           ADD PWT-MONTH-NET(WS-PWT-SUB, WS-MONTH-SUB) TO WS-BALANCE.
           IF WS-MONTH-SUB NOT < PWT-FIRST-MONTH(WS-PWT-SUB)
               IF WS-BALANCE > ZERO
                   ADD WS-BALANCE TO WS-BALANCE-SUM
               END-IF
               ADD 1 TO WS-BALANCE-POINTS
           END-IF.
      *
      *****************************************************************
      *    SORT OUTPUT.  STOCKED ITEMS COME BACK WORST GMROI FIRST;
      *    THE FIRST TENTH OF THEM (ROUNDED UP) ARE THE BOTTOM
      *    DECILE.  EVERY ITEM FEEDS ITS WAREHOUSE AND CATEGORY
      *    SUBTOTALS AND THE COMPANY TOTAL.
      *****************************************************************
       600-PRINT-RANKED-ITEMS.
      *
           COMPUTE WS-BOTTOM-LIMIT = (WS-STOCKED-COUNT + 9) / 10.
           PERFORM 610-RETURN-SORTED-ITEM.
           PERFORM 620-PRINT-ONE-ITEM
               UNTIL WS-SORT-EOF.
      *
       610-RETURN-SORTED-ITEM.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PRINT-ONE-ITEM.
      *
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SPACE TO RPT-ITM-FLAG.
           IF SRT-RANK-GROUP = 1
               ADD 1 TO WS-RANK
               IF WS-RANK NOT > WS-BOTTOM-LIMIT
                   MOVE 'BOTTOM 10%' TO RPT-ITM-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF.
      *
           MOVE SRT-WAREHOUSE-CODE TO RPT-ITM-WAREHOUSE.
           MOVE SRT-PRODUCT-CODE   TO RPT-ITM-PRODUCT.
           MOVE SRT-DESCRIPTION    TO RPT-ITM-DESCRIPTION.
           MOVE SRT-CATEGORY       TO RPT-ITM-CATEGORY.
           MOVE SRT-AVG-VALUE      TO RPT-ITM-AVG-VALUE.
           MOVE SRT-COST-OF-SALES  TO RPT-ITM-COST.
           MOVE SRT-GROSS-MARGIN   TO RPT-ITM-MARGIN.
           MOVE SRT-TURNS          TO RPT-ITM-TURNS.
           MOVE SRT-DAYS-SUPPLY    TO RPT-ITM-DAYS.
           MOVE SRT-GMROI          TO RPT-ITM-GMROI.
           WRITE PRINT-LINE FROM RPT-ITEM-LINE.
      *
           PERFORM 630-ACCUMULATE-SUBTOTALS.
           PERFORM 610-RETURN-SORTED-ITEM.
      *
       630-ACCUMULATE-SUBTOTALS.
      *
           ADD SRT-AVG-VALUE     TO WS-CO-AVG-VALUE.
           ADD SRT-COST-OF-SALES TO WS-CO-COST-OF-SALES.
           ADD SRT-GROSS-MARGIN  TO WS-CO-GROSS-MARGIN.
      *
           MOVE ZERO TO WS-WST-USE.
           PERFORM 635-MATCH-WAREHOUSE-SUBTOTAL
               VARYING WS-WST-SUB FROM 1 BY 1
                 UNTIL WS-WST-SUB > WS-WST-COUNT
                    OR WS-WST-USE > ZERO.
           IF WS-WST-USE = ZERO AND WS-WST-COUNT < 50
               ADD 1 TO WS-WST-COUNT
               MOVE WS-WST-COUNT TO WS-WST-USE
               MOVE SRT-WAREHOUSE-CODE
                   TO WST-WAREHOUSE-CODE(WS-WST-USE)
               MOVE ZERO TO WST-AVG-VALUE(WS-WST-USE)
                            WST-COST-OF-SALES(WS-WST-USE)
                            WST-GROSS-MARGIN(WS-WST-USE)
                            WST-ITEM-COUNT(WS-WST-USE)
                            WST-FLAGGED-COUNT(WS-WST-USE)
           END-IF.
           IF WS-WST-USE > ZERO
               ADD SRT-AVG-VALUE TO WST-AVG-VALUE(WS-WST-USE)
               ADD SRT-COST-OF-SALES
                   TO WST-COST-OF-SALES(WS-WST-USE)
               ADD SRT-GROSS-MARGIN
                   TO WST-GROSS-MARGIN(WS-WST-USE)
               ADD 1 TO WST-ITEM-COUNT(WS-WST-USE)
               IF RPT-ITM-FLAG NOT = SPACE
                   ADD 1 TO WST-FLAGGED-COUNT(WS-WST-USE)
               END-IF
           END-IF.
      *
           MOVE ZERO TO WS-CST-USE.
           PERFORM 640-MATCH-CATEGORY-SUBTOTAL
               VARYING WS-CST-SUB FROM 1 BY 1
                 UNTIL WS-CST-SUB > WS-CST-COUNT
                    OR WS-CST-USE > ZERO.
           IF WS-CST-USE = ZERO AND WS-CST-COUNT < 100
               ADD 1 TO WS-CST-COUNT
               MOVE WS-CST-COUNT TO WS-CST-USE
               MOVE SRT-CATEGORY TO CST-CATEGORY(WS-CST-USE)
               MOVE ZERO TO CST-AVG-VALUE(WS-CST-USE)
                            CST-COST-OF-SALES(WS-CST-USE)
                            CST-GROSS-MARGIN(WS-CST-USE)
                            CST-ITEM-COUNT(WS-CST-USE)
                            CST-FLAGGED-COUNT(WS-CST-USE)
           END-IF.
           IF WS-CST-USE > ZERO
               ADD SRT-AVG-VALUE TO CST-AVG-VALUE(WS-CST-USE)
               ADD SRT-COST-OF-SALES
                   TO CST-COST-OF-SALES(WS-CST-USE)
               ADD SRT-GROSS-MARGIN
                   TO CST-GROSS-MARGIN(WS-CST-USE)
               ADD 1 TO CST-ITEM-COUNT(WS-CST-USE)
               IF RPT-ITM-FLAG NOT = SPACE
                   ADD 1 TO CST-FLAGGED-COUNT(WS-CST-USE)
               END-IF
           END-IF.
      *
       635-MATCH-WAREHOUSE-SUBTOTAL.
      *
           IF WST-WAREHOUSE-CODE(WS-WST-SUB) = SRT-WAREHOUSE-CODE
               MOVE WS-WST-SUB TO WS-WST-USE
           END-IF.
      *
       640-MATCH-CATEGORY-SUBTOTAL.
      *
           IF CST-CATEGORY(WS-CST-SUB) = SRT-CATEGORY
               MOVE WS-CST-SUB TO WS-CST-USE
           END-IF.
      *
       700-PRINT-SUBTOTALS.
      *
           MOVE 'SUBTOTALS BY WAREHOUSE' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-SUBTOTAL-HEADING.
           PERFORM 710-PRINT-WAREHOUSE-SUBTOTAL
               VARYING WS-WST-SUB FROM 1 BY 1
                 UNTIL WS-WST-SUB > WS-WST-COUNT.
      *
           MOVE 'SUBTOTALS BY PRODUCT CATEGORY' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-SUBTOTAL-HEADING.
           PERFORM 720-PRINT-CATEGORY-SUBTOTAL
               VARYING WS-CST-SUB FROM 1 BY 1
                 UNTIL WS-CST-SUB > WS-CST-COUNT.
      *
           MOVE WS-CO-AVG-VALUE     TO WS-CALC-AVG-VALUE.
           MOVE WS-CO-COST-OF-SALES TO WS-CALC-COST.
           MOVE WS-CO-GROSS-MARGIN  TO WS-CALC-MARGIN.
           MOVE 'COMPANY'           TO RPT-SUB-LABEL.
           MOVE SPACE               TO RPT-SUB-CODE.
           MOVE WS-ITEM-COUNT       TO RPT-SUB-ITEMS.
           MOVE WS-FLAGGED-COUNT    TO RPT-SUB-FLAGGED.
           PERFORM 750-PRINT-SUBTOTAL-LINE.
      *
       710-PRINT-WAREHOUSE-SUBTOTAL.
      *
           MOVE WST-AVG-VALUE(WS-WST-SUB)     TO WS-CALC-AVG-VALUE.
           MOVE WST-COST-OF-SALES(WS-WST-SUB) TO WS-CALC-COST.
           MOVE WST-GROSS-MARGIN(WS-WST-SUB)  TO WS-CALC-MARGIN.
           MOVE 'WAREHOUSE'                   TO RPT-SUB-LABEL.
           MOVE WST-WAREHOUSE-CODE(WS-WST-SUB) TO RPT-SUB-CODE.
           MOVE WST-ITEM-COUNT(WS-WST-SUB)    TO RPT-SUB-ITEMS.
           MOVE WST-FLAGGED-COUNT(WS-WST-SUB) TO RPT-SUB-FLAGGED.
           PERFORM 750-PRINT-SUBTOTAL-LINE.
      *
       720-PRINT-CATEGORY-SUBTOTAL.
      *
           MOVE CST-AVG-VALUE(WS-CST-SUB)     TO WS-CALC-AVG-VALUE.
           MOVE CST-COST-OF-SALES(WS-CST-SUB) TO WS-CALC-COST.
           MOVE CST-GROSS-MARGIN(WS-CST-SUB)  TO WS-CALC-MARGIN.
           MOVE 'CATEGORY'                    TO RPT-SUB-LABEL.
           MOVE CST-CATEGORY(WS-CST-SUB)      TO RPT-SUB-CODE.
           MOVE CST-ITEM-COUNT(WS-CST-SUB)    TO RPT-SUB-ITEMS.
           MOVE CST-FLAGGED-COUNT(WS-CST-SUB) TO RPT-SUB-FLAGGED.
           PERFORM 750-PRINT-SUBTOTAL-LINE.
      *
       750-PRINT-SUBTOTAL-LINE.
      *
           PERFORM 780-COMPUTE-RATIOS.
           MOVE WS-CALC-AVG-VALUE TO RPT-SUB-AVG-VALUE.
           MOVE WS-CALC-COST      TO RPT-SUB-COST.
           MOVE WS-CALC-MARGIN    TO RPT-SUB-MARGIN.
           MOVE WS-CALC-TURNS     TO RPT-SUB-TURNS.
           MOVE WS-CALC-DAYS      TO RPT-SUB-DAYS.
           MOVE WS-CALC-GMROI     TO RPT-SUB-GMROI.
           WRITE PRINT-LINE FROM RPT-SUBTOTAL-LINE.
      *
      *****************************************************************
      *    ANNUALIZE THE PERIOD'S COST OF SALES AND MARGIN, THEN
      *    TURNS, DAYS OF SUPPLY (360-DAY YEAR, AS SLWRPB2 COUNTS) AND
      *    GMROI.  NO INVENTORY MEANS NO TURNS OR GMROI TO SPEAK OF;
      *    NO COST OF SALES MEANS THE STOCK NEVER RUNS OUT (9999
      *    DAYS).  RATIOS ARE HELD TO WHAT THE REPORT CAN PRINT.
      *****************************************************************
       780-COMPUTE-RATIOS.
      *
           COMPUTE WS-CALC-ANNUAL-COST ROUNDED =
               WS-CALC-COST * 12 / WS-MONTHS.
           COMPUTE WS-CALC-ANNUAL-MARGIN ROUNDED =
               WS-CALC-MARGIN * 12 / WS-MONTHS.
      *
           IF WS-CALC-AVG-VALUE > ZERO
               COMPUTE WS-CALC-WORK ROUNDED =
                   WS-CALC-ANNUAL-COST / WS-CALC-AVG-VALUE
                   ON SIZE ERROR MOVE 999.99 TO WS-CALC-WORK
               END-COMPUTE
               IF WS-CALC-WORK > 999.99
                   MOVE 999.99 TO WS-CALC-WORK
               END-IF
               IF WS-CALC-WORK < ZERO
                   MOVE ZERO TO WS-CALC-WORK
               END-IF
               MOVE WS-CALC-WORK TO WS-CALC-TURNS
      *
               COMPUTE WS-CALC-WORK ROUNDED =
                   WS-CALC-ANNUAL-MARGIN / WS-CALC-AVG-VALUE
                   ON SIZE ERROR MOVE 999.99 TO WS-CALC-WORK
               END-COMPUTE
               IF WS-CALC-WORK > 999.99
                   MOVE 999.99 TO WS-CALC-WORK
               END-IF
               IF WS-CALC-WORK < -999.99
                   MOVE -999.99 TO WS-CALC-WORK
               END-IF
               MOVE WS-CALC-WORK TO WS-CALC-GMROI
           ELSE
               MOVE ZERO TO WS-CALC-TURNS
                            WS-CALC-GMROI
           END-IF.
      *
           IF WS-CALC-ANNUAL-COST > ZERO
               COMPUTE WS-CALC-WORK ROUNDED =
                   WS-CALC-AVG-VALUE * 360 / WS-CALC-ANNUAL-COST
                   ON SIZE ERROR MOVE 9999 TO WS-CALC-WORK
               END-COMPUTE
               IF WS-CALC-WORK > 9999
                   MOVE 9999 TO WS-CALC-WORK
               END-IF
               IF WS-CALC-WORK < ZERO
                   MOVE ZERO TO WS-CALC-WORK
               END-IF
               MOVE WS-CALC-WORK TO WS-CALC-DAYS
           ELSE
               MOVE 9999 TO WS-CALC-DAYS
           END-IF.
      *
       800-PRINT-TOTALS.
      *
           MOVE 'WAREHOUSE RECORDS READ:' TO RPT-TOT-LABEL.
           MOVE WS-WHS-READ-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ITEMS REPORTED:' TO RPT-TOT-LABEL.
           MOVE WS-ITEM-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  CARRYING INVENTORY (RANKED):' TO RPT-TOT-LABEL.
           MOVE WS-STOCKED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  FLAGGED BOTTOM 10%:' TO RPT-TOT-LABEL.
           MOVE WS-FLAGGED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NO STOCK OR SALES - NOT REPORTED:' TO RPT-TOT-LABEL.
           MOVE WS-IDLE-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE '** TABLE FULL - NOT MEASURED' TO RPT-TOT-LABEL
               MOVE WS-OVERFLOW-COUNT TO RPT-TOT-COUNT
               WRITE PRINT-LINE FROM RPT-TOTAL-LINE
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE WHSFILE.
           CLOSE PRDFILE.
           IF WS-ILGFILE-SW NOT = '35'
               CLOSE ILGFILE
           END-IF.
           IF WS-SHSFILE-SW NOT = '35'
               CLOSE SHSFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "ITEMS REPORTED:   " WS-ITEM-COUNT.
           DISPLAY "BOTTOM 10%:       " WS-FLAGGED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
