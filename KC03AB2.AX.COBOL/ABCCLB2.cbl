       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    ABC CLASSIFICATION.  RANKS EVERY PRODUCT/WAREHOUSE ON
      *    WHSAB2 BY ITS ANNUAL ISSUE VALUE AT COST AND STORES AN A,
      *    B OR C CLASS ON THE WHSAB2 RECORD, SO CCSHTB2 CAN COUNT THE
      *    FAST, EXPENSIVE ITEMS OFTEN AND THE SLOW, CHEAP ONES
      *    SELDOM.  THE YEAR IS THE 360 DAYS (TWELVE PERIODS) ENDING
      *    ON THE PROCESSING DATE.
      *      - THE ILGAB2 LEDGER GIVES THE ISSUES PER WAREHOUSE:
      *        ORDERS, BACKORDER RELEASES, KIT DRAWS AND TRANSFERS
      *        OUT, LESS VOIDS, EXTENDED AT PRD-UNIT-COST.
      *      - THE SHSAB2 SALES HISTORY GIVES THE PRODUCT'S COST OF
      *        SALES FOR THE TWELVE PERIODS, WITH NO WAREHOUSE.  WHEN
      *        IT IS THE LARGER FIGURE (LEDGER HISTORY SHORTER THAN A
      *        YEAR) IT IS SPREAD OVER THE WAREHOUSES IN PROPORTION TO
      *        THEIR LEDGER ISSUES, OR EVENLY IF THERE WERE NONE.
      *    ONE SORT PUTS EACH WAREHOUSE'S ITEMS IN DESCENDING VALUE
      *    ORDER; ITEMS ARE CLASS A UNTIL THE VALUE ABOVE THEM
      *    REACHES THE A CUTOFF PERCENTAGE OF THE WAREHOUSE TOTAL, B
      *    UNTIL IT REACHES THE B CUTOFF, AND C AFTER THAT (AND ANY
      *    ITEM WITH NO ISSUES IS C).  THE ABCPARM CARD CARRIES THE
      *    CUTOFFS AND THE DAYS BETWEEN COUNTS FOR EACH CLASS.  THE
      *    REPORT LISTS EVERY CLASS CHANGE, THEN EVERY ITEM OVERDUE
      *    FOR A COUNT (LAST COUNT DATE STAMPED BY CCPSTB2 PLUS ITS
      *    CLASS'S DAYS IS BEFORE TODAY, OR NEVER COUNTED).  DAY
      *    COUNTS USE THE SAME 30-DAY-MONTH DAY NUMBERS AS SLWRPB2.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO ABCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

      *    DYNAMIC: READ NEXT WHILE THE SORT IS LOADED, THEN RANDOM
      *    READ/REWRITE AS THE CLASSES COME BACK OUT OF IT.
           SELECT WHSFILE ASSIGN TO WHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           DATA RECORD IS ABC-PARM-RECORD.
      *
       COPY ABCPARM.
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
      *    ONE SORT RECORD PER PRODUCT/WAREHOUSE, HIGHEST ISSUE VALUE
      *    FIRST WITHIN EACH WAREHOUSE.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-WAREHOUSE-CODE            PIC X(03).
           05  SRT-ISSUE-VALUE               PIC S9(11)V99.
           05  SRT-PRODUCT-CODE              PIC X(10).
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
           88  WS-WHSFILE-NOTFOUND                VALUE '23'.
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
       01 WS-RUN-DATE-MDY                    PIC 9(08).
       01 WS-RUN-DATE-MDY-R REDEFINES WS-RUN-DATE-MDY.
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-WINDOW-DAYNUM                   PIC S9(09) COMP-3.
      *
      *****************************************************************
      *    THE TWELVE SALES-HISTORY PERIODS (YYYYMM) AFTER WS-FROM-
      *    PERIOD UP TO AND INCLUDING THE PROCESSING MONTH.
      *****************************************************************
       01 WS-FROM-PERIOD                     PIC 9(06).
       01 WS-TO-PERIOD                       PIC 9(06).
       01 WS-SHS-PERIOD                      PIC 9(06).
      *
       01 WS-DATE-WORK                       PIC 9(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
       01 WS-ISSUE-DAYNUM                    PIC S9(09) COMP-3.
       01 WS-DUE-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-DAYS-OVERDUE                    PIC S9(09) COMP-3.
       01 WS-DAYS-DISPLAY                    PIC ZZZZ9.
      *
      *****************************************************************
      *    CUTOFFS AND COUNT FREQUENCIES - DEFAULTS HERE, OVERRIDDEN
      *    FROM THE ABCPARM CARD.
      *****************************************************************
       01 WS-A-CUTOFF-PCT                    PIC 9(03)  VALUE 080.
       01 WS-B-CUTOFF-PCT                    PIC 9(03)  VALUE 095.
       01 WS-A-COUNT-DAYS                    PIC 9(03)  VALUE 030.
       01 WS-B-COUNT-DAYS                    PIC 9(03)  VALUE 090.
       01 WS-C-COUNT-DAYS                    PIC 9(03)  VALUE 360.
       01 WS-COUNT-DAYS                      PIC 9(03).
      *
       01 WS-CURRENT-PRODUCT                 PIC X(10).
       01 WS-UNIT-COST                       PIC S9(07)V99 COMP-3.
       01 WS-ISSUE-VALUE                     PIC S9(11)V99 COMP-3.
       01 WS-PRODUCT-ILG-VALUE               PIC S9(11)V99 COMP-3.
       01 WS-PRODUCT-SHS-VALUE               PIC S9(11)V99 COMP-3.
       01 WS-PRODUCT-VALUE                   PIC S9(11)V99 COMP-3.
      *
       01 WS-CURRENT-WAREHOUSE               PIC X(03).
       01 WS-WAREHOUSE-TOTAL                 PIC S9(13)V99 COMP-3.
       01 WS-CUM-VALUE                       PIC S9(13)V99 COMP-3.
       01 WS-CUM-PCT                         PIC S9(05)V9 COMP-3.
       01 WS-OLD-CLASS                       PIC X(01).
       01 WS-NEW-CLASS                       PIC X(01).
      *
      *****************************************************************
      *    THE WAREHOUSES STOCKING THE PRODUCT IN HAND, WITH THEIR
      *    LEDGER ISSUE VALUE AND THEIR SHARE OF THE PRODUCT VALUE.
      *****************************************************************
       01  PRODUCT-WAREHOUSE-TABLE.
           05  PWT-ENTRY OCCURS 50 TIMES.
               10  PWT-WAREHOUSE-CODE        PIC X(03).
               10  PWT-ILG-VALUE             PIC S9(11)V99 COMP-3.
               10  PWT-VALUE                 PIC S9(11)V99 COMP-3.
       01  WS-PWT-COUNT                      PIC S9(03) COMP-3.
       01  WS-PWT-SUB                        PIC S9(03) COMP-3.
       01  WS-PWT-USE                        PIC S9(03) COMP-3.
      *
      *****************************************************************
      *    TOTAL ISSUE VALUE PER WAREHOUSE - THE 100% EACH ITEM'S
      *    CUMULATIVE PERCENTAGE IS TAKEN AGAINST.
      *****************************************************************
       01  WAREHOUSE-TOTAL-TABLE.
           05  WTT-ENTRY OCCURS 100 TIMES.
               10  WTT-WAREHOUSE-CODE        PIC X(03).
               10  WTT-TOTAL-VALUE           PIC S9(13)V99 COMP-3.
       01  WS-WTT-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-WTT-SUB                        PIC S9(03) COMP-3.
       01  WS-WTT-USE                        PIC S9(03) COMP-3.
       01  WS-FIND-WAREHOUSE                 PIC X(03).
      *
       01  WS-COUNTERS.
           05  WS-WHS-READ-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-CLASSIFIED-COUNT           PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-CLASS-A-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-CLASS-B-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-CLASS-C-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-CHANGE-COUNT               PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-OVERDUE-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-NEVER-COUNTED-COUNT        PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-OVERFLOW-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'ABC CLASSIFICATION AND COUNT FREQUENCY'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(67) VALUE SPACE.
      *
       01  RPT-PARM-LINE.
           05  FILLER          PIC X(12) VALUE 'CUTOFFS   A '.
           05  RPT-PARM-A-PCT  PIC ZZ9.
           05  FILLER          PIC X(06) VALUE '%   B '.
           05  RPT-PARM-B-PCT  PIC ZZ9.
           05  FILLER          PIC X(22) VALUE
               '%     COUNT EVERY   A '.
           05  RPT-PARM-A-DAYS PIC ZZ9.
           05  FILLER          PIC X(05) VALUE '   B '.
           05  RPT-PARM-B-DAYS PIC ZZ9.
           05  FILLER          PIC X(05) VALUE '   C '.
           05  RPT-PARM-C-DAYS PIC ZZ9.
           05  FILLER          PIC X(05) VALUE ' DAYS'.
           05  FILLER          PIC X(62) VALUE SPACE.
      *
       01  RPT-SECTION-HEADER.
           05  RPT-SECTION-TITLE    PIC X(40).
           05  FILLER               PIC X(92) VALUE SPACE.
      *
       01  RPT-CHANGE-HEADING.
           05  FILLER          PIC X(05) VALUE 'WHSE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(05) VALUE 'OLD'.
           05  FILLER          PIC X(05) VALUE 'NEW'.
           05  FILLER          PIC X(20) VALUE 'ANNUAL ISSUE VALUE'.
           05  FILLER          PIC X(10) VALUE 'CUM PCT'.
           05  FILLER          PIC X(53) VALUE SPACE.
      *
       01  RPT-CHANGE-LINE.
           05  RPT-CHG-WAREHOUSE    PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHG-PRODUCT      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHG-DESCRIPTION  PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHG-OLD-CLASS    PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHG-NEW-CLASS    PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-CHG-VALUE        PIC Z(10)9.99-.
           05  FILLER               PIC X(05) VALUE SPACE.
           05  RPT-CHG-CUM-PCT      PIC ZZ9.9.
           05  FILLER               PIC X(58) VALUE SPACE.
      *
       01  RPT-OVERDUE-HEADING.
           05  FILLER          PIC X(05) VALUE 'WHSE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(04) VALUE 'CL'.
           05  FILLER          PIC X(12) VALUE 'LAST COUNT'.
           05  FILLER          PIC X(14) VALUE 'DAYS OVERDUE'.
           05  FILLER          PIC X(63) VALUE SPACE.
      *
       01  RPT-OVERDUE-LINE.
           05  RPT-OVD-WAREHOUSE    PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OVD-PRODUCT      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OVD-DESCRIPTION  PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OVD-CLASS        PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-OVD-LAST-COUNT   PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OVD-DAYS         PIC X(14).
           05  FILLER               PIC X(63) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(95) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
           COMPUTE WS-RUN-DAYNUM =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
           COMPUTE WS-WINDOW-DAYNUM = WS-RUN-DAYNUM - 360.
           COMPUTE WS-TO-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.
           COMPUTE WS-FROM-PERIOD = WS-TO-PERIOD - 100.
      *
           PERFORM 120-READ-PARM-CARD.
           PERFORM 100-OPEN-FILES.
           MOVE 'ABCCLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X   TO RPT-HDG-RUN-DATE.
           MOVE WS-A-CUTOFF-PCT TO RPT-PARM-A-PCT.
           MOVE WS-B-CUTOFF-PCT TO RPT-PARM-B-PCT.
           MOVE WS-A-COUNT-DAYS TO RPT-PARM-A-DAYS.
           MOVE WS-B-COUNT-DAYS TO RPT-PARM-B-DAYS.
           MOVE WS-C-COUNT-DAYS TO RPT-PARM-C-DAYS.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-PARM-LINE.
      *
           MOVE 'CLASS CHANGES' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-CHANGE-HEADING.
      *
           SORT SORT-FILE
               ON ASCENDING  KEY SRT-WAREHOUSE-CODE
               ON DESCENDING KEY SRT-ISSUE-VALUE
               ON ASCENDING  KEY SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 500-RELEASE-ITEMS
               OUTPUT PROCEDURE IS 600-CLASSIFY-ITEMS.
      *
           PERFORM 700-LIST-OVERDUE-ITEMS.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-WHS-READ-COUNT   TO WS-RUN-COUNT-IN.
           MOVE WS-CLASSIFIED-COUNT TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN I-O WHSFILE.
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
                   DISPLAY "NO ILGFILE - SALES HISTORY ONLY"
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
                   DISPLAY "NO SHSFILE - LEDGER ISSUES ONLY"
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
      *    THE ABCPARM CARD IS OPTIONAL - NO FILE, NO CARD OR A BLANK
      *    FIELD LEAVES THE DEFAULT.  A B CUTOFF THAT IS NOT ABOVE
      *    THE A CUTOFF (OR IS OVER 100) PUTS BOTH BACK TO DEFAULT.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "ABCPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       PERFORM 130-EDIT-PARM-CARD
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO ABCPARM CARD - DEFAULTS USED"
           END-IF.
      *
       130-EDIT-PARM-CARD.
      *
           IF        ABP-A-CUTOFF-PCT-X NUMERIC
                 AND ABP-A-CUTOFF-PCT > ZERO
               MOVE ABP-A-CUTOFF-PCT TO WS-A-CUTOFF-PCT
           END-IF.
           IF        ABP-B-CUTOFF-PCT-X NUMERIC
                 AND ABP-B-CUTOFF-PCT > ZERO
               MOVE ABP-B-CUTOFF-PCT TO WS-B-CUTOFF-PCT
           END-IF.
           IF        WS-B-CUTOFF-PCT NOT > WS-A-CUTOFF-PCT
                  OR WS-B-CUTOFF-PCT > 100
               DISPLAY "ABCPARM CUTOFFS INVALID - DEFAULTS USED"
               MOVE 080 TO WS-A-CUTOFF-PCT
               MOVE 095 TO WS-B-CUTOFF-PCT
           END-IF.
           IF        ABP-A-COUNT-DAYS-X NUMERIC
                 AND ABP-A-COUNT-DAYS > ZERO
               MOVE ABP-A-COUNT-DAYS TO WS-A-COUNT-DAYS
           END-IF.
           IF        ABP-B-COUNT-DAYS-X NUMERIC
                 AND ABP-B-COUNT-DAYS > ZERO
               MOVE ABP-B-COUNT-DAYS TO WS-B-COUNT-DAYS
           END-IF.
           IF        ABP-C-COUNT-DAYS-X NUMERIC
                 AND ABP-C-COUNT-DAYS > ZERO
               MOVE ABP-C-COUNT-DAYS TO WS-C-COUNT-DAYS
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
           READ WHSFILE NEXT RECORD
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
           PERFORM 510-VALUE-ONE-PRODUCT
               UNTIL WS-WHS-EOF.
      *
       510-VALUE-ONE-PRODUCT.
      *
           MOVE WHS-PRODUCT-CODE TO WS-CURRENT-PRODUCT.
           MOVE ZERO TO WS-PWT-COUNT
                        WS-PRODUCT-ILG-VALUE
                        WS-PRODUCT-SHS-VALUE.
           PERFORM 520-TABLE-ONE-WAREHOUSE
               UNTIL WS-WHS-EOF
                  OR WHS-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT.
      *
           MOVE WS-CURRENT-PRODUCT TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-UNIT-COST TO WS-UNIT-COST
           ELSE
               IF WS-PRDFILE-NOTFOUND
                   MOVE ZERO TO WS-UNIT-COST
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
           PERFORM 530-ADD-LEDGER-ISSUE
               UNTIL WS-ILG-EOF
                  OR ILG-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT.
      *
           PERFORM 320-READ-HISTORY
               UNTIL WS-SHS-EOF
                  OR SHS-PRODUCT-CODE NOT < WS-CURRENT-PRODUCT.
           PERFORM 540-ADD-HISTORY-COST
               UNTIL WS-SHS-EOF
                  OR SHS-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT.
      *
           PERFORM 550-SUM-LEDGER-VALUE
               VARYING WS-PWT-SUB FROM 1 BY 1
                 UNTIL WS-PWT-SUB > WS-PWT-COUNT.
           IF WS-PRODUCT-SHS-VALUE > WS-PRODUCT-ILG-VALUE
               MOVE WS-PRODUCT-SHS-VALUE TO WS-PRODUCT-VALUE
           ELSE
               MOVE WS-PRODUCT-ILG-VALUE TO WS-PRODUCT-VALUE
           END-IF.
           PERFORM 560-RELEASE-ONE-WAREHOUSE
               VARYING WS-PWT-SUB FROM 1 BY 1
                 UNTIL WS-PWT-SUB > WS-PWT-COUNT.
      *
       520-TABLE-ONE-WAREHOUSE.
      *
           IF WS-PWT-COUNT < 50
               ADD 1 TO WS-PWT-COUNT
               MOVE WHS-WAREHOUSE-CODE
                   TO PWT-WAREHOUSE-CODE(WS-PWT-COUNT)
               MOVE ZERO TO PWT-ILG-VALUE(WS-PWT-COUNT)
                            PWT-VALUE(WS-PWT-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.
      *
           PERFORM 300-READ-WAREHOUSE.
      *
      *****************************************************************
      *    ISSUES IN THE YEAR ARE THE NEGATIVE ORDER, BACKORDER
      *    RELEASE, KIT DRAW AND TRANSFER-OUT MOVEMENTS; A VOID PUTS
      *    ITS ORDER BACK, SO ITS POSITIVE QUANTITY NETS THEM DOWN.
      *    AN ORDER CHANGE COUNTS EITHER WAY BY ITS SIGN.
      *    MOVEMENTS AT A WAREHOUSE NO LONGER STOCKING THE PRODUCT
      *    ARE IGNORED.
      *****************************************************************
       530-ADD-LEDGER-ISSUE.
      *
           IF        ILG-TRAN-DATE NUMERIC
                 AND (ILG-TYPE-ORDER
                      OR ILG-TYPE-BACKORDER-REL
                      OR ILG-TYPE-KIT-ISSUE
                      OR ILG-TYPE-TRANSFER-SHIP
                      OR ILG-TYPE-VOID
                      OR ILG-TYPE-ORDER-CHANGE)
               MOVE ILG-TRAN-DATE TO WS-DATE-WORK
               COMPUTE WS-ISSUE-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD
               IF        WS-ISSUE-DAYNUM > WS-WINDOW-DAYNUM
                     AND WS-ISSUE-DAYNUM NOT > WS-RUN-DAYNUM
                   PERFORM 535-POST-LEDGER-ISSUE
               END-IF
           END-IF.
      *
           PERFORM 310-READ-LEDGER.
      *
       535-POST-LEDGER-ISSUE.
      *
           MOVE ZERO TO WS-PWT-USE.
           PERFORM 536-MATCH-WAREHOUSE
               VARYING WS-PWT-SUB FROM 1 BY 1
                 UNTIL WS-PWT-SUB > WS-PWT-COUNT
                    OR WS-PWT-USE > ZERO.
           IF WS-PWT-USE > ZERO
               COMPUTE WS-ISSUE-VALUE ROUNDED =
                   (ZERO - ILG-QUANTITY) * WS-UNIT-COST
               ADD WS-ISSUE-VALUE TO PWT-ILG-VALUE(WS-PWT-USE)
           END-IF.
      *
       536-MATCH-WAREHOUSE.
      *
           IF PWT-WAREHOUSE-CODE(WS-PWT-SUB) = ILG-WAREHOUSE-CODE
               MOVE WS-PWT-SUB TO WS-PWT-USE
           END-IF.
      *
       540-ADD-HISTORY-COST.
      *
           IF SHS-PERIOD NUMERIC
               MOVE SHS-PERIOD TO WS-SHS-PERIOD
               IF        WS-SHS-PERIOD > WS-FROM-PERIOD
                     AND WS-SHS-PERIOD NOT > WS-TO-PERIOD
                   ADD SHS-COST-AMOUNT TO WS-PRODUCT-SHS-VALUE
               END-IF
           END-IF.
      *
           PERFORM 320-READ-HISTORY.
      *
      *****************************************************************
      *    MORE VOIDS THAN ISSUES AT A WAREHOUSE (AN ORDER PLACED
      *    BEFORE THE YEAR, VOIDED INSIDE IT) COUNTS AS NO ISSUES.
      *****************************************************************
       550-SUM-LEDGER-VALUE.
      *
           IF PWT-ILG-VALUE(WS-PWT-SUB) < ZERO
               MOVE ZERO TO PWT-ILG-VALUE(WS-PWT-SUB)
           END-IF.
           ADD PWT-ILG-VALUE(WS-PWT-SUB) TO WS-PRODUCT-ILG-VALUE.
      *
       560-RELEASE-ONE-WAREHOUSE.
      *
           IF WS-PRODUCT-ILG-VALUE > ZERO
               COMPUTE PWT-VALUE(WS-PWT-SUB) ROUNDED =
                   PWT-ILG-VALUE(WS-PWT-SUB) * WS-PRODUCT-VALUE
                       / WS-PRODUCT-ILG-VALUE
           ELSE
               COMPUTE PWT-VALUE(WS-PWT-SUB) ROUNDED =
                   WS-PRODUCT-VALUE / WS-PWT-COUNT
           END-IF.
      *
           MOVE PWT-WAREHOUSE-CODE(WS-PWT-SUB) TO SRT-WAREHOUSE-CODE
                                                 WS-FIND-WAREHOUSE.
           MOVE PWT-VALUE(WS-PWT-SUB)          TO SRT-ISSUE-VALUE.
           MOVE WS-CURRENT-PRODUCT             TO SRT-PRODUCT-CODE.
           RELEASE SORT-RECORD.
      *
           PERFORM 570-FIND-WAREHOUSE-TOTAL.
           IF WS-WTT-USE = ZERO AND WS-WTT-COUNT < 100
               ADD 1 TO WS-WTT-COUNT
               MOVE WS-WTT-COUNT TO WS-WTT-USE
               MOVE WS-FIND-WAREHOUSE
                   TO WTT-WAREHOUSE-CODE(WS-WTT-USE)
               MOVE ZERO TO WTT-TOTAL-VALUE(WS-WTT-USE)
           END-IF.
           IF WS-WTT-USE > ZERO
               ADD PWT-VALUE(WS-PWT-SUB) TO WTT-TOTAL-VALUE(WS-WTT-USE)
           END-IF.
      *
       570-FIND-WAREHOUSE-TOTAL.
      *
           MOVE ZERO TO WS-WTT-USE.
           PERFORM 575-MATCH-WAREHOUSE-TOTAL
               VARYING WS-WTT-SUB FROM 1 BY 1
                 UNTIL WS-WTT-SUB > WS-WTT-COUNT
                    OR WS-WTT-USE > ZERO.
      *
       575-MATCH-WAREHOUSE-TOTAL.
      *
           IF WTT-WAREHOUSE-CODE(WS-WTT-SUB) = WS-FIND-WAREHOUSE
               MOVE WS-WTT-SUB TO WS-WTT-USE
           END-IF.
      *
      *****************************************************************
      *    SORT OUTPUT.  EACH WAREHOUSE'S ITEMS COME BACK HIGHEST
      *    VALUE FIRST; THE CLASS GOES BY HOW MUCH OF THE WAREHOUSE'S
      *    VALUE LIES ABOVE THE ITEM, SO THE TOP ITEM IS ALWAYS A.
      *****************************************************************
       600-CLASSIFY-ITEMS.
      *
           MOVE SPACE TO WS-CURRENT-WAREHOUSE.
           PERFORM 610-RETURN-SORTED-ITEM.
           PERFORM 620-CLASSIFY-ONE-ITEM
               UNTIL WS-SORT-EOF.
      *
       610-RETURN-SORTED-ITEM.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-CLASSIFY-ONE-ITEM.
      *
           IF SRT-WAREHOUSE-CODE NOT = WS-CURRENT-WAREHOUSE
               MOVE SRT-WAREHOUSE-CODE TO WS-CURRENT-WAREHOUSE
                                          WS-FIND-WAREHOUSE
               MOVE ZERO TO WS-CUM-VALUE
                            WS-WAREHOUSE-TOTAL
               PERFORM 570-FIND-WAREHOUSE-TOTAL
               IF WS-WTT-USE > ZERO
                   MOVE WTT-TOTAL-VALUE(WS-WTT-USE)
                       TO WS-WAREHOUSE-TOTAL
               END-IF
           END-IF.
      *
           IF WS-WAREHOUSE-TOTAL > ZERO
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-WAREHOUSE-TOTAL
           ELSE
               MOVE 100 TO WS-CUM-PCT
           END-IF.
      *
           EVALUATE TRUE
               WHEN SRT-ISSUE-VALUE NOT > ZERO
                   MOVE 'C' TO WS-NEW-CLASS
               WHEN WS-CUM-PCT < WS-A-CUTOFF-PCT
                   MOVE 'A' TO WS-NEW-CLASS
               WHEN WS-CUM-PCT < WS-B-CUTOFF-PCT
                   MOVE 'B' TO WS-NEW-CLASS
               WHEN OTHER
                   MOVE 'C' TO WS-NEW-CLASS
           END-EVALUATE.
           ADD SRT-ISSUE-VALUE TO WS-CUM-VALUE.
      *
           MOVE SRT-PRODUCT-CODE   TO WHS-PRODUCT-CODE.
           MOVE SRT-WAREHOUSE-CODE TO WHS-WAREHOUSE-CODE.
           READ WHSFILE.
           IF WS-WHSFILE-SUCCESS
               PERFORM 630-UPDATE-CLASS
           ELSE
               IF NOT WS-WHSFILE-NOTFOUND
                   DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
                   DISPLAY "WHSFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           PERFORM 610-RETURN-SORTED-ITEM.
      *
       630-UPDATE-CLASS.
      *
           MOVE WHS-ABC-CLASS       TO WS-OLD-CLASS.
           MOVE WS-NEW-CLASS        TO WHS-ABC-CLASS.
           MOVE WS-RUN-DATE-MDY     TO WHS-CLASS-DATE.
           MOVE SRT-ISSUE-VALUE     TO WHS-ANNUAL-ISSUE-VALUE.
           REWRITE WAREHOUSE-INVENTORY-RECORD.
           IF NOT WS-WHSFILE-SUCCESS
               DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
               DISPLAY "WHSFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
           ADD 1 TO WS-CLASSIFIED-COUNT.
           EVALUATE TRUE
               WHEN WHS-CLASS-A
                   ADD 1 TO WS-CLASS-A-COUNT
               WHEN WHS-CLASS-B
                   ADD 1 TO WS-CLASS-B-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CLASS-C-COUNT
           END-EVALUATE.
      *
           IF WS-OLD-CLASS NOT = WS-NEW-CLASS
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM 750-GET-DESCRIPTION
               MOVE WHS-WAREHOUSE-CODE      TO RPT-CHG-WAREHOUSE
               MOVE WHS-PRODUCT-CODE        TO RPT-CHG-PRODUCT
               MOVE PRD-PRODUCT-DESCRIPTION TO RPT-CHG-DESCRIPTION
               IF WS-OLD-CLASS = SPACE
                   MOVE 'NEW'        TO RPT-CHG-OLD-CLASS
               ELSE
                   MOVE WS-OLD-CLASS TO RPT-CHG-OLD-CLASS
               END-IF
               MOVE WS-NEW-CLASS            TO RPT-CHG-NEW-CLASS
               MOVE SRT-ISSUE-VALUE         TO RPT-CHG-VALUE
               MOVE WS-CUM-PCT              TO RPT-CHG-CUM-PCT
               WRITE PRINT-LINE FROM RPT-CHANGE-LINE
           END-IF.
      *
      *****************************************************************
      *    SECOND PASS OVER WHSAB2 - NOW CARRYING THE NEW CLASSES -
      *    FOR THE ITEMS WHOSE NEXT COUNT WAS DUE BEFORE TODAY.
      *****************************************************************
       700-LIST-OVERDUE-ITEMS.
      *
           MOVE 'ITEMS OVERDUE FOR A CYCLE COUNT' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-OVERDUE-HEADING.
      *
           MOVE 'N' TO WS-WHS-EOF-SW.
           MOVE LOW-VALUE TO WHS-KEY.
           START WHSFILE KEY NOT < WHS-KEY
               INVALID KEY MOVE 'Y' TO WS-WHS-EOF-SW
           END-START.
           IF NOT WS-WHS-EOF
               READ WHSFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-WHS-EOF-SW
               END-READ
           END-IF.
           PERFORM 710-CHECK-ONE-ITEM
               UNTIL WS-WHS-EOF.
      *
       710-CHECK-ONE-ITEM.
      *
           EVALUATE TRUE
               WHEN WHS-CLASS-A
                   MOVE WS-A-COUNT-DAYS TO WS-COUNT-DAYS
               WHEN WHS-CLASS-B
                   MOVE WS-B-COUNT-DAYS TO WS-COUNT-DAYS
               WHEN OTHER
                   MOVE WS-C-COUNT-DAYS TO WS-COUNT-DAYS
           END-EVALUATE.
      *
           IF WHS-LAST-COUNT-DATE NUMERIC
               MOVE WHS-LAST-COUNT-DATE TO WS-DATE-WORK
               COMPUTE WS-DUE-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD + WS-COUNT-DAYS
               IF WS-DUE-DAYNUM < WS-RUN-DAYNUM
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-RUN-DAYNUM - WS-DUE-DAYNUM
                   MOVE WS-DAYS-OVERDUE TO WS-DAYS-DISPLAY
                   MOVE SPACE TO RPT-OVD-DAYS
                   STRING WS-DAYS-DISPLAY DELIMITED BY SIZE
                          ' DAYS' DELIMITED BY SIZE
                       INTO RPT-OVD-DAYS
                   MOVE SPACE TO RPT-OVD-LAST-COUNT
                   STRING WHS-LAST-COUNT-DATE(1:2) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WHS-LAST-COUNT-DATE(3:2) DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WHS-LAST-COUNT-DATE(5:4) DELIMITED BY SIZE
                       INTO RPT-OVD-LAST-COUNT
                   PERFORM 720-PRINT-OVERDUE-LINE
               END-IF
           ELSE
               ADD 1 TO WS-NEVER-COUNTED-COUNT
               MOVE 'NEVER COUNTED' TO RPT-OVD-DAYS
               MOVE SPACE           TO RPT-OVD-LAST-COUNT
               PERFORM 720-PRINT-OVERDUE-LINE
           END-IF.
      *
           READ WHSFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-WHS-EOF-SW
           END-READ.
      *
       720-PRINT-OVERDUE-LINE.
      *
           ADD 1 TO WS-OVERDUE-COUNT.
           PERFORM 750-GET-DESCRIPTION.
           MOVE WHS-WAREHOUSE-CODE      TO RPT-OVD-WAREHOUSE.
           MOVE WHS-PRODUCT-CODE        TO RPT-OVD-PRODUCT.
           MOVE PRD-PRODUCT-DESCRIPTION TO RPT-OVD-DESCRIPTION.
           MOVE WHS-ABC-CLASS           TO RPT-OVD-CLASS.
           WRITE PRINT-LINE FROM RPT-OVERDUE-LINE.
      *
       750-GET-DESCRIPTION.
      *
           MOVE WHS-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               MOVE SPACE TO PRD-PRODUCT-DESCRIPTION
           END-IF.
      *
       800-PRINT-TOTALS.
      *
           MOVE 'ITEMS CLASSIFIED:' TO RPT-TOT-LABEL.
           MOVE WS-CLASSIFIED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  CLASS A:' TO RPT-TOT-LABEL.
           MOVE WS-CLASS-A-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  CLASS B:' TO RPT-TOT-LABEL.
           MOVE WS-CLASS-B-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  CLASS C:' TO RPT-TOT-LABEL.
           MOVE WS-CLASS-C-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CLASS CHANGES:' TO RPT-TOT-LABEL.
           MOVE WS-CHANGE-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ITEMS OVERDUE FOR COUNT:' TO RPT-TOT-LABEL.
           MOVE WS-OVERDUE-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  OF WHICH NEVER COUNTED:' TO RPT-TOT-LABEL.
           MOVE WS-NEVER-COUNTED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE '** TABLE FULL - NOT CLASSIFIED' TO RPT-TOT-LABEL
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
           DISPLAY "ITEMS CLASSIFIED: " WS-CLASSIFIED-COUNT.
           DISPLAY "CLASS CHANGES:    " WS-CHANGE-COUNT.
           DISPLAY "ITEMS OVERDUE:    " WS-OVERDUE-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
