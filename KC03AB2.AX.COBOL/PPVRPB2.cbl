       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPVRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    MONTHLY PURCHASE PRICE VARIANCE REPORT.  APVEAB2 HOLDS A
      *    VOUCHER LINE BILLED OFF THE PO COST, BUT NOTHING SAID HOW
      *    MUCH WE PAY OVER (OR UNDER) PLAN.  THIS RUN READS EVERY
      *    APVAB2 VOUCHER LINE DATED IN THE PROCESSING MONTH, OPEN,
      *    HELD OR PAID, AND FOR EACH VENDOR AND PRODUCT EXTENDS FOUR
      *    COSTS BY THE QUANTITY BILLED:
      *      EXPECTED - THE VENDOR'S VPX-VENDOR-COST ON VPXAB2 (THE
      *                 PO COST WHEN NO CROSS-REFERENCE EXISTS),
      *      ORDERED  - THE POAB2 LINE'S PO-UNIT-COST,
      *      BILLED   - APV-UNIT-COST-BILLED,
      *      LANDED   - THE MOVING-AVERAGE COST THE RECEIPT LEFT ON
      *                 THE PRODUCT: THE CSTAB2 COST CHANGE WRITTEN
      *                 FOR THAT PO.  NO CHANGE RECORD MEANS THE
      *                 RECEIPT DID NOT MOVE THE AVERAGE, WHICH ONLY
      *                 HAPPENS WHEN IT CAME IN AT THE SAME COST, SO
      *                 THE PO COST STANDS.
      *    AND PRINTS THE VARIANCES BETWEEN THEM:
      *      ORDER VAR  = ORDERED - EXPECTED
      *      PRICE VAR  = BILLED  - ORDERED  (THE PPVR JOURNALS)
      *      TOTAL VAR  = BILLED  - EXPECTED
      *      LANDED VAR = LANDED  - BILLED
      *    UNIT COSTS PRINT AS QUANTITY-WEIGHTED AVERAGES.  VENDORS
      *    PRINT WORST FIRST BY TOTAL VARIANCE, AND WITHIN A VENDOR
      *    ITS PRODUCTS DO THE SAME, WITH A TOTAL PER VENDOR AND A
      *    GRAND TOTAL - PURCHASING RENEGOTIATES FROM THE TOP OF THE
      *    LIST, AND ACCOUNTING TIES THE PRICE VARIANCE GRAND TOTAL
      *    TO THE MONTH'S PURCHASE PRICE VARIANCE ACCOUNT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT APVFILE ASSIGN TO APVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APV-KEY
               FILE STATUS IS WS-APVFILE-SW.

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-SW.

           SELECT VPXFILE ASSIGN TO VPXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VPX-KEY
               FILE STATUS IS WS-VPXFILE-SW.

           SELECT CSTFILE ASSIGN TO CSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-KEY
               FILE STATUS IS WS-CSTFILE-SW.

           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-KEY
               FILE STATUS IS WS-VNDFILE-SW.

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
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD APVFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS AP-VOUCHER-RECORD.
      *
       COPY APVCHR.
      *
       FD POFILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS PURCHASE-ORDER-RECORD.
      *
       COPY PURCHORD.
      *
       FD VPXFILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS VENDOR-PRODUCT-XREF-RECORD.
      *
       COPY VNDXREF.
      *
       FD CSTFILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS COST-CHANGE-RECORD.
      *
       COPY CSTHIST.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
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
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-VENDOR-TOTAL-VAR          PIC S9(11)V99.
           05  SRT-VENDOR-NUMBER             PIC X(06).
           05  SRT-TOTAL-VAR                 PIC S9(11)V99.
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-QUANTITY                  PIC S9(09).
           05  SRT-EXPECTED-EXT              PIC S9(11)V99.
           05  SRT-ORDERED-EXT               PIC S9(11)V99.
           05  SRT-BILLED-EXT                PIC S9(11)V99.
           05  SRT-LANDED-EXT                PIC S9(11)V99.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-EOF                     VALUE '10'.
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-NOTFOUND                 VALUE '23'.
       01 WS-VPXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VPXFILE-SUCCESS                VALUE '00'.
           88  WS-VPXFILE-NOTFOUND                VALUE '23'.
       01 WS-VPXFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-VPXFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CSTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CSTFILE-SUCCESS                VALUE '00'.
           88  WS-CSTFILE-EOF                     VALUE '10'.
           88  WS-CSTFILE-NOTFOUND                VALUE '23'.
       01 WS-CSTFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CSTFILE-AVAILABLE              VALUE 'Y'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFOUND                VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-CST-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-CST-DONE                       VALUE 'Y'.
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
      *    THE REPORT MONTH IS HELD YEAR-FIRST; A VOUCHER DATE
      *    (MMDDYYYY) IS TURNED THE SAME WAY TO COMPARE.
      *****************************************************************
       01 WS-RUN-PERIOD                      PIC X(06).
       01 WS-DOC-PERIOD                      PIC X(06).
      *
       01 WS-VOUCHER-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PERIOD-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-OVERFLOW-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRINT-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01 WS-EXPECTED-COST                   PIC S9(05)V99 COMP-3.
       01 WS-ORDERED-COST                    PIC S9(05)V99 COMP-3.
       01 WS-LANDED-COST                     PIC S9(07)V99 COMP-3.
      *
      *****************************************************************
      *    ONE ENTRY PER VENDOR AND PRODUCT BILLED IN THE MONTH, AND
      *    ONE PER VENDOR FOR ITS RANKING TOTAL.  A LINE THAT WOULD
      *    OVERFLOW EITHER TABLE IS COUNTED ON THE TOTALS, NOT LOST
      *    SILENTLY.
      *****************************************************************
       01  PPV-TABLE.
           05  PPV-ENTRY OCCURS 1000 TIMES.
               10  PPV-VENDOR-NUMBER         PIC X(06).
               10  PPV-PRODUCT-CODE          PIC X(10).
               10  PPV-QUANTITY              PIC S9(09) COMP-3.
               10  PPV-EXPECTED-EXT          PIC S9(11)V99 COMP-3.
               10  PPV-ORDERED-EXT           PIC S9(11)V99 COMP-3.
               10  PPV-BILLED-EXT            PIC S9(11)V99 COMP-3.
               10  PPV-LANDED-EXT            PIC S9(11)V99 COMP-3.
       01  WS-PPV-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-PPV-MAX-ENTRIES                PIC S9(05) COMP-3
                                              VALUE 1000.
       01  WS-PPV-SUB                        PIC S9(05) COMP-3.
       01  WS-PPV-USE                        PIC S9(05) COMP-3.
      *
       01  PPV-VENDOR-TABLE.
           05  PVT-ENTRY OCCURS 200 TIMES.
               10  PVT-VENDOR-NUMBER         PIC X(06).
               10  PVT-TOTAL-VAR             PIC S9(11)V99 COMP-3.
       01  WS-PVT-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-PVT-MAX-ENTRIES                PIC S9(03) COMP-3
                                              VALUE 200.
       01  WS-PVT-SUB                        PIC S9(03) COMP-3.
       01  WS-PVT-USE                        PIC S9(03) COMP-3.
      *
       01  WS-LINE-EXPECTED                  PIC S9(11)V99 COMP-3.
       01  WS-LINE-ORDERED                   PIC S9(11)V99 COMP-3.
       01  WS-LINE-BILLED                    PIC S9(11)V99 COMP-3.
       01  WS-LINE-LANDED                    PIC S9(11)V99 COMP-3.
      *
       01  WS-BREAK-VENDOR                   PIC X(06) VALUE SPACE.
       01  WS-ORDER-VAR                      PIC S9(11)V99 COMP-3.
       01  WS-PRICE-VAR                      PIC S9(11)V99 COMP-3.
       01  WS-TOTAL-VAR                      PIC S9(11)V99 COMP-3.
       01  WS-LANDED-VAR                     PIC S9(11)V99 COMP-3.
      *
       01  VENDOR-TOTALS.
           05  VTL-QUANTITY                  PIC S9(09) COMP-3.
           05  VTL-ORDER-VAR                 PIC S9(11)V99 COMP-3.
           05  VTL-PRICE-VAR                 PIC S9(11)V99 COMP-3.
           05  VTL-TOTAL-VAR                 PIC S9(11)V99 COMP-3.
           05  VTL-LANDED-VAR                PIC S9(11)V99 COMP-3.
       01  GRAND-TOTALS.
           05  GTL-QUANTITY                  PIC S9(09) COMP-3
                                              VALUE ZERO.
           05  GTL-ORDER-VAR                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GTL-PRICE-VAR                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GTL-TOTAL-VAR                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GTL-LANDED-VAR                PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(34) VALUE
               'PURCHASE PRICE VARIANCE REPORT'.
           05  FILLER          PIC X(08) VALUE 'PERIOD:'.
           05  RPT-HDG-PERIOD  PIC X(06).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(61) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE '  QUANTITY'.
           05  FILLER          PIC X(11) VALUE '   EXPECTED'.
           05  FILLER          PIC X(11) VALUE '    ORDERED'.
           05  FILLER          PIC X(11) VALUE '     BILLED'.
           05  FILLER          PIC X(11) VALUE '     LANDED'.
           05  FILLER          PIC X(14) VALUE '     ORDER VAR'.
           05  FILLER          PIC X(14) VALUE '     PRICE VAR'.
           05  FILLER          PIC X(14) VALUE '     TOTAL VAR'.
           05  FILLER          PIC X(14) VALUE '    LANDED VAR'.
           05  FILLER          PIC X(10) VALUE SPACE.
      *
       01  RPT-VENDOR-LINE.
           05  FILLER               PIC X(08) VALUE 'VENDOR '.
           05  RPT-VND-NUMBER       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VND-NAME         PIC X(30).
           05  FILLER               PIC X(86) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-QUANTITY         PIC Z(08)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EXPECTED         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ORDERED          PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-BILLED           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LANDED           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-ORDER-VAR        PIC Z(08)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-PRICE-VAR        PIC Z(08)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-TOTAL-VAR        PIC Z(08)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-LANDED-VAR       PIC Z(08)9.99-.
           05  FILLER               PIC X(10) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TOT-QUANTITY     PIC Z(08)9-.
           05  FILLER               PIC X(45) VALUE SPACE.
           05  RPT-TOT-ORDER-VAR    PIC Z(08)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-TOT-PRICE-VAR    PIC Z(08)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-TOT-TOTAL-VAR    PIC Z(08)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-TOT-LANDED-VAR   PIC Z(08)9.99-.
           05  FILLER               PIC X(10) VALUE SPACE.
      *
       01  RPT-COUNT-LINE.
           05  FILLER               PIC X(24) VALUE
               'VOUCHER LINES IN PERIOD:'.
           05  RPT-CNT-PERIOD       PIC Z(06)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  FILLER               PIC X(28) VALUE
               'NOT REPORTED - TABLE FULL:'.
           05  RPT-CNT-OVERFLOW     PIC Z(06)9.
           05  FILLER               PIC X(62) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-YYYY TO WS-RUN-PERIOD(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-PERIOD(5:2).
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'PPVRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-PERIOD TO RPT-HDG-PERIOD.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-VOUCHER.
           PERFORM 400-PROCESS-VOUCHER
               UNTIL WS-EOF-YES.
      *
           SORT SORT-FILE
               ON DESCENDING KEY SRT-VENDOR-TOTAL-VAR
               ON ASCENDING  KEY SRT-VENDOR-NUMBER
               ON DESCENDING KEY SRT-TOTAL-VAR
               ON ASCENDING  KEY SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 500-RELEASE-VARIANCES
               OUTPUT PROCEDURE IS 600-PRINT-VARIANCES.
      *
           PERFORM 800-PRINT-GRAND-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-VOUCHER-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-PRINT-COUNT   TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
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
       100-OPEN-FILES.
      *
           OPEN INPUT APVFILE.
           IF NOT WS-APVFILE-SUCCESS
               DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
               DISPLAY "APVFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "POFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    NO CROSS-REFERENCE FILE OR NO COST HISTORY YET IS NOT AN
      *    ERROR - THE PO COST STANDS IN FOR THE MISSING FIGURE.
      *****************************************************************
           OPEN INPUT VPXFILE.
           IF NOT WS-VPXFILE-SUCCESS
               IF WS-VPXFILE-SW = '35'
                   MOVE 'N' TO WS-VPXFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-VPXFILE-SW=" WS-VPXFILE-SW
                   DISPLAY "VPXFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT CSTFILE.
           IF NOT WS-CSTFILE-SUCCESS
               IF WS-CSTFILE-SW = '35'
                   MOVE 'N' TO WS-CSTFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-CSTFILE-SW=" WS-CSTFILE-SW
                   DISPLAY "CSTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-VOUCHER.
      *
           READ APVFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-VOUCHER-COUNT
           END-READ.
      *
       400-PROCESS-VOUCHER.
      *
           MOVE APV-VOUCHER-DATE(5:4) TO WS-DOC-PERIOD(1:4).
           MOVE APV-VOUCHER-DATE(1:2) TO WS-DOC-PERIOD(5:2).
           IF        WS-DOC-PERIOD = WS-RUN-PERIOD
                 AND APV-QUANTITY-BILLED NOT = ZERO
               ADD 1 TO WS-PERIOD-COUNT
               PERFORM 410-COST-VOUCHER-LINE
               PERFORM 440-FIND-PRODUCT-ENTRY
               PERFORM 450-FIND-VENDOR-ENTRY
               IF WS-PPV-USE > ZERO AND WS-PVT-USE > ZERO
                   PERFORM 460-ACCUMULATE-LINE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
           PERFORM 300-READ-VOUCHER.
      *
      *****************************************************************
      *    THE FOUR UNIT COSTS BEHIND ONE BILLED LINE.  A PO LINE NO
      *    LONGER ON FILE FALLS BACK TO THE BILLED COST, SO THE LINE
      *    SHOWS NO VARIANCE RATHER THAN A FALSE ONE.
      *****************************************************************
       410-COST-VOUCHER-LINE.
      *
           MOVE APV-PO-NUMBER      TO PO-PO-NUMBER.
           MOVE APV-PO-LINE-NUMBER TO PO-LINE-NUMBER.
           READ POFILE.
           IF WS-POFILE-SUCCESS
               MOVE PO-UNIT-COST TO WS-ORDERED-COST
           ELSE
               MOVE APV-UNIT-COST-BILLED TO WS-ORDERED-COST
           END-IF.
      *
           MOVE WS-ORDERED-COST TO WS-EXPECTED-COST.
           IF WS-VPXFILE-AVAILABLE
               MOVE APV-VENDOR-NUMBER TO VPX-VENDOR-NUMBER
               MOVE APV-PRODUCT-CODE  TO VPX-PRODUCT-CODE
               READ VPXFILE
               IF WS-VPXFILE-SUCCESS
                   MOVE VPX-VENDOR-COST TO WS-EXPECTED-COST
               END-IF
           END-IF.
      *
           MOVE WS-ORDERED-COST TO WS-LANDED-COST.
           IF WS-CSTFILE-AVAILABLE
               PERFORM 420-FIND-LANDED-COST
           END-IF.
      *
           COMPUTE WS-LINE-EXPECTED ROUNDED =
               APV-QUANTITY-BILLED * WS-EXPECTED-COST.
           COMPUTE WS-LINE-ORDERED ROUNDED =
               APV-QUANTITY-BILLED * WS-ORDERED-COST.
           COMPUTE WS-LINE-BILLED ROUNDED =
               APV-QUANTITY-BILLED * APV-UNIT-COST-BILLED.
           COMPUTE WS-LINE-LANDED ROUNDED =
               APV-QUANTITY-BILLED * WS-LANDED-COST.
      *
      *****************************************************************
      *    THE PRODUCT'S COST HISTORY IS BROWSED FROM ITS FIRST
      *    CHANGE; THE LAST CHANGE WRITTEN FOR THIS PO IS THE AVERAGE
      *    ITS RECEIPTS LANDED AT.
      *****************************************************************
       420-FIND-LANDED-COST.
      *
           MOVE LOW-VALUE        TO CST-KEY.
           MOVE APV-PRODUCT-CODE TO CST-PRODUCT-CODE.
           MOVE 'N' TO WS-CST-DONE-SW.
           START CSTFILE KEY >= CST-KEY.
           IF NOT WS-CSTFILE-SUCCESS
               MOVE 'Y' TO WS-CST-DONE-SW
           END-IF.
           PERFORM 430-READ-COST-CHANGE
               UNTIL WS-CST-DONE.
      *
       430-READ-COST-CHANGE.
      *
           READ CSTFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CST-DONE-SW
           NOT AT END
               IF CST-PRODUCT-CODE NOT = APV-PRODUCT-CODE
                   MOVE 'Y' TO WS-CST-DONE-SW
               ELSE
                   IF CST-PO-NUMBER = APV-PO-NUMBER
                       MOVE CST-NEW-COST TO WS-LANDED-COST
                   END-IF
               END-IF
           END-READ.
      *
       440-FIND-PRODUCT-ENTRY.
      *
           MOVE ZERO TO WS-PPV-USE.
           PERFORM 445-MATCH-PRODUCT-ENTRY
               VARYING WS-PPV-SUB FROM 1 BY 1
                 UNTIL WS-PPV-SUB > WS-PPV-COUNT
                    OR WS-PPV-USE > ZERO.
      *
           IF WS-PPV-USE = ZERO
               IF WS-PPV-COUNT < WS-PPV-MAX-ENTRIES
                   ADD 1 TO WS-PPV-COUNT
                   MOVE WS-PPV-COUNT TO WS-PPV-USE
                   MOVE APV-VENDOR-NUMBER
                       TO PPV-VENDOR-NUMBER(WS-PPV-USE)
                   MOVE APV-PRODUCT-CODE
                       TO PPV-PRODUCT-CODE(WS-PPV-USE)
                   MOVE ZERO TO PPV-QUANTITY(WS-PPV-USE)
                                PPV-EXPECTED-EXT(WS-PPV-USE)
                                PPV-ORDERED-EXT(WS-PPV-USE)
                                PPV-BILLED-EXT(WS-PPV-USE)
                                PPV-LANDED-EXT(WS-PPV-USE)
               END-IF
           END-IF.
      *
       445-MATCH-PRODUCT-ENTRY.
      *
           IF        PPV-VENDOR-NUMBER(WS-PPV-SUB) = APV-VENDOR-NUMBER
                 AND PPV-PRODUCT-CODE(WS-PPV-SUB)  = APV-PRODUCT-CODE
               MOVE WS-PPV-SUB TO WS-PPV-USE
           END-IF.
      *
       450-FIND-VENDOR-ENTRY.
      *
           MOVE ZERO TO WS-PVT-USE.
           PERFORM 455-MATCH-VENDOR-ENTRY
               VARYING WS-PVT-SUB FROM 1 BY 1
                 UNTIL WS-PVT-SUB > WS-PVT-COUNT
                    OR WS-PVT-USE > ZERO.
      *
           IF WS-PVT-USE = ZERO
               IF WS-PVT-COUNT < WS-PVT-MAX-ENTRIES
                   ADD 1 TO WS-PVT-COUNT
                   MOVE WS-PVT-COUNT TO WS-PVT-USE
                   MOVE APV-VENDOR-NUMBER
                       TO PVT-VENDOR-NUMBER(WS-PVT-USE)
                   MOVE ZERO TO PVT-TOTAL-VAR(WS-PVT-USE)
               END-IF
           END-IF.
      *
       455-MATCH-VENDOR-ENTRY.
      *
           IF PVT-VENDOR-NUMBER(WS-PVT-SUB) = APV-VENDOR-NUMBER
               MOVE WS-PVT-SUB TO WS-PVT-USE
           END-IF.
      *
       460-ACCUMULATE-LINE.
      *
           ADD APV-QUANTITY-BILLED TO PPV-QUANTITY(WS-PPV-USE).
           ADD WS-LINE-EXPECTED    TO PPV-EXPECTED-EXT(WS-PPV-USE).
           ADD WS-LINE-ORDERED     TO PPV-ORDERED-EXT(WS-PPV-USE).
           ADD WS-LINE-BILLED      TO PPV-BILLED-EXT(WS-PPV-USE).
           ADD WS-LINE-LANDED      TO PPV-LANDED-EXT(WS-PPV-USE).
           COMPUTE PVT-TOTAL-VAR(WS-PVT-USE) =
               PVT-TOTAL-VAR(WS-PVT-USE)
               + WS-LINE-BILLED - WS-LINE-EXPECTED.
      *
      *****************************************************************
      *    EACH VENDOR/PRODUCT GOES TO THE SORT CARRYING ITS VENDOR'S
      *    TOTAL VARIANCE AS THE MAJOR KEY, SO THE WORST VENDOR
      *    PRINTS FIRST WITH ITS PRODUCTS TOGETHER UNDER IT.
      *****************************************************************
       500-RELEASE-VARIANCES.
      *
           PERFORM 510-RELEASE-ONE-ENTRY
               VARYING WS-PPV-SUB FROM 1 BY 1
                 UNTIL WS-PPV-SUB > WS-PPV-COUNT.
      *
       510-RELEASE-ONE-ENTRY.
      *
           MOVE ZERO TO WS-PVT-USE.
           PERFORM 515-MATCH-RELEASE-VENDOR
               VARYING WS-PVT-SUB FROM 1 BY 1
                 UNTIL WS-PVT-SUB > WS-PVT-COUNT
                    OR WS-PVT-USE > ZERO.
      *
           MOVE PVT-TOTAL-VAR(WS-PVT-USE) TO SRT-VENDOR-TOTAL-VAR.
           MOVE PPV-VENDOR-NUMBER(WS-PPV-SUB) TO SRT-VENDOR-NUMBER.
           COMPUTE SRT-TOTAL-VAR =
               PPV-BILLED-EXT(WS-PPV-SUB)
               - PPV-EXPECTED-EXT(WS-PPV-SUB).
           MOVE PPV-PRODUCT-CODE(WS-PPV-SUB) TO SRT-PRODUCT-CODE.
           MOVE PPV-QUANTITY(WS-PPV-SUB)     TO SRT-QUANTITY.
           MOVE PPV-EXPECTED-EXT(WS-PPV-SUB) TO SRT-EXPECTED-EXT.
           MOVE PPV-ORDERED-EXT(WS-PPV-SUB)  TO SRT-ORDERED-EXT.
           MOVE PPV-BILLED-EXT(WS-PPV-SUB)   TO SRT-BILLED-EXT.
           MOVE PPV-LANDED-EXT(WS-PPV-SUB)   TO SRT-LANDED-EXT.
           RELEASE SORT-RECORD.
      *
       515-MATCH-RELEASE-VENDOR.
      *
           IF PVT-VENDOR-NUMBER(WS-PVT-SUB) =
                   PPV-VENDOR-NUMBER(WS-PPV-SUB)
               MOVE WS-PVT-SUB TO WS-PVT-USE
           END-IF.
      *
       600-PRINT-VARIANCES.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 610-RETURN-SORTED-RECORD.
           PERFORM 620-PRINT-ONE-VARIANCE
               UNTIL WS-SORT-EOF.
           IF WS-BREAK-VENDOR NOT = SPACE
               PERFORM 660-PRINT-VENDOR-TOTAL
           END-IF.
      *
       610-RETURN-SORTED-RECORD.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PRINT-ONE-VARIANCE.
      *
           IF SRT-VENDOR-NUMBER NOT = WS-BREAK-VENDOR
               IF WS-BREAK-VENDOR NOT = SPACE
                   PERFORM 660-PRINT-VENDOR-TOTAL
               END-IF
               PERFORM 650-PRINT-VENDOR-HEADING
           END-IF.
      *
           COMPUTE WS-ORDER-VAR  = SRT-ORDERED-EXT - SRT-EXPECTED-EXT.
           COMPUTE WS-PRICE-VAR  = SRT-BILLED-EXT  - SRT-ORDERED-EXT.
           COMPUTE WS-TOTAL-VAR  = SRT-BILLED-EXT  - SRT-EXPECTED-EXT.
           COMPUTE WS-LANDED-VAR = SRT-LANDED-EXT  - SRT-BILLED-EXT.
      *
           MOVE SRT-PRODUCT-CODE TO RPT-PRODUCT.
           MOVE SRT-QUANTITY     TO RPT-QUANTITY.
           IF SRT-QUANTITY = ZERO
               MOVE ZERO TO RPT-EXPECTED RPT-ORDERED
                            RPT-BILLED   RPT-LANDED
           ELSE
               COMPUTE RPT-EXPECTED ROUNDED =
                   SRT-EXPECTED-EXT / SRT-QUANTITY
               COMPUTE RPT-ORDERED ROUNDED =
                   SRT-ORDERED-EXT / SRT-QUANTITY
               COMPUTE RPT-BILLED ROUNDED =
                   SRT-BILLED-EXT / SRT-QUANTITY
               COMPUTE RPT-LANDED ROUNDED =
                   SRT-LANDED-EXT / SRT-QUANTITY
           END-IF.
           MOVE WS-ORDER-VAR     TO RPT-ORDER-VAR.
           MOVE WS-PRICE-VAR     TO RPT-PRICE-VAR.
           MOVE WS-TOTAL-VAR     TO RPT-TOTAL-VAR.
           MOVE WS-LANDED-VAR    TO RPT-LANDED-VAR.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-PRINT-COUNT.
      *
           ADD SRT-QUANTITY  TO VTL-QUANTITY   GTL-QUANTITY.
           ADD WS-ORDER-VAR  TO VTL-ORDER-VAR  GTL-ORDER-VAR.
           ADD WS-PRICE-VAR  TO VTL-PRICE-VAR  GTL-PRICE-VAR.
           ADD WS-TOTAL-VAR  TO VTL-TOTAL-VAR  GTL-TOTAL-VAR.
           ADD WS-LANDED-VAR TO VTL-LANDED-VAR GTL-LANDED-VAR.
      *
           PERFORM 610-RETURN-SORTED-RECORD.
      *
       650-PRINT-VENDOR-HEADING.
      *
           MOVE SRT-VENDOR-NUMBER TO WS-BREAK-VENDOR
                                     RPT-VND-NUMBER
                                     VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF WS-VNDFILE-SUCCESS
               MOVE VND-NAME TO RPT-VND-NAME
           ELSE
               MOVE 'VENDOR NOT ON FILE' TO RPT-VND-NAME
           END-IF.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-VENDOR-LINE.
           MOVE ZERO TO VTL-QUANTITY VTL-ORDER-VAR VTL-PRICE-VAR
                        VTL-TOTAL-VAR VTL-LANDED-VAR.
      *
       660-PRINT-VENDOR-TOTAL.
      *
           MOVE 'VENDOR TOT'   TO RPT-TOT-LABEL.
           MOVE VTL-QUANTITY   TO RPT-TOT-QUANTITY.
           MOVE VTL-ORDER-VAR  TO RPT-TOT-ORDER-VAR.
           MOVE VTL-PRICE-VAR  TO RPT-TOT-PRICE-VAR.
           MOVE VTL-TOTAL-VAR  TO RPT-TOT-TOTAL-VAR.
           MOVE VTL-LANDED-VAR TO RPT-TOT-LANDED-VAR.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       800-PRINT-GRAND-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'GRAND TOT'    TO RPT-TOT-LABEL.
           MOVE GTL-QUANTITY   TO RPT-TOT-QUANTITY.
           MOVE GTL-ORDER-VAR  TO RPT-TOT-ORDER-VAR.
           MOVE GTL-PRICE-VAR  TO RPT-TOT-PRICE-VAR.
           MOVE GTL-TOTAL-VAR  TO RPT-TOT-TOTAL-VAR.
           MOVE GTL-LANDED-VAR TO RPT-TOT-LANDED-VAR.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           MOVE WS-PERIOD-COUNT   TO RPT-CNT-PERIOD.
           MOVE WS-OVERFLOW-COUNT TO RPT-CNT-OVERFLOW.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE APVFILE.
           CLOSE POFILE.
           IF WS-VPXFILE-AVAILABLE
               CLOSE VPXFILE
           END-IF.
           IF WS-CSTFILE-AVAILABLE
               CLOSE CSTFILE
           END-IF.
           CLOSE VNDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
