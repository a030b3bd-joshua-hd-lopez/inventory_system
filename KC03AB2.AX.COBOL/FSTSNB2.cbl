       IDENTIFICATION DIVISION.
       PROGRAM-ID. FSTSNB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    NIGHTLY FILE STATISTICS SNAPSHOT AND DRIFT REPORT.  RUN
      *    AFTER THE NIGHT'S BATCH AND BEFORE THE ONLINE DAY OPENS.
      *    EVERY MAJOR FILE IS READ END TO END FOR ITS RECORD COUNT
      *    AND HASH TOTALS OF ITS KEY MONEY AND QUANTITY FIELDS:
      *      CMFAB2  BALANCE DUE
      *      PRDAB2  UNIT PRICE, QUANTITY ON HAND
      *      ILGAB2  MOVEMENT QUANTITY
      *      WHSAB2  ANNUAL ISSUE VALUE, QUANTITY ON HAND
      *      INVAB2  INVOICE TOTAL, LINE QUANTITIES
      *      OPNAB2  OPEN BALANCE
      *      POAB2   ORDERED COST, QUANTITY ORDERED
      *      APVAB2  BILLED COST, QUANTITY BILLED
      *      BKOAB2  QUANTITY SHORT
      *    AND THE DAY'S KNOWN ACTIVITY IS TAKEN OUT OF THE MOVEMENT
      *    SINCE THE PRIOR NIGHT: RECORDS DATED THE PROCESSING DATE
      *    ACCOUNT FOR THE GROWTH OF INVAB2, OPNAB2, ILGAB2, POAB2 AND
      *    APVAB2, AND THE DAY'S NET ILGAB2 QUANTITY FOR THE CHANGE
      *    IN WHSAB2 ON HAND.  WHAT IS LEFT IS UNEXPLAINED, AND A
      *    MEASURE WHOSE UNEXPLAINED MOVEMENT IS MORE THAN ITS
      *    TOLERANCE - A PERCENT OF THE PRIOR NIGHT'S FIGURE, AT LEAST
      *    10 RECORDS, 100.00 OR 100 UNITS - PRINTS ON THE EXCEPTIONS
      *    PAGE, AS DOES A FILE THAT WILL NOT OPEN.  THE PERCENTS ARE
      *    5 FOR RECORDS AND 10 FOR AMOUNT AND QUANTITY UNLESS AN
      *    FSTTOL CARD SAYS OTHERWISE FOR THE FILE.  THE PRIOR NIGHT
      *    IS THE LATEST EARLIER SNAPSHOT ON FSTAB2, SO A SKIPPED NIGHT
      *    COMPARES ACROSS TWO DAYS.  TONIGHT'S FIGURES ARE THEN
      *    WRITTEN TO FSTAB2 FOR THE PROCESSING DATE.  A RUNAWAY LOOP,
      *    A HALF-FINISHED LOAD OR A FILE RESTORED FROM THE WRONG
      *    GENERATION ALL SHOW UP HERE.
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

           SELECT TOL-FILE ASSIGN TO FSTTOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TOLFILE-SW.

           SELECT FSTFILE ASSIGN TO FSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FST-KEY
               FILE STATUS IS WS-FSTFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-SCAN-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-SCAN-SW.

           SELECT ILGFILE ASSIGN TO ILGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ILG-KEY
               FILE STATUS IS WS-SCAN-SW.

           SELECT WHSFILE ASSIGN TO WHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-SCAN-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-SCAN-SW.

           SELECT OPNFILE ASSIGN TO OPNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-SCAN-SW.

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-SCAN-SW.

           SELECT APVFILE ASSIGN TO APVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APV-KEY
               FILE STATUS IS WS-SCAN-SW.

           SELECT BKOFILE ASSIGN TO BKOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-SCAN-SW.

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
       FD TOL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FILE-TOLERANCE-CARD.
      *
       COPY FSTTOL.
      *
       FD FSTFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS FILE-STATISTICS-RECORD.
      *
       COPY FILSTAT.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
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
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD OPNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OPEN-ITEM-RECORD.
      *
       COPY OPENITEM.
      *
       FD POFILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS PURCHASE-ORDER-RECORD.
      *
       COPY PURCHORD.
      *
       FD APVFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS AP-VOUCHER-RECORD.
      *
       COPY APVCHR.
      *
       FD BKOFILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS BACKORDER-RECORD.
      *
       COPY BACKORD.
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
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-TOLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TOLFILE-SUCCESS                VALUE '00'.
       01 WS-FSTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-FSTFILE-SUCCESS                VALUE '00'.
           88  WS-FSTFILE-DUPLICATE              VALUE '22'.
       01 WS-SCAN-SW                         PIC X(02)  VALUE SPACES.
           88  WS-SCAN-SUCCESS                   VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-OVER-ONLY-SW                    PIC X(01)  VALUE 'N'.
           88  WS-OVER-ONLY                      VALUE 'Y'.
      *
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC 9(02).
           05  WS-PROC-DD                    PIC 9(02).
           05  WS-PROC-YYYY                  PIC 9(04).
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-SNAPSHOT-DATE                   PIC X(08).
      *
      *****************************************************************
      *    THE FILES MEASURED, IN THE ORDER READ (ILGAB2 BEFORE WHSAB2
      *    SO THE DAY'S MOVEMENT IS KNOWN), WITH Y FOR EACH MEASURE
      *    THE FILE CARRIES: RECORDS, AMOUNT, QUANTITY.
      *****************************************************************
       01 WS-FILE-TABLE-VALUES.
           05  FILLER                        PIC X(11)
                                              VALUE 'CMFAB2  YYN'.
           05  FILLER                        PIC X(11)
                                              VALUE 'PRDAB2  YYY'.
           05  FILLER                        PIC X(11)
                                              VALUE 'ILGAB2  YNY'.
           05  FILLER                        PIC X(11)
                                              VALUE 'WHSAB2  YYY'.
           05  FILLER                        PIC X(11)
                                              VALUE 'INVAB2  YYY'.
           05  FILLER                        PIC X(11)
                                              VALUE 'OPNAB2  YYN'.
           05  FILLER                        PIC X(11)
                                              VALUE 'POAB2   YYY'.
           05  FILLER                        PIC X(11)
                                              VALUE 'APVAB2  YYY'.
           05  FILLER                        PIC X(11)
                                              VALUE 'BKOAB2  YNY'.
       01 WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
           05  WS-FILE-ENTRY                 OCCURS 9 TIMES.
               10  WS-FT-FILE-NAME           PIC X(08).
               10  WS-FT-MEASURED            PIC X(01)
                                              OCCURS 3 TIMES.
       01 WS-FILE-COUNT                      PIC S9(04) COMP
                                              VALUE +9.
      *
      *    DEFAULT PERCENTS AND FLOORS FOR RECORDS, AMOUNT, QUANTITY.
      *
       01 WS-DEFAULT-PERCENT-VALUES          PIC X(09)
                                              VALUE '005010010'.
       01 WS-DEFAULT-PERCENT-TABLE REDEFINES
                                     WS-DEFAULT-PERCENT-VALUES.
           05  WS-DEFAULT-PERCENT            PIC 9(03)
                                              OCCURS 3 TIMES.
       01 WS-TOLERANCE-FLOOR-VALUES          PIC X(21)
                                              VALUE
           '000100000100000010000'.
       01 WS-TOLERANCE-FLOOR-TABLE REDEFINES
                                     WS-TOLERANCE-FLOOR-VALUES.
           05  WS-TOLERANCE-FLOOR            PIC 9(05)V99
                                              OCCURS 3 TIMES.
       01 WS-MEASURE-LABEL-VALUES            PIC X(24)
                                              VALUE
           'RECORDS AMOUNT  QUANTITY'.
       01 WS-MEASURE-LABEL-TABLE REDEFINES
                                     WS-MEASURE-LABEL-VALUES.
           05  WS-MEASURE-LABEL              PIC X(08)
                                              OCCURS 3 TIMES.
      *
      *****************************************************************
      *    TONIGHT'S FIGURES FOR EACH FILE AND HOW THEY COMPARE.
      *****************************************************************
       01 WS-STAT-TABLE.
           05  WS-STAT-ENTRY                 OCCURS 9 TIMES.
               10  WS-ST-STATUS-SW           PIC X(01).
                   88  WS-ST-FILE-MISSING        VALUE 'X'.
               10  WS-ST-FILE-STATUS         PIC X(02).
               10  WS-ST-PRIOR-SW            PIC X(01).
                   88  WS-ST-PRIOR-FOUND         VALUE 'Y'.
               10  WS-ST-PRIOR-DATE          PIC X(08).
               10  WS-ST-OVER-SW             PIC X(01).
                   88  WS-ST-OVER                VALUE 'Y'.
               10  WS-ST-MEASURE             OCCURS 3 TIMES.
                   15  WS-ST-TONIGHT         PIC S9(13)V99 COMP-3.
                   15  WS-ST-ACTIVITY        PIC S9(13)V99 COMP-3.
                   15  WS-ST-PRIOR           PIC S9(13)V99 COMP-3.
                   15  WS-ST-CHANGE          PIC S9(13)V99 COMP-3.
                   15  WS-ST-UNEXPLAINED     PIC S9(13)V99 COMP-3.
                   15  WS-ST-TOLERANCE       PIC S9(13)V99 COMP-3.
                   15  WS-ST-PERCENT         PIC 9(03).
                   15  WS-ST-MEASURE-OVER-SW PIC X(01).
                       88  WS-ST-MEASURE-OVER    VALUE 'Y'.
      *
       01 WS-FILE-SUB                        PIC S9(04) COMP.
       01 WS-MEAS-SUB                        PIC S9(04) COMP.
       01 WS-LINE-SUB                        PIC S9(04) COMP.
       01 WS-COL-SUB                         PIC S9(04) COMP.
       01 WS-COL-VALUE                       PIC S9(13)V99 COMP-3.
       01 WS-ABS-VALUE                       PIC S9(13)V99 COMP-3.
       01 WS-LINE-AMOUNT                     PIC S9(13)V99 COMP-3.
      *
       01 WS-RECORDS-READ                    PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-SNAPSHOT-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-OVER-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-MISSING-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-FIRST-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRINTED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'FILE STATISTICS SNAPSHOT AND DRIFT'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE PIC X(60).
           05  FILLER          PIC X(72) VALUE SPACE.
      *
       01  RPT-COLUMN-HEADING.
           05  FILLER          PIC X(20) VALUE '  FILE     MEASURE'.
           05  FILLER          PIC X(18) VALUE '           TONIGHT'.
           05  FILLER          PIC X(18) VALUE '       PRIOR NIGHT'.
           05  FILLER          PIC X(18) VALUE '            CHANGE'.
           05  FILLER          PIC X(18) VALUE '    KNOWN ACTIVITY'.
           05  FILLER          PIC X(18) VALUE '       UNEXPLAINED'.
           05  FILLER          PIC X(18) VALUE '         TOLERANCE'.
           05  FILLER          PIC X(04) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-FLAG                 PIC X(01).
           05  FILLER                   PIC X(01).
           05  RPT-FILE-NAME            PIC X(08).
           05  FILLER                   PIC X(01).
           05  RPT-MEASURE              PIC X(08).
           05  FILLER                   PIC X(01).
           05  RPT-COLUMN               OCCURS 6 TIMES.
               10  FILLER               PIC X(01).
               10  RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  RPT-NUMBER REDEFINES RPT-AMOUNT
                                        PIC ZZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(04).
      *
       01  RPT-NOTE-LINE.
           05  RPT-NOTE-FLAG            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-NOTE-FILE            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-NOTE-TEXT            PIC X(45).
           05  RPT-NOTE-DATA            PIC X(10).
           05  FILLER                   PIC X(66) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACE.
           05  RPT-TOT-LABEL            PIC X(40).
           05  RPT-TOT-COUNT            PIC Z(06)9.
           05  FILLER                   PIC X(81) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-DATE-X TO WS-SNAPSHOT-DATE.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'FSTSNB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           PERFORM 120-INIT-FILE-STATS
               VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > WS-FILE-COUNT.
           PERFORM 130-READ-TOLERANCE-CARDS.
      *
           PERFORM 310-SCAN-CMFAB2.
           PERFORM 320-SCAN-PRDAB2.
           PERFORM 330-SCAN-ILGAB2.
           PERFORM 340-SCAN-WHSAB2.
           PERFORM 350-SCAN-INVAB2.
           PERFORM 360-SCAN-OPNAB2.
           PERFORM 370-SCAN-POAB2.
           PERFORM 380-SCAN-APVAB2.
           PERFORM 390-SCAN-BKOAB2.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           PERFORM 600-PRINT-EXCEPTIONS.
           PERFORM 650-PRINT-ALL-FILES.
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-RECORDS-READ   TO WS-RUN-COUNT-IN.
           MOVE WS-SNAPSHOT-COUNT TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
      *****************************************************************
      *    THE FIRST NIGHT CREATES THE SNAPSHOT FILE.
      *****************************************************************
           OPEN I-O FSTFILE.
           IF NOT WS-FSTFILE-SUCCESS
               IF WS-FSTFILE-SW = '35'
                   OPEN OUTPUT FSTFILE
                   IF WS-FSTFILE-SUCCESS
                       CLOSE FSTFILE
                       OPEN I-O FSTFILE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-FSTFILE-SUCCESS
               DISPLAY "WS-FSTFILE-SW=" WS-FSTFILE-SW
               DISPLAY "FSTFILE OPEN ERROR"
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
       120-INIT-FILE-STATS.
      *
           MOVE SPACE TO WS-ST-STATUS-SW(WS-FILE-SUB)
                         WS-ST-FILE-STATUS(WS-FILE-SUB)
                         WS-ST-PRIOR-DATE(WS-FILE-SUB).
           MOVE 'N'   TO WS-ST-PRIOR-SW(WS-FILE-SUB)
                         WS-ST-OVER-SW(WS-FILE-SUB).
           PERFORM 125-INIT-MEASURE
               VARYING WS-MEAS-SUB FROM 1 BY 1
                 UNTIL WS-MEAS-SUB > 3.
      *
       125-INIT-MEASURE.
      *
           MOVE ZERO TO WS-ST-TONIGHT(WS-FILE-SUB, WS-MEAS-SUB)
                        WS-ST-ACTIVITY(WS-FILE-SUB, WS-MEAS-SUB)
                        WS-ST-PRIOR(WS-FILE-SUB, WS-MEAS-SUB)
                        WS-ST-CHANGE(WS-FILE-SUB, WS-MEAS-SUB)
                        WS-ST-UNEXPLAINED(WS-FILE-SUB, WS-MEAS-SUB)
                        WS-ST-TOLERANCE(WS-FILE-SUB, WS-MEAS-SUB).
           MOVE WS-DEFAULT-PERCENT(WS-MEAS-SUB)
               TO WS-ST-PERCENT(WS-FILE-SUB, WS-MEAS-SUB).
           MOVE 'N' TO WS-ST-MEASURE-OVER-SW(WS-FILE-SUB, WS-MEAS-SUB).
      *
      *****************************************************************
      *    THE FSTTOL CARDS ARE OPTIONAL - NO FILE OR NO CARDS LEAVES
      *    EVERY FILE ON THE DEFAULT PERCENTS.
      *****************************************************************
       130-READ-TOLERANCE-CARDS.
      *
           OPEN INPUT TOL-FILE.
           IF WS-TOLFILE-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 135-READ-TOLERANCE-CARD
               PERFORM 140-APPLY-TOLERANCE-CARD
                   UNTIL WS-EOF-YES
               CLOSE TOL-FILE
           ELSE
               DISPLAY "NO FSTTOL CARDS - DEFAULT TOLERANCES"
           END-IF.
      *
       135-READ-TOLERANCE-CARD.
      *
           READ TOL-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       140-APPLY-TOLERANCE-CARD.
      *
           MOVE 1 TO WS-FILE-SUB.
           PERFORM 145-FIND-FILE
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
                  OR WS-FT-FILE-NAME(WS-FILE-SUB) = FTL-FILE-NAME.
           IF WS-FILE-SUB > WS-FILE-COUNT
               DISPLAY "FSTTOL CARD FOR A FILE NOT MEASURED: "
                       FTL-FILE-NAME
           ELSE
               PERFORM 147-SET-PERCENT
                   VARYING WS-MEAS-SUB FROM 1 BY 1
                     UNTIL WS-MEAS-SUB > 3
           END-IF.
           PERFORM 135-READ-TOLERANCE-CARD.
      *
       145-FIND-FILE.
      *
           ADD 1 TO WS-FILE-SUB.
      *
       147-SET-PERCENT.
      *
           IF FTL-PERCENT(WS-MEAS-SUB) NUMERIC
               MOVE FTL-PERCENT(WS-MEAS-SUB)
                   TO WS-ST-PERCENT(WS-FILE-SUB, WS-MEAS-SUB)
           ELSE
               IF FTL-PERCENT(WS-MEAS-SUB) NOT = SPACE
                   DISPLAY "FSTTOL PERCENT NOT NUMERIC FOR "
                           FTL-FILE-NAME " - DEFAULT KEPT"
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE RUN WORKS THE BUSINESS DATE ON THE DAYAB2 DAY-CONTROL
      *    RECORD, NOT THE WALL CLOCK - THE DAY JUST CLOSED, WHOSE
      *    ACTIVITY IS BEING ACCOUNTED FOR.  NO DAY FILE OR NO RECORD
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
           MOVE WS-RUN-MM   TO WS-PROC-MM.
           MOVE WS-RUN-DD   TO WS-PROC-DD.
           MOVE WS-RUN-YYYY TO WS-PROC-YYYY.
      *
      *****************************************************************
      *    ONE SCAN PARAGRAPH PER FILE.  EACH READS ITS FILE END TO
      *    END INTO TONIGHT'S FIGURES FOR ITS ROW OF THE TABLE, THEN
      *    500 COMPARES AND FILES THE SNAPSHOT.  MEASURE 1 IS THE
      *    RECORD COUNT, 2 THE AMOUNT HASH, 3 THE QUANTITY HASH.
      *****************************************************************
       310-SCAN-CMFAB2.
      *
           MOVE 1 TO WS-FILE-SUB.
           OPEN INPUT CMFFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 311-READ-CMFAB2
               PERFORM 312-COUNT-CMFAB2
                   UNTIL WS-EOF-YES
               CLOSE CMFFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       311-READ-CMFAB2.
      *
           READ CMFFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       312-COUNT-CMFAB2.
      *
           ADD 1              TO WS-ST-TONIGHT(1, 1).
           ADD CM-BALANCE-DUE TO WS-ST-TONIGHT(1, 2).
           PERFORM 311-READ-CMFAB2.
      *
       320-SCAN-PRDAB2.
      *
           MOVE 2 TO WS-FILE-SUB.
           OPEN INPUT PRDFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 321-READ-PRDAB2
               PERFORM 322-COUNT-PRDAB2
                   UNTIL WS-EOF-YES
               CLOSE PRDFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       321-READ-PRDAB2.
      *
           READ PRDFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       322-COUNT-PRDAB2.
      *
           ADD 1                     TO WS-ST-TONIGHT(2, 1).
           ADD PRD-UNIT-PRICE        TO WS-ST-TONIGHT(2, 2).
           ADD PRD-QUANTITY-ON-HAND  TO WS-ST-TONIGHT(2, 3).
           PERFORM 321-READ-PRDAB2.
      *
       330-SCAN-ILGAB2.
      *
           MOVE 3 TO WS-FILE-SUB.
           OPEN INPUT ILGFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 331-READ-ILGAB2
               PERFORM 332-COUNT-ILGAB2
                   UNTIL WS-EOF-YES
               CLOSE ILGFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       331-READ-ILGAB2.
      *
           READ ILGFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       332-COUNT-ILGAB2.
      *
           ADD 1               TO WS-ST-TONIGHT(3, 1).
           ADD ILG-QUANTITY    TO WS-ST-TONIGHT(3, 3).
           IF ILG-TRAN-DATE = WS-PROC-DATE-MDY
               ADD 1             TO WS-ST-ACTIVITY(3, 1)
               ADD ILG-QUANTITY  TO WS-ST-ACTIVITY(3, 3)
           END-IF.
           PERFORM 331-READ-ILGAB2.
      *
      *    THE DAY'S NET ILGAB2 MOVEMENT IS THE KNOWN CHANGE IN THE
      *    QUANTITY ON HAND ACROSS THE WAREHOUSES.
      *
       340-SCAN-WHSAB2.
      *
           MOVE 4 TO WS-FILE-SUB.
           MOVE WS-ST-ACTIVITY(3, 3) TO WS-ST-ACTIVITY(4, 3).
           OPEN INPUT WHSFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 341-READ-WHSAB2
               PERFORM 342-COUNT-WHSAB2
                   UNTIL WS-EOF-YES
               CLOSE WHSFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       341-READ-WHSAB2.
      *
           READ WHSFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       342-COUNT-WHSAB2.
      *
           ADD 1                      TO WS-ST-TONIGHT(4, 1).
           ADD WHS-ANNUAL-ISSUE-VALUE TO WS-ST-TONIGHT(4, 2).
           ADD WHS-QUANTITY-ON-HAND   TO WS-ST-TONIGHT(4, 3).
           PERFORM 341-READ-WHSAB2.
      *
       350-SCAN-INVAB2.
      *
           MOVE 5 TO WS-FILE-SUB.
           OPEN INPUT INVFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 351-READ-INVAB2
               PERFORM 352-COUNT-INVAB2
                   UNTIL WS-EOF-YES
               CLOSE INVFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       351-READ-INVAB2.
      *
           READ INVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       352-COUNT-INVAB2.
      *
           MOVE ZERO TO WS-LINE-AMOUNT.
           PERFORM 353-ADD-LINE-QUANTITY
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 10.
           ADD 1                 TO WS-ST-TONIGHT(5, 1).
           ADD INV-INVOICE-TOTAL TO WS-ST-TONIGHT(5, 2).
           ADD WS-LINE-AMOUNT    TO WS-ST-TONIGHT(5, 3).
           IF INV-INVOICE-DATE = WS-PROC-DATE-MDY
               ADD 1                 TO WS-ST-ACTIVITY(5, 1)
               ADD INV-INVOICE-TOTAL TO WS-ST-ACTIVITY(5, 2)
               ADD WS-LINE-AMOUNT    TO WS-ST-ACTIVITY(5, 3)
           END-IF.
           PERFORM 351-READ-INVAB2.
      *
      *    CHARGE LINES CARRY NO GOODS.
      *
       353-ADD-LINE-QUANTITY.
      *
           IF        INV-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(WS-LINE-SUB)
               ADD INV-QUANTITY(WS-LINE-SUB) TO WS-LINE-AMOUNT
           END-IF.
      *
       360-SCAN-OPNAB2.
      *
           MOVE 6 TO WS-FILE-SUB.
           OPEN INPUT OPNFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 361-READ-OPNAB2
               PERFORM 362-COUNT-OPNAB2
                   UNTIL WS-EOF-YES
               CLOSE OPNFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       361-READ-OPNAB2.
      *
           READ OPNFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       362-COUNT-OPNAB2.
      *
           ADD 1                 TO WS-ST-TONIGHT(6, 1).
           ADD OPN-OPEN-BALANCE  TO WS-ST-TONIGHT(6, 2).
           IF OPN-INVOICE-DATE = WS-PROC-DATE-MDY
               ADD 1                    TO WS-ST-ACTIVITY(6, 1)
               ADD OPN-ORIGINAL-AMOUNT  TO WS-ST-ACTIVITY(6, 2)
           END-IF.
           PERFORM 361-READ-OPNAB2.
      *
       370-SCAN-POAB2.
      *
           MOVE 7 TO WS-FILE-SUB.
           OPEN INPUT POFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 371-READ-POAB2
               PERFORM 372-COUNT-POAB2
                   UNTIL WS-EOF-YES
               CLOSE POFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       371-READ-POAB2.
      *
           READ POFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       372-COUNT-POAB2.
      *
           COMPUTE WS-LINE-AMOUNT =
               PO-QUANTITY-ORDERED * PO-UNIT-COST.
           ADD 1                   TO WS-ST-TONIGHT(7, 1).
           ADD WS-LINE-AMOUNT      TO WS-ST-TONIGHT(7, 2).
           ADD PO-QUANTITY-ORDERED TO WS-ST-TONIGHT(7, 3).
           IF PO-ORDER-DATE = WS-PROC-DATE-MDY
               ADD 1                   TO WS-ST-ACTIVITY(7, 1)
               ADD WS-LINE-AMOUNT      TO WS-ST-ACTIVITY(7, 2)
               ADD PO-QUANTITY-ORDERED TO WS-ST-ACTIVITY(7, 3)
           END-IF.
           PERFORM 371-READ-POAB2.
      *
       380-SCAN-APVAB2.
      *
           MOVE 8 TO WS-FILE-SUB.
           OPEN INPUT APVFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 381-READ-APVAB2
               PERFORM 382-COUNT-APVAB2
                   UNTIL WS-EOF-YES
               CLOSE APVFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       381-READ-APVAB2.
      *
           READ APVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       382-COUNT-APVAB2.
      *
           COMPUTE WS-LINE-AMOUNT =
               APV-QUANTITY-BILLED * APV-UNIT-COST-BILLED.
           ADD 1                   TO WS-ST-TONIGHT(8, 1).
           ADD WS-LINE-AMOUNT      TO WS-ST-TONIGHT(8, 2).
           ADD APV-QUANTITY-BILLED TO WS-ST-TONIGHT(8, 3).
           IF APV-VOUCHER-DATE = WS-PROC-DATE-MDY
               ADD 1                   TO WS-ST-ACTIVITY(8, 1)
               ADD WS-LINE-AMOUNT      TO WS-ST-ACTIVITY(8, 2)
               ADD APV-QUANTITY-BILLED TO WS-ST-ACTIVITY(8, 3)
           END-IF.
           PERFORM 381-READ-APVAB2.
      *
       390-SCAN-BKOAB2.
      *
           MOVE 9 TO WS-FILE-SUB.
           OPEN INPUT BKOFILE.
           IF WS-SCAN-SUCCESS
               MOVE 'N' TO WS-EOF-SW
               PERFORM 391-READ-BKOAB2
               PERFORM 392-COUNT-BKOAB2
                   UNTIL WS-EOF-YES
               CLOSE BKOFILE
           ELSE
               PERFORM 410-FILE-MISSING
           END-IF.
           PERFORM 500-COMPARE-FILE.
      *
       391-READ-BKOAB2.
      *
           READ BKOFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       392-COUNT-BKOAB2.
      *
           ADD 1                  TO WS-ST-TONIGHT(9, 1).
           ADD BKO-QUANTITY-SHORT TO WS-ST-TONIGHT(9, 3).
           PERFORM 391-READ-BKOAB2.
      *
      *****************************************************************
      *    A FILE THAT WILL NOT OPEN IS ITSELF AN EXCEPTION, AND NO
      *    SNAPSHOT IS FILED FOR IT SO TOMORROW COMPARES WITH THE
      *    LAST GOOD NIGHT.
      *****************************************************************
       410-FILE-MISSING.
      *
           MOVE 'X'        TO WS-ST-STATUS-SW(WS-FILE-SUB).
           MOVE WS-SCAN-SW TO WS-ST-FILE-STATUS(WS-FILE-SUB).
           MOVE 'Y'        TO WS-ST-OVER-SW(WS-FILE-SUB).
           DISPLAY WS-FT-FILE-NAME(WS-FILE-SUB)
                   " NOT OPENED - STATUS " WS-SCAN-SW.
      *
       420-CHECK-READ.
      *
           IF NOT WS-EOF-YES
               IF WS-SCAN-SUCCESS
                   ADD 1 TO WS-RECORDS-READ
               ELSE
                   DISPLAY "WS-SCAN-SW=" WS-SCAN-SW
                   DISPLAY WS-FT-FILE-NAME(WS-FILE-SUB) " READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       500-COMPARE-FILE.
      *
           IF NOT WS-ST-FILE-MISSING(WS-FILE-SUB)
               PERFORM 510-FIND-PRIOR-SNAPSHOT
               PERFORM 520-COMPARE-MEASURE
                   VARYING WS-MEAS-SUB FROM 1 BY 1
                     UNTIL WS-MEAS-SUB > 3
               PERFORM 530-FILE-SNAPSHOT
           END-IF.
      *
      *****************************************************************
      *    THE SNAPSHOTS ARE KEYED BY FILE AND DATE, SO THE PRIOR
      *    NIGHT IS THE LAST ONE FOR THE FILE DATED BEFORE TONIGHT.
      *****************************************************************
       510-FIND-PRIOR-SNAPSHOT.
      *
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-FT-FILE-NAME(WS-FILE-SUB) TO FST-FILE-NAME.
           MOVE LOW-VALUE TO FST-SNAPSHOT-DATE.
           START FSTFILE KEY NOT < FST-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM 515-READ-SNAPSHOT
               UNTIL WS-EOF-YES.
      *
       515-READ-SNAPSHOT.
      *
           READ FSTFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF-YES
               IF        FST-FILE-NAME = WS-FT-FILE-NAME(WS-FILE-SUB)
                     AND FST-SNAPSHOT-DATE < WS-SNAPSHOT-DATE
                   MOVE 'Y' TO WS-ST-PRIOR-SW(WS-FILE-SUB)
                   MOVE FST-SNAPSHOT-DATE
                       TO WS-ST-PRIOR-DATE(WS-FILE-SUB)
                   MOVE FST-TOTAL(1) TO WS-ST-PRIOR(WS-FILE-SUB, 1)
                   MOVE FST-TOTAL(2) TO WS-ST-PRIOR(WS-FILE-SUB, 2)
                   MOVE FST-TOTAL(3) TO WS-ST-PRIOR(WS-FILE-SUB, 3)
               ELSE
                   MOVE 'Y' TO WS-EOF-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      *    CHANGE IS TONIGHT LESS THE PRIOR NIGHT; UNEXPLAINED IS THE
      *    CHANGE LESS THE DAY'S KNOWN ACTIVITY.  THE TOLERANCE IS
      *    THE FILE'S PERCENT OF THE PRIOR FIGURE, NEVER BELOW THE
      *    MEASURE'S FLOOR.
      *****************************************************************
       520-COMPARE-MEASURE.
      *
           IF        WS-FT-MEASURED(WS-FILE-SUB, WS-MEAS-SUB) = 'Y'
                 AND WS-ST-PRIOR-FOUND(WS-FILE-SUB)
               COMPUTE WS-ST-CHANGE(WS-FILE-SUB, WS-MEAS-SUB) =
                   WS-ST-TONIGHT(WS-FILE-SUB, WS-MEAS-SUB)
                 - WS-ST-PRIOR(WS-FILE-SUB, WS-MEAS-SUB)
               COMPUTE WS-ST-UNEXPLAINED(WS-FILE-SUB, WS-MEAS-SUB) =
                   WS-ST-CHANGE(WS-FILE-SUB, WS-MEAS-SUB)
                 - WS-ST-ACTIVITY(WS-FILE-SUB, WS-MEAS-SUB)
               MOVE WS-ST-PRIOR(WS-FILE-SUB, WS-MEAS-SUB)
                   TO WS-ABS-VALUE
               IF WS-ABS-VALUE < ZERO
                   MULTIPLY -1 BY WS-ABS-VALUE
               END-IF
               COMPUTE WS-ST-TOLERANCE(WS-FILE-SUB, WS-MEAS-SUB)
                   ROUNDED = WS-ABS-VALUE
                           * WS-ST-PERCENT(WS-FILE-SUB, WS-MEAS-SUB)
                           / 100
               IF WS-ST-TOLERANCE(WS-FILE-SUB, WS-MEAS-SUB)
                       < WS-TOLERANCE-FLOOR(WS-MEAS-SUB)
                   MOVE WS-TOLERANCE-FLOOR(WS-MEAS-SUB)
                       TO WS-ST-TOLERANCE(WS-FILE-SUB, WS-MEAS-SUB)
               END-IF
               MOVE WS-ST-UNEXPLAINED(WS-FILE-SUB, WS-MEAS-SUB)
                   TO WS-ABS-VALUE
               IF WS-ABS-VALUE < ZERO
                   MULTIPLY -1 BY WS-ABS-VALUE
               END-IF
               IF WS-ABS-VALUE >
                       WS-ST-TOLERANCE(WS-FILE-SUB, WS-MEAS-SUB)
                   MOVE 'Y' TO
                       WS-ST-MEASURE-OVER-SW(WS-FILE-SUB, WS-MEAS-SUB)
                   MOVE 'Y' TO WS-ST-OVER-SW(WS-FILE-SUB)
               END-IF
           END-IF.
      *
      *    A RERUN FOR THE SAME PROCESSING DATE REPLACES THE NIGHT'S
      *    SNAPSHOT.
      *
       530-FILE-SNAPSHOT.
      *
           MOVE SPACE TO FILE-STATISTICS-RECORD.
           MOVE WS-FT-FILE-NAME(WS-FILE-SUB) TO FST-FILE-NAME.
           MOVE WS-SNAPSHOT-DATE             TO FST-SNAPSHOT-DATE.
           PERFORM 535-MOVE-SNAPSHOT-MEASURE
               VARYING WS-MEAS-SUB FROM 1 BY 1
                 UNTIL WS-MEAS-SUB > 3.
           MOVE WS-ST-OVER-SW(WS-FILE-SUB) TO FST-EXCEPTION-SW.
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-STAMP-TIME FROM TIME.
           MOVE WS-RUN-STAMP-DATE   TO FST-RUN-DATE.
           MOVE WS-RUN-STAMP-HHMMSS TO FST-RUN-TIME.
      *
           WRITE FILE-STATISTICS-RECORD.
           IF WS-FSTFILE-DUPLICATE
               REWRITE FILE-STATISTICS-RECORD
           END-IF.
           IF NOT WS-FSTFILE-SUCCESS
               DISPLAY "WS-FSTFILE-SW=" WS-FSTFILE-SW
               DISPLAY "FSTFILE WRITE ERROR"
               STOP RUN
           END-IF.
           ADD 1 TO WS-SNAPSHOT-COUNT.
      *
       535-MOVE-SNAPSHOT-MEASURE.
      *
           MOVE WS-ST-TONIGHT(WS-FILE-SUB, WS-MEAS-SUB)
               TO FST-TOTAL(WS-MEAS-SUB).
           MOVE WS-ST-ACTIVITY(WS-FILE-SUB, WS-MEAS-SUB)
               TO FST-ACTIVITY(WS-MEAS-SUB).
      *
      *****************************************************************
      *    THE EXCEPTIONS COME FIRST, SO THEY ARE SEEN BEFORE THE
      *    ONLINE DAY OPENS: EVERY FILE THAT WOULD NOT OPEN AND EVERY
      *    MEASURE OVER ITS TOLERANCE.
      *****************************************************************
       600-PRINT-EXCEPTIONS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'EXCEPTIONS - UNEXPLAINED MOVEMENT OVER TOLERANCE'
               TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-LINE.
           WRITE PRINT-LINE FROM RPT-COLUMN-HEADING.
           MOVE 'Y' TO WS-OVER-ONLY-SW.
           MOVE ZERO TO WS-PRINTED-COUNT.
           PERFORM 610-PRINT-FILE-EXCEPTIONS
               VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > WS-FILE-COUNT.
           IF WS-PRINTED-COUNT = ZERO
               MOVE SPACE TO RPT-NOTE-LINE
               MOVE 'NO FILE MOVED MORE THAN ITS TOLERANCE'
                   TO RPT-NOTE-TEXT
               WRITE PRINT-LINE FROM RPT-NOTE-LINE
           END-IF.
      *
       610-PRINT-FILE-EXCEPTIONS.
      *
           EVALUATE TRUE
               WHEN WS-ST-FILE-MISSING(WS-FILE-SUB)
                   PERFORM 640-PRINT-MISSING-NOTE
                   ADD 1 TO WS-PRINTED-COUNT
                   ADD 1 TO WS-MISSING-COUNT
               WHEN WS-ST-OVER(WS-FILE-SUB)
                   PERFORM 620-PRINT-MEASURE
                       VARYING WS-MEAS-SUB FROM 1 BY 1
                         UNTIL WS-MEAS-SUB > 3
                   ADD 1 TO WS-OVER-COUNT
           END-EVALUATE.
      *
       620-PRINT-MEASURE.
      *
           IF        WS-FT-MEASURED(WS-FILE-SUB, WS-MEAS-SUB) = 'Y'
                 AND (NOT WS-OVER-ONLY
                   OR WS-ST-MEASURE-OVER(WS-FILE-SUB, WS-MEAS-SUB))
               MOVE SPACE TO RPT-DETAIL-LINE
               IF WS-ST-MEASURE-OVER(WS-FILE-SUB, WS-MEAS-SUB)
                   MOVE '*' TO RPT-FLAG
               END-IF
               MOVE WS-FT-FILE-NAME(WS-FILE-SUB)   TO RPT-FILE-NAME
               MOVE WS-MEASURE-LABEL(WS-MEAS-SUB)  TO RPT-MEASURE
               MOVE 1 TO WS-COL-SUB
               MOVE WS-ST-TONIGHT(WS-FILE-SUB, WS-MEAS-SUB)
                   TO WS-COL-VALUE
               PERFORM 630-FILL-COLUMN
               MOVE 4 TO WS-COL-SUB
               MOVE WS-ST-ACTIVITY(WS-FILE-SUB, WS-MEAS-SUB)
                   TO WS-COL-VALUE
               PERFORM 630-FILL-COLUMN
               IF WS-ST-PRIOR-FOUND(WS-FILE-SUB)
                   PERFORM 625-FILL-COMPARISON
               END-IF
               WRITE PRINT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO WS-PRINTED-COUNT
           END-IF.
      *
       625-FILL-COMPARISON.
      *
           MOVE 2 TO WS-COL-SUB.
           MOVE WS-ST-PRIOR(WS-FILE-SUB, WS-MEAS-SUB) TO WS-COL-VALUE.
           PERFORM 630-FILL-COLUMN.
           MOVE 3 TO WS-COL-SUB.
           MOVE WS-ST-CHANGE(WS-FILE-SUB, WS-MEAS-SUB) TO WS-COL-VALUE.
           PERFORM 630-FILL-COLUMN.
           MOVE 5 TO WS-COL-SUB.
           MOVE WS-ST-UNEXPLAINED(WS-FILE-SUB, WS-MEAS-SUB)
               TO WS-COL-VALUE.
           PERFORM 630-FILL-COLUMN.
           MOVE 6 TO WS-COL-SUB.
           MOVE WS-ST-TOLERANCE(WS-FILE-SUB, WS-MEAS-SUB)
               TO WS-COL-VALUE.
           PERFORM 630-FILL-COLUMN.
      *
      *    THE AMOUNT PRINTS WITH CENTS, RECORDS AND QUANTITIES
      *    WITHOUT.
      *
       630-FILL-COLUMN.
      *
           IF WS-MEAS-SUB = 2
               MOVE WS-COL-VALUE TO RPT-AMOUNT(WS-COL-SUB)
           ELSE
               MOVE WS-COL-VALUE TO RPT-NUMBER(WS-COL-SUB)
           END-IF.
      *
       640-PRINT-MISSING-NOTE.
      *
           MOVE SPACE TO RPT-NOTE-LINE.
           MOVE '*' TO RPT-NOTE-FLAG.
           MOVE WS-FT-FILE-NAME(WS-FILE-SUB) TO RPT-NOTE-FILE.
           MOVE 'FILE COULD NOT BE OPENED - FILE STATUS'
               TO RPT-NOTE-TEXT.
           MOVE WS-ST-FILE-STATUS(WS-FILE-SUB) TO RPT-NOTE-DATA.
           WRITE PRINT-LINE FROM RPT-NOTE-LINE.
      *
      *****************************************************************
      *    THEN EVERY FILE, EVERY MEASURE, WITH THE NIGHT IT WAS
      *    COMPARED AGAINST.
      *****************************************************************
       650-PRINT-ALL-FILES.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'ALL FILES' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-LINE.
           WRITE PRINT-LINE FROM RPT-COLUMN-HEADING.
           MOVE 'N' TO WS-OVER-ONLY-SW.
           PERFORM 660-PRINT-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
                 UNTIL WS-FILE-SUB > WS-FILE-COUNT.
      *
       660-PRINT-FILE.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-ST-FILE-MISSING(WS-FILE-SUB)
               PERFORM 640-PRINT-MISSING-NOTE
           ELSE
               MOVE SPACE TO RPT-NOTE-LINE
               MOVE WS-FT-FILE-NAME(WS-FILE-SUB) TO RPT-NOTE-FILE
               IF WS-ST-PRIOR-FOUND(WS-FILE-SUB)
                   MOVE 'COMPARED WITH THE SNAPSHOT OF'
                       TO RPT-NOTE-TEXT
                   MOVE WS-ST-PRIOR-DATE(WS-FILE-SUB)
                       TO RPT-NOTE-DATA
               ELSE
                   MOVE 'FIRST SNAPSHOT - NO EARLIER NIGHT TO COMPARE'
                       TO RPT-NOTE-TEXT
                   ADD 1 TO WS-FIRST-COUNT
               END-IF
               WRITE PRINT-LINE FROM RPT-NOTE-LINE
               PERFORM 620-PRINT-MEASURE
                   VARYING WS-MEAS-SUB FROM 1 BY 1
                     UNTIL WS-MEAS-SUB > 3
           END-IF.
      *
       700-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'FILES MEASURED' TO RPT-TOT-LABEL.
           MOVE WS-SNAPSHOT-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'FILES OVER TOLERANCE' TO RPT-TOT-LABEL.
           MOVE WS-OVER-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'FILES THAT WOULD NOT OPEN' TO RPT-TOT-LABEL.
           MOVE WS-MISSING-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'FILES WITH NO EARLIER SNAPSHOT' TO RPT-TOT-LABEL.
           MOVE WS-FIRST-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE FSTFILE.
           CLOSE PRINT-FILE.
           DISPLAY "RECORDS READ:         " WS-RECORDS-READ.
           DISPLAY "SNAPSHOTS FILED:      " WS-SNAPSHOT-COUNT.
           DISPLAY "FILES OVER TOLERANCE: " WS-OVER-COUNT.
           DISPLAY "FILES NOT OPENED:     " WS-MISSING-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
