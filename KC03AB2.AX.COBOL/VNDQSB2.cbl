       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDQSB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    VENDOR QUALITY SCORECARD - THE COMPANION TO THE VNDDPB2
      *    DELIVERY REPORT FOR THE QUARTERLY VENDOR REVIEW.  COVERS
      *    THE THREE CALENDAR MONTHS ENDING WITH THE PROCESSING
      *    MONTH.  READS THE RCTAB2 RECEIPTS AND THE VCRAB2 RETURN-
      *    TO-VENDOR CREDITS AND ACCUMULATES PER VENDOR, PER VENDOR
      *    AND PRODUCT, AND PER VENDOR AND RSNAB2 REASON:
      *      - UNITS RECEIVED AND UNITS RETURNED IN THE WINDOW, THE
      *        REJECT RATE (RETURNED AS A PERCENTAGE OF RECEIVED -
      *        RETURNS AGAINST A PRODUCT WITH NO RECEIPTS IN THE
      *        WINDOW SCORE 100%) AND THE VALUE REJECTED AT THE
      *        CREDIT'S PO UNIT COST,
      *      - HOW LONG THE VENDOR TAKES TO HONOR ITS CREDITS: THE
      *        AVERAGE DAYS FROM RETURN TO HONORED FOR CREDITS
      *        HONORED IN THE WINDOW, AND FOR CREDITS STILL PENDING
      *        THEIR COUNT, VALUE AND THE AGE OF THE OLDEST.
      *    VENDORS ARE RANKED WORST FIRST BY REJECT RATE (THEN VALUE
      *    REJECTED) THROUGH ONE SORT, EACH WITH ITS PRODUCTS
      *    (WORST FIRST) AND ITS REJECT REASONS UNDERNEATH.  DAY
      *    COUNTS USE THE SAME 30-DAY-MONTH DAY NUMBERS AS VNDDPB2.
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

           SELECT RCTFILE ASSIGN TO RCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCTFILE-SW.

           SELECT VCRFILE ASSIGN TO VCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VCR-KEY
               FILE STATUS IS WS-VCRFILE-SW.

           SELECT RSNFILE ASSIGN TO RSNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSN-KEY
               FILE STATUS IS WS-RSNFILE-SW.

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
       FD RCTFILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS RECEIVING-TRANSACTION-RECORD.
      *
       COPY RCVTRAN.
      *
       FD VCRFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS VENDOR-CREDIT-RECORD.
      *
       COPY VNDCRED.
      *
       FD RSNFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REASON-CODE-RECORD.
      *
       COPY RSNCODE.
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
      *****************************************************************
      *    ONE SORT RECORD PER VENDOR (TYPE 1), PER VENDOR/PRODUCT
      *    (TYPE 2) AND PER VENDOR/REASON (TYPE 3), EACH CARRYING ITS
      *    VENDOR'S REJECT RATE AND VALUE AS THE MAJOR KEYS SO THE
      *    WORST VENDOR PRINTS FIRST WITH ITS DETAIL TOGETHER UNDER
      *    IT.  SRT-SUB POINTS BACK INTO THE TABLE THE ENTRY CAME
      *    FROM.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-VENDOR-RATE               PIC S9(05)V9.
           05  SRT-VENDOR-VALUE              PIC S9(11)V99.
           05  SRT-VENDOR-NUMBER             PIC X(06).
           05  SRT-RECORD-TYPE               PIC X(01).
               88  SRT-VENDOR                    VALUE '1'.
               88  SRT-PRODUCT                   VALUE '2'.
               88  SRT-REASON                    VALUE '3'.
           05  SRT-ITEM-RATE                 PIC S9(05)V9.
           05  SRT-ITEM-VALUE                PIC S9(11)V99.
           05  SRT-ITEM-CODE                 PIC X(10).
           05  SRT-SUB                       PIC S9(05).
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
       01 WS-RCTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RCTFILE-SUCCESS                VALUE '00'.
       01 WS-VCRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VCRFILE-SUCCESS                VALUE '00'.
       01 WS-RSNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RSNFILE-SUCCESS                VALUE '00'.
       01 WS-RSNFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-RSNFILE-AVAILABLE              VALUE 'Y'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-RCT-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RCT-EOF                        VALUE 'Y'.
       01 WS-VCR-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-VCR-EOF                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-RCT-COUNT                       PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-VCR-COUNT                       PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
      *
      *****************************************************************
      *    THE WINDOW AS YEAR/MONTH, FIRST MONTH TWO BEFORE THE
      *    PROCESSING MONTH.
      *****************************************************************
       01 WS-FROM-PERIOD.
           05  WS-FROM-YYYY                  PIC 9(04).
           05  WS-FROM-MM                    PIC 9(02).
       01 WS-TO-PERIOD.
           05  WS-TO-YYYY                    PIC 9(04).
           05  WS-TO-MM                      PIC 9(02).
       01 WS-DOC-PERIOD.
           05  WS-DOC-YYYY                   PIC X(04).
           05  WS-DOC-MM                     PIC X(02).
       01 WS-IN-WINDOW-SW                    PIC X(01).
           88  WS-IN-WINDOW                      VALUE 'Y'.
      *
       01 WS-DATE-WORK                       PIC X(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
       01 WS-RETURN-DAYNUM                   PIC S9(09) COMP-3.
       01 WS-HONORED-DAYNUM                  PIC S9(09) COMP-3.
       01 WS-DAYS                            PIC S9(09) COMP-3.
       01 WS-RETURN-VALUE                    PIC S9(11)V99 COMP-3.
      *
       01  VENDOR-QUALITY-TABLE.
           05  VQT-ENTRY OCCURS 200 TIMES.
               10  VQT-VENDOR-NUMBER         PIC X(06).
               10  VQT-RECEIVED              PIC S9(09) COMP-3.
               10  VQT-RETURNED              PIC S9(09) COMP-3.
               10  VQT-RETURN-VALUE          PIC S9(11)V99 COMP-3.
               10  VQT-RATE                  PIC S9(05)V9 COMP-3.
               10  VQT-HONORED-COUNT         PIC S9(05) COMP-3.
               10  VQT-HONORED-DAYS          PIC S9(09) COMP-3.
               10  VQT-PENDING-COUNT         PIC S9(05) COMP-3.
               10  VQT-PENDING-VALUE         PIC S9(11)V99 COMP-3.
               10  VQT-OLDEST-PENDING        PIC S9(05) COMP-3.
       01  WS-VQT-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-VQT-SUB                        PIC S9(05) COMP-3.
       01  WS-VQT-USE                        PIC S9(05) COMP-3.
      *
       01  PRODUCT-QUALITY-TABLE.
           05  PQT-ENTRY OCCURS 2000 TIMES.
               10  PQT-VENDOR-NUMBER         PIC X(06).
               10  PQT-PRODUCT-CODE          PIC X(10).
               10  PQT-RECEIVED              PIC S9(09) COMP-3.
               10  PQT-RETURNED              PIC S9(09) COMP-3.
               10  PQT-RETURN-VALUE          PIC S9(11)V99 COMP-3.
       01  WS-PQT-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-PQT-SUB                        PIC S9(05) COMP-3.
       01  WS-PQT-USE                        PIC S9(05) COMP-3.
      *
       01  REASON-QUALITY-TABLE.
           05  RQT-ENTRY OCCURS 500 TIMES.
               10  RQT-VENDOR-NUMBER         PIC X(06).
               10  RQT-REASON-CODE           PIC X(03).
               10  RQT-RETURNED              PIC S9(09) COMP-3.
               10  RQT-RETURN-VALUE          PIC S9(11)V99 COMP-3.
       01  WS-RQT-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-RQT-SUB                        PIC S9(05) COMP-3.
       01  WS-RQT-USE                        PIC S9(05) COMP-3.
      *
       01  WS-FIND-VENDOR                    PIC X(06).
       01  WS-FIND-CODE                      PIC X(10).
       01  WS-RATE                           PIC S9(05)V9 COMP-3.
       01  WS-AVG-DAYS                       PIC S9(05)V9 COMP-3.
       01  WS-RANK                           PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-TABLE-FULL-SW                  PIC X(01)  VALUE 'N'.
           88  WS-TABLE-FULL                     VALUE 'Y'.
      *
       01  GTL-TOTALS.
           05  GTL-RECEIVED                  PIC S9(09) COMP-3
                                              VALUE ZERO.
           05  GTL-RETURNED                  PIC S9(09) COMP-3
                                              VALUE ZERO.
           05  GTL-RETURN-VALUE              PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GTL-PENDING-COUNT             PIC S9(05) COMP-3
                                              VALUE ZERO.
           05  GTL-PENDING-VALUE             PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(30) VALUE
               'VENDOR QUALITY SCORECARD'.
           05  FILLER          PIC X(08) VALUE 'PERIOD: '.
           05  RPT-HDG-FROM-MM  PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RPT-HDG-FROM-YYYY PIC 9(04).
           05  FILLER          PIC X(03) VALUE ' - '.
           05  RPT-HDG-TO-MM    PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RPT-HDG-TO-YYYY  PIC 9(04).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(54) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(06) VALUE 'RANK'.
           05  FILLER          PIC X(08) VALUE 'VEND#'.
           05  FILLER          PIC X(22) VALUE 'VENDOR NAME'.
           05  FILLER          PIC X(12) VALUE '    RECEIVED'.
           05  FILLER          PIC X(12) VALUE '    RETURNED'.
           05  FILLER          PIC X(10) VALUE '  REJECT %'.
           05  FILLER          PIC X(18) VALUE '    VALUE REJECTED'.
           05  FILLER          PIC X(44) VALUE SPACE.
      *
       01  RPT-VENDOR-LINE.
           05  RPT-VD-RANK          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-VD-VENDOR        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VD-NAME          PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VD-RECEIVED      PIC Z(10)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-VD-RETURNED      PIC Z(10)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-VD-RATE          PIC Z(06)9.9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-VD-VALUE         PIC Z(13)9.99-.
           05  FILLER               PIC X(44) VALUE SPACE.
      *
       01  RPT-CREDIT-LINE.
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(17) VALUE 'CREDITS HONORED: '.
           05  RPT-CR-HONORED       PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE '  AVG DAYS TO '.
           05  FILLER               PIC X(08) VALUE 'HONOR:  '.
           05  RPT-CR-AVG-DAYS      PIC ZZZ9.9.
           05  FILLER               PIC X(20) VALUE
               '   STILL PENDING:   '.
           05  RPT-CR-PENDING       PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE '  VALUE '.
           05  RPT-CR-PEND-VALUE    PIC Z(09)9.99-.
           05  FILLER               PIC X(09) VALUE '  OLDEST '.
           05  RPT-CR-OLDEST        PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE ' DAYS'.
           05  FILLER               PIC X(02) VALUE SPACE.
      *
       01  RPT-PRODUCT-LINE.
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'PRODUCT '.
           05  RPT-PD-PRODUCT       PIC X(10).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-PD-RECEIVED      PIC Z(10)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-PD-RETURNED      PIC Z(10)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-PD-RATE          PIC Z(06)9.9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-PD-VALUE         PIC Z(13)9.99-.
           05  FILLER               PIC X(44) VALUE SPACE.
      *
       01  RPT-REASON-LINE.
           05  FILLER               PIC X(14) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'REASON  '.
           05  RPT-RS-CODE          PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-RS-DESC          PIC X(22).
           05  RPT-RS-RETURNED      PIC Z(10)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-RS-PCT           PIC Z(06)9.9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-RS-VALUE         PIC Z(13)9.99-.
           05  FILLER               PIC X(44) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-VALUE        PIC Z(10)9.99-.
           05  FILLER               PIC X(87) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           COMPUTE WS-RUN-DAYNUM =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
           PERFORM 160-SET-WINDOW.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'VNDQSB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-FROM-MM    TO RPT-HDG-FROM-MM.
           MOVE WS-FROM-YYYY  TO RPT-HDG-FROM-YYYY.
           MOVE WS-TO-MM      TO RPT-HDG-TO-MM.
           MOVE WS-TO-YYYY    TO RPT-HDG-TO-YYYY.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-RECEIPT.
           PERFORM 400-PROCESS-RECEIPT
               UNTIL WS-RCT-EOF.
      *
           PERFORM 320-READ-CREDIT.
           PERFORM 450-PROCESS-CREDIT
               UNTIL WS-VCR-EOF.
      *
           PERFORM 480-RATE-ONE-VENDOR
               VARYING WS-VQT-SUB FROM 1 BY 1
                 UNTIL WS-VQT-SUB > WS-VQT-COUNT.
      *
           SORT SORT-FILE
               ON DESCENDING KEY SRT-VENDOR-RATE
               ON DESCENDING KEY SRT-VENDOR-VALUE
               ON ASCENDING  KEY SRT-VENDOR-NUMBER
               ON ASCENDING  KEY SRT-RECORD-TYPE
               ON DESCENDING KEY SRT-ITEM-RATE
               ON DESCENDING KEY SRT-ITEM-VALUE
               ON ASCENDING  KEY SRT-ITEM-CODE
               INPUT PROCEDURE IS 500-RELEASE-SCORES
               OUTPUT PROCEDURE IS 600-PRINT-SCORECARD.
      *
           PERFORM 800-PRINT-GRAND-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           COMPUTE WS-RUN-COUNT-IN = WS-RCT-COUNT + WS-VCR-COUNT.
           MOVE WS-VQT-COUNT TO WS-RUN-COUNT-OUT.
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
       160-SET-WINDOW.
      *
           MOVE WS-RUN-YYYY TO WS-TO-YYYY WS-FROM-YYYY.
           MOVE WS-RUN-MM   TO WS-TO-MM.
           IF WS-RUN-MM > 2
               COMPUTE WS-FROM-MM = WS-RUN-MM - 2
           ELSE
               COMPUTE WS-FROM-MM = WS-RUN-MM + 10
               SUBTRACT 1 FROM WS-FROM-YYYY
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT RCTFILE.
           IF NOT WS-RCTFILE-SUCCESS
               IF WS-RCTFILE-SW = '35'
                   MOVE 'Y' TO WS-RCT-EOF-SW
               ELSE
                   DISPLAY "WS-RCTFILE-SW=" WS-RCTFILE-SW
                   DISPLAY "RCTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT VCRFILE.
           IF NOT WS-VCRFILE-SUCCESS
               IF WS-VCRFILE-SW = '35'
                   MOVE 'Y' TO WS-VCR-EOF-SW
               ELSE
                   DISPLAY "WS-VCRFILE-SW=" WS-VCRFILE-SW
                   DISPLAY "VCRFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT RSNFILE.
           IF NOT WS-RSNFILE-SUCCESS
               MOVE 'N' TO WS-RSNFILE-AVAILABLE-SW
           END-IF.
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-RECEIPT.
      *
           IF NOT WS-RCT-EOF
               READ RCTFILE
                   AT END MOVE 'Y' TO WS-RCT-EOF-SW
               NOT AT END ADD 1 TO WS-RCT-COUNT
               END-READ
           END-IF.
      *
       320-READ-CREDIT.
      *
           IF NOT WS-VCR-EOF
               READ VCRFILE
                   AT END MOVE 'Y' TO WS-VCR-EOF-SW
               NOT AT END ADD 1 TO WS-VCR-COUNT
               END-READ
           END-IF.
      *
      *****************************************************************
      *    WS-DATE-WORK (MMDDYYYY) IN OR OUT OF THE WINDOW.
      *****************************************************************
       350-CHECK-WINDOW.
      *
           MOVE 'N' TO WS-IN-WINDOW-SW.
           IF WS-DATE-WORK NUMERIC
               MOVE WS-DATE-WORK(5:4) TO WS-DOC-YYYY
               MOVE WS-DATE-WORK(1:2) TO WS-DOC-MM
               IF        WS-DOC-PERIOD NOT < WS-FROM-PERIOD
                     AND WS-DOC-PERIOD NOT > WS-TO-PERIOD
                   MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF
           END-IF.
      *
       400-PROCESS-RECEIPT.
      *
           MOVE RCT-RECEIPT-DATE TO WS-DATE-WORK.
           PERFORM 350-CHECK-WINDOW.
           IF WS-IN-WINDOW AND RCT-QUANTITY-RECEIVED > ZERO
               MOVE RCT-VENDOR-NUMBER TO WS-FIND-VENDOR
               PERFORM 700-FIND-VENDOR-ENTRY
               IF WS-VQT-USE > ZERO
                   ADD RCT-QUANTITY-RECEIVED TO VQT-RECEIVED(WS-VQT-USE)
                   MOVE RCT-PRODUCT-CODE TO WS-FIND-CODE
                   PERFORM 720-FIND-PRODUCT-ENTRY
                   IF WS-PQT-USE > ZERO
                       ADD RCT-QUANTITY-RECEIVED
                           TO PQT-RECEIVED(WS-PQT-USE)
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM 300-READ-RECEIPT.
      *
      *****************************************************************
      *    A RETURN DATED IN THE WINDOW COUNTS TOWARD THE REJECT
      *    RATE.  A CREDIT HONORED IN THE WINDOW COUNTS TOWARD THE
      *    TURNAROUND, WHENEVER THE GOODS WENT BACK; A CREDIT STILL
      *    PENDING COUNTS HOWEVER OLD IT IS.
      *****************************************************************
       450-PROCESS-CREDIT.
      *
           MOVE VCR-RETURN-DATE TO WS-DATE-WORK.
           IF WS-DATE-WORK NUMERIC
               COMPUTE WS-RETURN-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30) + WS-WORK-DD
           ELSE
               MOVE WS-RUN-DAYNUM TO WS-RETURN-DAYNUM
           END-IF.
           COMPUTE WS-RETURN-VALUE =
               VCR-QUANTITY-RETURNED * VCR-UNIT-COST.
      *
           MOVE VCR-VENDOR-NUMBER TO WS-FIND-VENDOR.
           PERFORM 700-FIND-VENDOR-ENTRY.
      *
           PERFORM 350-CHECK-WINDOW.
           IF WS-IN-WINDOW AND WS-VQT-USE > ZERO
               ADD VCR-QUANTITY-RETURNED TO VQT-RETURNED(WS-VQT-USE)
               ADD WS-RETURN-VALUE TO VQT-RETURN-VALUE(WS-VQT-USE)
               MOVE VCR-PRODUCT-CODE TO WS-FIND-CODE
               PERFORM 720-FIND-PRODUCT-ENTRY
               IF WS-PQT-USE > ZERO
                   ADD VCR-QUANTITY-RETURNED
                       TO PQT-RETURNED(WS-PQT-USE)
                   ADD WS-RETURN-VALUE TO PQT-RETURN-VALUE(WS-PQT-USE)
               END-IF
               PERFORM 740-FIND-REASON-ENTRY
               IF WS-RQT-USE > ZERO
                   ADD VCR-QUANTITY-RETURNED
                       TO RQT-RETURNED(WS-RQT-USE)
                   ADD WS-RETURN-VALUE TO RQT-RETURN-VALUE(WS-RQT-USE)
               END-IF
           END-IF.
      *
           IF WS-VQT-USE > ZERO
               EVALUATE TRUE
                   WHEN VCR-STATUS-PENDING
                       ADD 1 TO VQT-PENDING-COUNT(WS-VQT-USE)
                       ADD WS-RETURN-VALUE
                           TO VQT-PENDING-VALUE(WS-VQT-USE)
                       COMPUTE WS-DAYS =
                           WS-RUN-DAYNUM - WS-RETURN-DAYNUM
                       IF WS-DAYS > VQT-OLDEST-PENDING(WS-VQT-USE)
                           MOVE WS-DAYS
                               TO VQT-OLDEST-PENDING(WS-VQT-USE)
                       END-IF
                   WHEN VCR-HONORED-DATE NUMERIC
                       MOVE VCR-HONORED-DATE TO WS-DATE-WORK
                       PERFORM 350-CHECK-WINDOW
                       IF WS-IN-WINDOW
                           COMPUTE WS-HONORED-DAYNUM =
                               (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                                   + WS-WORK-DD
                           COMPUTE WS-DAYS =
                               WS-HONORED-DAYNUM - WS-RETURN-DAYNUM
                           IF WS-DAYS < ZERO
                               MOVE ZERO TO WS-DAYS
                           END-IF
                           ADD 1 TO VQT-HONORED-COUNT(WS-VQT-USE)
                           ADD WS-DAYS TO VQT-HONORED-DAYS(WS-VQT-USE)
                       END-IF
               END-EVALUATE
           END-IF.
      *
           PERFORM 320-READ-CREDIT.
      *
       480-RATE-ONE-VENDOR.
      *
           IF VQT-RECEIVED(WS-VQT-SUB) > ZERO
               COMPUTE VQT-RATE(WS-VQT-SUB) ROUNDED =
                   (VQT-RETURNED(WS-VQT-SUB) * 100)
                       / VQT-RECEIVED(WS-VQT-SUB)
           ELSE
               IF VQT-RETURNED(WS-VQT-SUB) > ZERO
                   MOVE 100 TO VQT-RATE(WS-VQT-SUB)
               ELSE
                   MOVE ZERO TO VQT-RATE(WS-VQT-SUB)
               END-IF
           END-IF.
      *
       500-RELEASE-SCORES.
      *
           PERFORM 510-RELEASE-VENDOR
               VARYING WS-VQT-SUB FROM 1 BY 1
                 UNTIL WS-VQT-SUB > WS-VQT-COUNT.
           PERFORM 520-RELEASE-PRODUCT
               VARYING WS-PQT-SUB FROM 1 BY 1
                 UNTIL WS-PQT-SUB > WS-PQT-COUNT.
           PERFORM 530-RELEASE-REASON
               VARYING WS-RQT-SUB FROM 1 BY 1
                 UNTIL WS-RQT-SUB > WS-RQT-COUNT.
      *
       510-RELEASE-VENDOR.
      *
           MOVE VQT-RATE(WS-VQT-SUB)          TO SRT-VENDOR-RATE.
           MOVE VQT-RETURN-VALUE(WS-VQT-SUB)  TO SRT-VENDOR-VALUE.
           MOVE VQT-VENDOR-NUMBER(WS-VQT-SUB) TO SRT-VENDOR-NUMBER.
           SET SRT-VENDOR TO TRUE.
           MOVE ZERO  TO SRT-ITEM-RATE SRT-ITEM-VALUE.
           MOVE SPACE TO SRT-ITEM-CODE.
           MOVE WS-VQT-SUB TO SRT-SUB.
           RELEASE SORT-RECORD.
      *
       520-RELEASE-PRODUCT.
      *
           MOVE PQT-VENDOR-NUMBER(WS-PQT-SUB) TO WS-FIND-VENDOR.
           PERFORM 760-LOOKUP-VENDOR-ENTRY.
           MOVE VQT-RATE(WS-VQT-USE)          TO SRT-VENDOR-RATE.
           MOVE VQT-RETURN-VALUE(WS-VQT-USE)  TO SRT-VENDOR-VALUE.
           MOVE PQT-VENDOR-NUMBER(WS-PQT-SUB) TO SRT-VENDOR-NUMBER.
           SET SRT-PRODUCT TO TRUE.
           IF PQT-RECEIVED(WS-PQT-SUB) > ZERO
               COMPUTE SRT-ITEM-RATE ROUNDED =
                   (PQT-RETURNED(WS-PQT-SUB) * 100)
                       / PQT-RECEIVED(WS-PQT-SUB)
           ELSE
               IF PQT-RETURNED(WS-PQT-SUB) > ZERO
                   MOVE 100 TO SRT-ITEM-RATE
               ELSE
                   MOVE ZERO TO SRT-ITEM-RATE
               END-IF
           END-IF.
           MOVE PQT-RETURN-VALUE(WS-PQT-SUB) TO SRT-ITEM-VALUE.
           MOVE PQT-PRODUCT-CODE(WS-PQT-SUB) TO SRT-ITEM-CODE.
           MOVE WS-PQT-SUB TO SRT-SUB.
           RELEASE SORT-RECORD.
      *
       530-RELEASE-REASON.
      *
           MOVE RQT-VENDOR-NUMBER(WS-RQT-SUB) TO WS-FIND-VENDOR.
           PERFORM 760-LOOKUP-VENDOR-ENTRY.
           MOVE VQT-RATE(WS-VQT-USE)          TO SRT-VENDOR-RATE.
           MOVE VQT-RETURN-VALUE(WS-VQT-USE)  TO SRT-VENDOR-VALUE.
           MOVE RQT-VENDOR-NUMBER(WS-RQT-SUB) TO SRT-VENDOR-NUMBER.
           SET SRT-REASON TO TRUE.
           IF VQT-RETURNED(WS-VQT-USE) > ZERO
               COMPUTE SRT-ITEM-RATE ROUNDED =
                   (RQT-RETURNED(WS-RQT-SUB) * 100)
                       / VQT-RETURNED(WS-VQT-USE)
           ELSE
               MOVE ZERO TO SRT-ITEM-RATE
           END-IF.
           MOVE RQT-RETURN-VALUE(WS-RQT-SUB) TO SRT-ITEM-VALUE.
           MOVE RQT-REASON-CODE(WS-RQT-SUB)  TO SRT-ITEM-CODE.
           MOVE WS-RQT-SUB TO SRT-SUB.
           RELEASE SORT-RECORD.
      *
       600-PRINT-SCORECARD.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 610-RETURN-SORTED-RECORD.
           PERFORM 620-PRINT-ONE-ENTRY
               UNTIL WS-SORT-EOF.
      *
       610-RETURN-SORTED-RECORD.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PRINT-ONE-ENTRY.
      *
           EVALUATE TRUE
               WHEN SRT-VENDOR
                   PERFORM 630-PRINT-VENDOR
               WHEN SRT-PRODUCT
                   PERFORM 640-PRINT-PRODUCT
               WHEN OTHER
                   PERFORM 650-PRINT-REASON
           END-EVALUATE.
      *
           PERFORM 610-RETURN-SORTED-RECORD.
      *
       630-PRINT-VENDOR.
      *
           MOVE SRT-SUB TO WS-VQT-SUB.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO RPT-VD-RANK.
           MOVE VQT-VENDOR-NUMBER(WS-VQT-SUB) TO RPT-VD-VENDOR
                                                 VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF WS-VNDFILE-SUCCESS
               MOVE VND-NAME TO RPT-VD-NAME
           ELSE
               MOVE 'VENDOR NOT ON FILE' TO RPT-VD-NAME
           END-IF.
           MOVE VQT-RECEIVED(WS-VQT-SUB)     TO RPT-VD-RECEIVED.
           MOVE VQT-RETURNED(WS-VQT-SUB)     TO RPT-VD-RETURNED.
           MOVE VQT-RATE(WS-VQT-SUB)         TO RPT-VD-RATE.
           MOVE VQT-RETURN-VALUE(WS-VQT-SUB) TO RPT-VD-VALUE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-VENDOR-LINE.
      *
           MOVE VQT-HONORED-COUNT(WS-VQT-SUB) TO RPT-CR-HONORED.
           IF VQT-HONORED-COUNT(WS-VQT-SUB) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   VQT-HONORED-DAYS(WS-VQT-SUB)
                       / VQT-HONORED-COUNT(WS-VQT-SUB)
           ELSE
               MOVE ZERO TO WS-AVG-DAYS
           END-IF.
           MOVE WS-AVG-DAYS                    TO RPT-CR-AVG-DAYS.
           MOVE VQT-PENDING-COUNT(WS-VQT-SUB)  TO RPT-CR-PENDING.
           MOVE VQT-PENDING-VALUE(WS-VQT-SUB)  TO RPT-CR-PEND-VALUE.
           MOVE VQT-OLDEST-PENDING(WS-VQT-SUB) TO RPT-CR-OLDEST.
           WRITE PRINT-LINE FROM RPT-CREDIT-LINE.
      *
           ADD VQT-RECEIVED(WS-VQT-SUB)      TO GTL-RECEIVED.
           ADD VQT-RETURNED(WS-VQT-SUB)      TO GTL-RETURNED.
           ADD VQT-RETURN-VALUE(WS-VQT-SUB)  TO GTL-RETURN-VALUE.
           ADD VQT-PENDING-COUNT(WS-VQT-SUB) TO GTL-PENDING-COUNT.
           ADD VQT-PENDING-VALUE(WS-VQT-SUB) TO GTL-PENDING-VALUE.
      *
       640-PRINT-PRODUCT.
      *
           MOVE SRT-SUB TO WS-PQT-SUB.
           MOVE PQT-PRODUCT-CODE(WS-PQT-SUB) TO RPT-PD-PRODUCT.
           MOVE PQT-RECEIVED(WS-PQT-SUB)     TO RPT-PD-RECEIVED.
           MOVE PQT-RETURNED(WS-PQT-SUB)     TO RPT-PD-RETURNED.
           MOVE SRT-ITEM-RATE                TO RPT-PD-RATE.
           MOVE PQT-RETURN-VALUE(WS-PQT-SUB) TO RPT-PD-VALUE.
           WRITE PRINT-LINE FROM RPT-PRODUCT-LINE.
      *
       650-PRINT-REASON.
      *
           MOVE SRT-SUB TO WS-RQT-SUB.
           MOVE RQT-REASON-CODE(WS-RQT-SUB) TO RPT-RS-CODE.
           MOVE 'UNKNOWN REASON' TO RPT-RS-DESC.
           IF WS-RSNFILE-AVAILABLE
               MOVE RQT-REASON-CODE(WS-RQT-SUB) TO RSN-REASON-CODE
               READ RSNFILE
               IF WS-RSNFILE-SUCCESS
                   MOVE RSN-DESCRIPTION TO RPT-RS-DESC
               END-IF
           END-IF.
           MOVE RQT-RETURNED(WS-RQT-SUB)     TO RPT-RS-RETURNED.
           MOVE SRT-ITEM-RATE                TO RPT-RS-PCT.
           MOVE RQT-RETURN-VALUE(WS-RQT-SUB) TO RPT-RS-VALUE.
           WRITE PRINT-LINE FROM RPT-REASON-LINE.
      *
      *****************************************************************
      *    TABLE LOOKUPS.  A FULL TABLE LEAVES THE ENTRY OUT (USE
      *    ZERO) AND THE RUN SAYS SO AT THE END RATHER THAN ABENDING.
      *****************************************************************
       700-FIND-VENDOR-ENTRY.
      *
           PERFORM 760-LOOKUP-VENDOR-ENTRY.
           IF WS-VQT-USE = ZERO
               IF WS-VQT-COUNT < 200
                   ADD 1 TO WS-VQT-COUNT
                   MOVE WS-VQT-COUNT TO WS-VQT-USE
                   MOVE WS-FIND-VENDOR
                       TO VQT-VENDOR-NUMBER(WS-VQT-USE)
                   MOVE ZERO TO VQT-RECEIVED(WS-VQT-USE)
                                VQT-RETURNED(WS-VQT-USE)
                                VQT-RETURN-VALUE(WS-VQT-USE)
                                VQT-RATE(WS-VQT-USE)
                                VQT-HONORED-COUNT(WS-VQT-USE)
                                VQT-HONORED-DAYS(WS-VQT-USE)
                                VQT-PENDING-COUNT(WS-VQT-USE)
                                VQT-PENDING-VALUE(WS-VQT-USE)
                                VQT-OLDEST-PENDING(WS-VQT-USE)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
      *
       705-MATCH-VENDOR.
      *
           IF VQT-VENDOR-NUMBER(WS-VQT-SUB) = WS-FIND-VENDOR
               MOVE WS-VQT-SUB TO WS-VQT-USE
           END-IF.
      *
       720-FIND-PRODUCT-ENTRY.
      *
           MOVE ZERO TO WS-PQT-USE.
           PERFORM 725-MATCH-PRODUCT
               VARYING WS-PQT-SUB FROM 1 BY 1
                 UNTIL WS-PQT-SUB > WS-PQT-COUNT
                    OR WS-PQT-USE > ZERO.
           IF WS-PQT-USE = ZERO
               IF WS-PQT-COUNT < 2000
                   ADD 1 TO WS-PQT-COUNT
                   MOVE WS-PQT-COUNT TO WS-PQT-USE
                   MOVE WS-FIND-VENDOR TO PQT-VENDOR-NUMBER(WS-PQT-USE)
                   MOVE WS-FIND-CODE   TO PQT-PRODUCT-CODE(WS-PQT-USE)
                   MOVE ZERO TO PQT-RECEIVED(WS-PQT-USE)
                                PQT-RETURNED(WS-PQT-USE)
                                PQT-RETURN-VALUE(WS-PQT-USE)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
      *
       725-MATCH-PRODUCT.
      *
           IF        PQT-VENDOR-NUMBER(WS-PQT-SUB) = WS-FIND-VENDOR
                 AND PQT-PRODUCT-CODE(WS-PQT-SUB)  = WS-FIND-CODE
               MOVE WS-PQT-SUB TO WS-PQT-USE
           END-IF.
      *
       740-FIND-REASON-ENTRY.
      *
           MOVE ZERO TO WS-RQT-USE.
           PERFORM 745-MATCH-REASON
               VARYING WS-RQT-SUB FROM 1 BY 1
                 UNTIL WS-RQT-SUB > WS-RQT-COUNT
                    OR WS-RQT-USE > ZERO.
           IF WS-RQT-USE = ZERO
               IF WS-RQT-COUNT < 500
                   ADD 1 TO WS-RQT-COUNT
                   MOVE WS-RQT-COUNT TO WS-RQT-USE
                   MOVE WS-FIND-VENDOR  TO RQT-VENDOR-NUMBER(WS-RQT-USE)
                   MOVE VCR-REASON-CODE TO RQT-REASON-CODE(WS-RQT-USE)
                   MOVE ZERO TO RQT-RETURNED(WS-RQT-USE)
                                RQT-RETURN-VALUE(WS-RQT-USE)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
      *
       745-MATCH-REASON.
      *
           IF        RQT-VENDOR-NUMBER(WS-RQT-SUB) = WS-FIND-VENDOR
                 AND RQT-REASON-CODE(WS-RQT-SUB)   = VCR-REASON-CODE
               MOVE WS-RQT-SUB TO WS-RQT-USE
           END-IF.
      *
       760-LOOKUP-VENDOR-ENTRY.
      *
           MOVE ZERO TO WS-VQT-USE.
           PERFORM 705-MATCH-VENDOR
               VARYING WS-VQT-SUB FROM 1 BY 1
                 UNTIL WS-VQT-SUB > WS-VQT-COUNT
                    OR WS-VQT-USE > ZERO.
      *
       800-PRINT-GRAND-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'VENDORS SCORED:               ' TO RPT-TOT-LABEL.
           MOVE WS-VQT-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'UNITS RECEIVED:               ' TO RPT-TOT-LABEL.
           MOVE GTL-RECEIVED TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'UNITS RETURNED:               ' TO RPT-TOT-LABEL.
           MOVE GTL-RETURNED TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF GTL-RECEIVED > ZERO
               COMPUTE WS-RATE ROUNDED =
                   (GTL-RETURNED * 100) / GTL-RECEIVED
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF.
           MOVE 'OVERALL REJECT %:             ' TO RPT-TOT-LABEL.
           MOVE WS-RATE TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'VALUE REJECTED:               ' TO RPT-TOT-LABEL.
           MOVE GTL-RETURN-VALUE TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CREDITS STILL PENDING:        ' TO RPT-TOT-LABEL.
           MOVE GTL-PENDING-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PENDING CREDIT VALUE:         ' TO RPT-TOT-LABEL.
           MOVE GTL-PENDING-VALUE TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           IF WS-TABLE-FULL
               DISPLAY "VNDQSB2: TABLE FULL - SOME ACTIVITY NOT SCORED"
           END-IF.
      *
       900-CLOSE-FILES.
      *
           IF WS-RCTFILE-SW NOT = '35'
               CLOSE RCTFILE
           END-IF.
           IF WS-VCRFILE-SW NOT = '35'
               CLOSE VCRFILE
           END-IF.
           IF WS-RSNFILE-AVAILABLE
               CLOSE RSNFILE
           END-IF.
           CLOSE VNDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "VENDORS SCORED: " WS-VQT-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
