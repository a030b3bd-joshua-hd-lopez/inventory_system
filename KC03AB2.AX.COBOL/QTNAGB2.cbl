       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTNAGB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    AGED QUARANTINE REPORT.  STOCK HELD FOR INSPECTION (RCVAB2
      *    AND RMAAB2 PUT IT ON QTNAB2, QINAB2 AND RTVEAB2 TAKE IT
      *    OFF) IS NOT ON HAND, SO NOTHING ELSE CHASES IT - A LOT
      *    NOBODY INSPECTS JUST SITS THERE WHILE THE VENDOR'S RETURN
      *    WINDOW CLOSES.  THIS RUN SWEEPS QTNAB2 IN WAREHOUSE AND
      *    PRODUCT ORDER, PRINTS EVERY LOT WITH A REMAINING QUANTITY,
      *    AGES IT FROM ITS QUARANTINE DATE INTO 0-30/31-60/61-90/
      *    OVER-90 BUCKETS, AND EXTENDS IT AT THE LOT'S UNIT COST.
      *    THE BUCKET TOTALS (LOTS, QUANTITY AND VALUE) FOLLOW THE
      *    DETAIL.  DAY COUNTS USE THE SAME 30-DAY-MONTH DAY NUMBERS
      *    THE AGING REPORTS USE.  EVERY LOT STILL HELD ALSO RAISES
      *    A QS OPERATOR ALERT (ALTPARAS) KEYED BY THE LOT'S
      *    QUARANTINE KEY, SO THE INSPECTION HAS AN OWNER.
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

           SELECT QTNFILE ASSIGN TO QTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QTN-KEY
               FILE STATUS IS WS-QTNFILE-SW.

           SELECT ALTFILE ASSIGN TO ALTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALT-KEY
               FILE STATUS IS WS-ALTFILE-SW.

           SELECT ALRFILE ASSIGN TO ALRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALRFILE-SW.

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
       FD QTNFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS QUARANTINE-STOCK-RECORD.
      *
       COPY QUARSTK.
      *
       FD ALTFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ALERT-RECORD.
      *
       COPY ALERT.
      *
       FD ALRFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ALERT-ROUTE-RECORD.
      *
       COPY ALTROUT.
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
       01 WS-QTNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-QTNFILE-SUCCESS                VALUE '00'.
           88  WS-QTNFILE-EOF                     VALUE '10'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
      *
       01 WS-DATE-WORK                       PIC 9(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
       01 WS-LOT-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-AGE-DAYS                        PIC S9(09) COMP-3.
       01 WS-LOT-VALUE                       PIC S9(11)V99 COMP-3.
       01 WS-BUCKET-SUB                      PIC S9(03) COMP-3.
       01 WS-LOT-COUNT                       PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    ONE ENTRY PER AGE BUCKET: 0-30, 31-60, 61-90, OVER 90.
      *****************************************************************
       01  AGE-BUCKETS.
           05  AGB-ENTRY OCCURS 4 TIMES.
               10  AGB-LOTS                  PIC S9(07) COMP-3.
               10  AGB-QUANTITY              PIC S9(09) COMP-3.
               10  AGB-VALUE                 PIC S9(11)V99 COMP-3.
       01  AGE-BUCKET-LABELS.
           05  FILLER          PIC X(20) VALUE '  0 - 30 DAYS:      '.
           05  FILLER          PIC X(20) VALUE ' 31 - 60 DAYS:      '.
           05  FILLER          PIC X(20) VALUE ' 61 - 90 DAYS:      '.
           05  FILLER          PIC X(20) VALUE 'OVER 90 DAYS:       '.
       01  AGE-BUCKET-LABELS-R REDEFINES AGE-BUCKET-LABELS.
           05  AGB-LABEL OCCURS 4 TIMES     PIC X(20).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'AGED QUARANTINE STOCK REPORT'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(67) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(50) VALUE
               'WHS PRODUCT    SEQ SRC DOC    LN VENDOR RSN QDATE'.
           05  FILLER          PIC X(50) VALUE
               '       AGE  REMAINING           VALUE LOT'.
           05  FILLER          PIC X(32) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-PRODUCT-CODE     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SEQUENCE         PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SOURCE           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-DOCUMENT         PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-DOC-LINE         PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-VENDOR           PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-REASON           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-QDATE            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-AGE              PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-REMAINING        PIC Z(08)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-VALUE            PIC Z(11)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-LOT-NUMBER       PIC X(10).
           05  FILLER               PIC X(35) VALUE SPACE.
      *
       01  RPT-BUCKET-HEADER.
           05  FILLER          PIC X(50) VALUE
               'AGE BUCKET             LOTS   QUANTITY'.
           05  FILLER          PIC X(82) VALUE
               '           VALUE'.
      *
       01  RPT-BUCKET-LINE.
           05  RPT-BUCKET-LABEL     PIC X(20).
           05  RPT-BUCKET-LOTS      PIC Z(06)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-BUCKET-QUANTITY  PIC Z(09)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-BUCKET-VALUE     PIC Z(11)9.99-.
           05  FILLER               PIC X(76) VALUE SPACE.
      *
       01  QS-ALERT-TEXT.
           05  FILLER               PIC X(05) VALUE 'WHSE '.
           05  QSA-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(09) VALUE ' PRODUCT '.
           05  QSA-PRODUCT-CODE     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  QSA-REMAINING        PIC Z(06)9.
           05  FILLER               PIC X(16) VALUE
               ' HELD, AGE DAYS '.
           05  QSA-AGE              PIC ZZ9.
           05  FILLER               PIC X(06) VALUE SPACE.
      *
       COPY ALTWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           COMPUTE WS-RUN-DAYNUM =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
      *
           INITIALIZE AGE-BUCKETS.
           PERFORM 100-OPEN-FILES.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-QUARANTINE.
           PERFORM 400-PROCESS-QUARANTINE-LOT
               UNTIL WS-EOF-YES.
      *
           PERFORM 600-PRINT-BUCKETS.
      *
           PERFORM 900-CLOSE-FILES.
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
      *****************************************************************
      *    NO QUARANTINE FILE YET (STATUS 35) IS AN EMPTY REPORT, NOT
      *    A FAILED RUN - NOTHING HAS EVER BEEN HELD FOR INSPECTION.
      *****************************************************************
       100-OPEN-FILES.
      *
           OPEN INPUT QTNFILE.
           IF WS-QTNFILE-SW = '35'
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF NOT WS-QTNFILE-SUCCESS
                   DISPLAY "WS-QTNFILE-SW=" WS-QTNFILE-SW
                   DISPLAY "QTNFILE OPEN ERROR"
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
           MOVE 'QTNAGB2' TO WS-ALT-RAISED-BY.
           PERFORM 8600-OPEN-ALERT-FILES.
      *
       300-READ-QUARANTINE.
      *
           IF NOT WS-EOF-YES
               READ QTNFILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       400-PROCESS-QUARANTINE-LOT.
      *
           IF QTN-QUANTITY-REMAINING > ZERO
               PERFORM 420-AGE-ONE-LOT
               PERFORM 440-PRINT-ONE-LOT
               PERFORM 460-RAISE-QUARANTINE-ALERT
           END-IF.
      *
           PERFORM 300-READ-QUARANTINE.
      *
      *****************************************************************
      *    A QUARANTINE DATE THAT IS NOT NUMERIC AGES AS OVER 90 SO IT
      *    SHOWS UP WHERE SOMEBODY WILL LOOK AT IT.
      *****************************************************************
       420-AGE-ONE-LOT.
      *
           IF QTN-QUARANTINE-DATE NUMERIC
               MOVE QTN-QUARANTINE-DATE TO WS-DATE-WORK
               COMPUTE WS-LOT-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM - WS-LOT-DAYNUM
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 999 TO WS-AGE-DAYS
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
      *
           COMPUTE WS-LOT-VALUE ROUNDED =
               QTN-QUANTITY-REMAINING * QTN-UNIT-COST.
      *
           ADD 1                      TO AGB-LOTS(WS-BUCKET-SUB).
           ADD QTN-QUANTITY-REMAINING TO AGB-QUANTITY(WS-BUCKET-SUB).
           ADD WS-LOT-VALUE           TO AGB-VALUE(WS-BUCKET-SUB).
           ADD 1                      TO WS-LOT-COUNT.
      *
       440-PRINT-ONE-LOT.
      *
           MOVE QTN-WAREHOUSE-CODE     TO RPT-WAREHOUSE.
           MOVE QTN-PRODUCT-CODE       TO RPT-PRODUCT-CODE.
           MOVE QTN-SEQUENCE           TO RPT-SEQUENCE.
           IF QTN-SOURCE-RECEIPT
               MOVE 'PO'  TO RPT-SOURCE
           ELSE
               MOVE 'RMA' TO RPT-SOURCE
           END-IF.
           MOVE QTN-DOCUMENT-NUMBER    TO RPT-DOCUMENT.
           MOVE QTN-DOCUMENT-LINE      TO RPT-DOC-LINE.
           MOVE QTN-VENDOR-NUMBER      TO RPT-VENDOR.
           MOVE QTN-REASON-CODE        TO RPT-REASON.
           MOVE QTN-QUARANTINE-DATE    TO RPT-QDATE.
           MOVE WS-AGE-DAYS            TO RPT-AGE.
           MOVE QTN-QUANTITY-REMAINING TO RPT-REMAINING.
           MOVE WS-LOT-VALUE           TO RPT-VALUE.
           MOVE QTN-LOT-NUMBER         TO RPT-LOT-NUMBER.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       460-RAISE-QUARANTINE-ALERT.
      *
           MOVE QTN-WAREHOUSE-CODE     TO QSA-WAREHOUSE.
           MOVE QTN-PRODUCT-CODE       TO QSA-PRODUCT-CODE.
           MOVE QTN-QUANTITY-REMAINING TO QSA-REMAINING.
           IF WS-AGE-DAYS > 999
               MOVE 999                TO QSA-AGE
           ELSE
               MOVE WS-AGE-DAYS        TO QSA-AGE
           END-IF.
           MOVE 'QS'                   TO WS-ALT-TYPE.
           MOVE QTN-KEY                TO WS-ALT-REFERENCE.
           MOVE QS-ALERT-TEXT          TO WS-ALT-TEXT.
           PERFORM 8610-RAISE-ALERT.
      *
       600-PRINT-BUCKETS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-BUCKET-HEADER.
           PERFORM 620-PRINT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                 UNTIL WS-BUCKET-SUB > 4.
      *
       620-PRINT-ONE-BUCKET.
      *
           MOVE AGB-LABEL(WS-BUCKET-SUB)    TO RPT-BUCKET-LABEL.
           MOVE AGB-LOTS(WS-BUCKET-SUB)     TO RPT-BUCKET-LOTS.
           MOVE AGB-QUANTITY(WS-BUCKET-SUB) TO RPT-BUCKET-QUANTITY.
           MOVE AGB-VALUE(WS-BUCKET-SUB)    TO RPT-BUCKET-VALUE.
           WRITE PRINT-LINE FROM RPT-BUCKET-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-QTNFILE-SW NOT = '35'
               CLOSE QTNFILE
           END-IF.
           CLOSE PRINT-FILE.
           PERFORM 8690-CLOSE-ALERT-FILES.
           DISPLAY "QUARANTINE LOTS: " WS-LOT-COUNT.
           DISPLAY "DONE".
      *
       COPY ALTPARAS.
