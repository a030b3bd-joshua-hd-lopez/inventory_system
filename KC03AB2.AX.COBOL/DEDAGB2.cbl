       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDAGB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CUSTOMER DEDUCTION AGING.  EVERY DEDUCTION STILL OPEN ON
      *    DEDAB2 - UNWORKED, OR APPROVED FOR WRITE-OFF AND WAITING
      *    ON THE NEXT WRTOFB2 RUN - IS AGED FROM THE DAY IT WAS
      *    TAKEN TO THE PROCESSING DATE ON THE DAYAB2 RECORD INTO
      *    0-30, 31-60, 61-90 AND OVER-90 DAY BUCKETS.  THE REPORT IS
      *    SORTED BY REASON, THEN CUSTOMER, THEN INVOICE, AND SHOWS
      *    THE ANALYST WORKING EACH ONE, WITH A TOTAL FOR EACH
      *    CUSTOMER, EACH REASON AND THE WHOLE FILE.  RESOLVED
      *    DEDUCTIONS ARE LEFT OFF.  DAYS ARE COUNTED ON A 360-DAY
      *    YEAR LIKE THE REST OF THE AGING.
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

           SELECT DEDFILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDFILE-SW.

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
       FD DEDFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEDUCTION-RECORD.
      *
       COPY DEDUCT.
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
      *    ONE SORT RECORD PER UNRESOLVED DEDUCTION, REASON-MAJOR THEN
      *    CUSTOMER AND INVOICE.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-REASON                    PIC X(01).
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-DEDUCTION-DATE            PIC X(08).
           05  SRT-AMOUNT                    PIC S9(07)V99.
           05  SRT-ANALYST                   PIC X(08).
           05  SRT-STATUS                    PIC X(01).
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
       01 WS-DEDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DEDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-DED-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-DED-AVAILABLE                  VALUE 'Y'.
       01 WS-REASON-ACTIVE-SW                PIC X(01)  VALUE 'N'.
           88  WS-REASON-ACTIVE                  VALUE 'Y'.
       01 WS-FIRST-LINE-SW                   PIC X(01)  VALUE 'N'.
           88  WS-FIRST-LINE                     VALUE 'Y'.
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
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-DED-DATE-MDY                    PIC X(08).
       01 WS-DED-DATE-MDY-R REDEFINES WS-DED-DATE-MDY.
           05  WS-DED-MM                     PIC 9(02).
           05  WS-DED-DD                     PIC 9(02).
           05  WS-DED-YYYY                   PIC 9(04).
       01 WS-DAYS-OLD                        PIC S9(05) COMP-3.
      *
       01 WS-CURRENT-REASON                  PIC X(01)  VALUE SPACE.
       01 WS-CURRENT-CUSTOMER                PIC X(06)  VALUE SPACE.
       01 WS-REASON-DESC                     PIC X(16)  VALUE SPACE.
      *
       01 WS-DED-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRINTED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
      *    AMOUNT BY AGE BUCKET FOR THE CUSTOMER UNDER WAY, THE
      *    REASON UNDER WAY AND THE WHOLE REPORT.
      *
       01 WS-CUSTOMER-TOTALS.
           05  WS-CT-COUNT                   PIC S9(05) COMP-3.
           05  WS-CT-CURRENT                 PIC S9(09)V99 COMP-3.
           05  WS-CT-31-60                   PIC S9(09)V99 COMP-3.
           05  WS-CT-61-90                   PIC S9(09)V99 COMP-3.
           05  WS-CT-OVER-90                 PIC S9(09)V99 COMP-3.
       01 WS-REASON-TOTALS.
           05  WS-RT-COUNT                   PIC S9(05) COMP-3.
           05  WS-RT-CURRENT                 PIC S9(09)V99 COMP-3.
           05  WS-RT-31-60                   PIC S9(09)V99 COMP-3.
           05  WS-RT-61-90                   PIC S9(09)V99 COMP-3.
           05  WS-RT-OVER-90                 PIC S9(09)V99 COMP-3.
       01 WS-GRAND-TOTALS.
           05  WS-GT-COUNT                   PIC S9(05) COMP-3.
           05  WS-GT-CURRENT                 PIC S9(09)V99 COMP-3.
           05  WS-GT-31-60                   PIC S9(09)V99 COMP-3.
           05  WS-GT-61-90                   PIC S9(09)V99 COMP-3.
           05  WS-GT-OVER-90                 PIC S9(09)V99 COMP-3.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'CUSTOMER DEDUCTION AGING'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(17) VALUE 'REASON'.
           05  FILLER          PIC X(07) VALUE 'CUST'.
           05  FILLER          PIC X(08) VALUE 'INVOICE'.
           05  FILLER          PIC X(10) VALUE 'TAKEN'.
           05  FILLER          PIC X(10) VALUE 'ANALYST'.
           05  FILLER          PIC X(09) VALUE 'STATUS'.
           05  FILLER          PIC X(05) VALUE 'DAYS'.
           05  FILLER          PIC X(14) VALUE '        0-30'.
           05  FILLER          PIC X(14) VALUE '       31-60'.
           05  FILLER          PIC X(14) VALUE '       61-90'.
           05  FILLER          PIC X(14) VALUE '     OVER 90'.
           05  FILLER          PIC X(10) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-REASON-DESC          PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CUSTOMER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-INVOICE              PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TAKEN-DATE           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-ANALYST              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-STATUS               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-DAYS                 PIC ZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CURRENT              PIC Z(07)9.99-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-31-60                PIC Z(07)9.99-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-61-90                PIC Z(07)9.99-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-OVER-90              PIC Z(07)9.99-.
           05  FILLER                   PIC X(12) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACE.
           05  RPT-TOT-LABEL            PIC X(50).
           05  RPT-TOT-COUNT            PIC Z(04)9.
           05  FILLER                   PIC X(07) VALUE SPACE.
           05  RPT-TOT-CURRENT          PIC Z(07)9.99-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOT-31-60            PIC Z(07)9.99-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOT-61-90            PIC Z(07)9.99-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOT-OVER-90          PIC Z(07)9.99-.
           05  FILLER                   PIC X(12) VALUE SPACE.
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
           INITIALIZE WS-CUSTOMER-TOTALS
                      WS-REASON-TOTALS
                      WS-GRAND-TOTALS.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'DEDAGB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           IF WS-DED-AVAILABLE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-REASON
                                    SRT-CUSTOMER-NUMBER
                                    SRT-INVOICE-NUMBER
                   INPUT PROCEDURE IS 500-RELEASE-DEDUCTIONS
                   OUTPUT PROCEDURE IS 600-PRINT-DEDUCTIONS
           END-IF.
      *
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-DED-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-PRINTED-COUNT  TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT DEDFILE.
           IF NOT WS-DEDFILE-SUCCESS
               IF WS-DEDFILE-SW = '35'
                   MOVE 'N' TO WS-DED-AVAILABLE-SW
                   DISPLAY "NO DEDFILE - NO DEDUCTIONS RECORDED"
               ELSE
                   DISPLAY "WS-DEDFILE-SW=" WS-DEDFILE-SW
                   DISPLAY "DEDFILE OPEN ERROR"
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
       300-READ-DEDUCTION.
      *
           READ DEDFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-DED-READ-COUNT
           END-READ.
      *
       500-RELEASE-DEDUCTIONS.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 300-READ-DEDUCTION.
           PERFORM 510-RELEASE-DEDUCTION
               UNTIL WS-EOF-YES.
      *
       510-RELEASE-DEDUCTION.
      *
           IF DED-UNRESOLVED
               MOVE DED-REASON          TO SRT-REASON
               MOVE DED-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER
               MOVE DED-INVOICE-NUMBER  TO SRT-INVOICE-NUMBER
               MOVE DED-DEDUCTION-DATE  TO SRT-DEDUCTION-DATE
               MOVE DED-AMOUNT          TO SRT-AMOUNT
               MOVE DED-ANALYST         TO SRT-ANALYST
               MOVE DED-STATUS          TO SRT-STATUS
               RELEASE SORT-RECORD
           END-IF.
      *
           PERFORM 300-READ-DEDUCTION.
      *
      *****************************************************************
      *    CONTROL BREAKS: A NEW CUSTOMER PRINTS THE CUSTOMER TOTAL,
      *    A NEW REASON ALSO PRINTS THE REASON TOTAL.
      *****************************************************************
       600-PRINT-DEDUCTIONS.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 610-RETURN-DEDUCTION.
           PERFORM 620-PRINT-DEDUCTION
               UNTIL WS-EOF-YES.
      *
           IF WS-REASON-ACTIVE
               PERFORM 650-PRINT-CUSTOMER-TOTAL
               PERFORM 660-PRINT-REASON-TOTAL
           END-IF.
      *
       610-RETURN-DEDUCTION.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-RETURN.
      *
       620-PRINT-DEDUCTION.
      *
           IF        WS-REASON-ACTIVE
                 AND SRT-REASON NOT = WS-CURRENT-REASON
               PERFORM 650-PRINT-CUSTOMER-TOTAL
               PERFORM 660-PRINT-REASON-TOTAL
           ELSE
               IF        WS-REASON-ACTIVE
                     AND SRT-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                   PERFORM 650-PRINT-CUSTOMER-TOTAL
               END-IF
           END-IF.
      *
           IF NOT WS-REASON-ACTIVE
               PERFORM 630-START-REASON
           END-IF.
           MOVE SRT-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER.
      *
           MOVE SRT-DEDUCTION-DATE TO WS-DED-DATE-MDY.
           IF WS-DED-DATE-MDY NUMERIC
               COMPUTE WS-DAYS-OLD = WS-RUN-DAYNUM -
                   ((WS-DED-YYYY * 360) + (WS-DED-MM * 30)
                       + WS-DED-DD)
           ELSE
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.
           IF WS-DAYS-OLD < ZERO
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.
      *
           IF WS-FIRST-LINE
               MOVE WS-REASON-DESC TO RPT-REASON-DESC
               MOVE 'N' TO WS-FIRST-LINE-SW
           ELSE
               MOVE SPACE TO RPT-REASON-DESC
           END-IF.
           MOVE SRT-CUSTOMER-NUMBER TO RPT-CUSTOMER.
           MOVE SRT-INVOICE-NUMBER  TO RPT-INVOICE.
           MOVE SRT-DEDUCTION-DATE  TO RPT-TAKEN-DATE.
           MOVE SRT-ANALYST         TO RPT-ANALYST.
           IF SRT-STATUS = 'A'
               MOVE 'WOFF APV' TO RPT-STATUS
           ELSE
               MOVE 'OPEN'     TO RPT-STATUS
           END-IF.
           MOVE WS-DAYS-OLD TO RPT-DAYS.
           MOVE ZERO TO RPT-CURRENT
                        RPT-31-60
                        RPT-61-90
                        RPT-OVER-90.
           EVALUATE TRUE
               WHEN WS-DAYS-OLD > 90
                   MOVE SRT-AMOUNT TO RPT-OVER-90
                   ADD SRT-AMOUNT TO WS-CT-OVER-90
               WHEN WS-DAYS-OLD > 60
                   MOVE SRT-AMOUNT TO RPT-61-90
                   ADD SRT-AMOUNT TO WS-CT-61-90
               WHEN WS-DAYS-OLD > 30
                   MOVE SRT-AMOUNT TO RPT-31-60
                   ADD SRT-AMOUNT TO WS-CT-31-60
               WHEN OTHER
                   MOVE SRT-AMOUNT TO RPT-CURRENT
                   ADD SRT-AMOUNT TO WS-CT-CURRENT
           END-EVALUATE.
           ADD 1 TO WS-CT-COUNT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-PRINTED-COUNT.
      *
           PERFORM 610-RETURN-DEDUCTION.
      *
      *    THE REASON PRINTS ON ITS FIRST DETAIL LINE ONLY.
      *
       630-START-REASON.
      *
           MOVE 'Y' TO WS-REASON-ACTIVE-SW.
           MOVE 'Y' TO WS-FIRST-LINE-SW.
           MOVE SRT-REASON TO WS-CURRENT-REASON.
           EVALUATE SRT-REASON
               WHEN 'P'
                   MOVE 'PRICING DISPUTE'  TO WS-REASON-DESC
               WHEN 'D'
                   MOVE 'DAMAGED SHIPMENT' TO WS-REASON-DESC
               WHEN 'R'
                   MOVE 'MISSING REBATE'   TO WS-REASON-DESC
               WHEN OTHER
                   MOVE 'OTHER'            TO WS-REASON-DESC
           END-EVALUATE.
      *
       650-PRINT-CUSTOMER-TOTAL.
      *
           MOVE SPACE TO RPT-TOT-LABEL.
           STRING '* CUSTOMER ' DELIMITED BY SIZE
                  WS-CURRENT-CUSTOMER DELIMITED BY SPACE
                  ' TOTAL' DELIMITED BY SIZE
               INTO RPT-TOT-LABEL.
           MOVE WS-CT-COUNT   TO RPT-TOT-COUNT.
           MOVE WS-CT-CURRENT TO RPT-TOT-CURRENT.
           MOVE WS-CT-31-60   TO RPT-TOT-31-60.
           MOVE WS-CT-61-90   TO RPT-TOT-61-90.
           MOVE WS-CT-OVER-90 TO RPT-TOT-OVER-90.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           ADD WS-CT-COUNT   TO WS-RT-COUNT.
           ADD WS-CT-CURRENT TO WS-RT-CURRENT.
           ADD WS-CT-31-60   TO WS-RT-31-60.
           ADD WS-CT-61-90   TO WS-RT-61-90.
           ADD WS-CT-OVER-90 TO WS-RT-OVER-90.
           INITIALIZE WS-CUSTOMER-TOTALS.
      *
       660-PRINT-REASON-TOTAL.
      *
           MOVE SPACE TO RPT-TOT-LABEL.
           STRING '** ' DELIMITED BY SIZE
                  WS-REASON-DESC DELIMITED BY '  '
                  ' TOTAL' DELIMITED BY SIZE
               INTO RPT-TOT-LABEL.
           MOVE WS-RT-COUNT   TO RPT-TOT-COUNT.
           MOVE WS-RT-CURRENT TO RPT-TOT-CURRENT.
           MOVE WS-RT-31-60   TO RPT-TOT-31-60.
           MOVE WS-RT-61-90   TO RPT-TOT-61-90.
           MOVE WS-RT-OVER-90 TO RPT-TOT-OVER-90.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           ADD WS-RT-COUNT   TO WS-GT-COUNT.
           ADD WS-RT-CURRENT TO WS-GT-CURRENT.
           ADD WS-RT-31-60   TO WS-GT-31-60.
           ADD WS-RT-61-90   TO WS-GT-61-90.
           ADD WS-RT-OVER-90 TO WS-GT-OVER-90.
           INITIALIZE WS-REASON-TOTALS.
           MOVE 'N' TO WS-REASON-ACTIVE-SW.
      *
       700-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'REPORT TOTAL - ALL OPEN DEDUCTIONS' TO RPT-TOT-LABEL.
           MOVE WS-GT-COUNT   TO RPT-TOT-COUNT.
           MOVE WS-GT-CURRENT TO RPT-TOT-CURRENT.
           MOVE WS-GT-31-60   TO RPT-TOT-31-60.
           MOVE WS-GT-61-90   TO RPT-TOT-61-90.
           MOVE WS-GT-OVER-90 TO RPT-TOT-OVER-90.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-DED-AVAILABLE
               CLOSE DEDFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "DEDUCTIONS READ:        " WS-DED-READ-COUNT.
           DISPLAY "DEDUCTIONS PRINTED:     " WS-PRINTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
