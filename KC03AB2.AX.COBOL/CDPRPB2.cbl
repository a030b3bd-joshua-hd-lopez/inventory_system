       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDPRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    UNAPPLIED CUSTOMER DEPOSITS.  EVERY DEPOSIT ON DEPAB2 THAT
      *    STILL HAS MONEY NOT APPLIED TO AN INVOICE (STATUS O) IS
      *    LISTED UNDER THE STATUS OF THE ORDER IT WAS TAKEN AGAINST -
      *    STILL OPEN (WAITING TO SHIP), ALREADY BILLED (WHAT IS LEFT
      *    AFTER A SHORT SHIPMENT), VOIDED, OR NOT ON FILE - AND A
      *    DEPOSIT WHOSE CHECK CAME BACK NSF IS LISTED ON ITS OWN.
      *    WITHIN A STATUS THE OLDEST DEPOSIT PRINTS FIRST.  EACH
      *    DEPOSIT'S UNAPPLIED AMOUNT IS AGED FROM ITS RECEIPT DATE TO
      *    THE PROCESSING DATE INTO THE SAME 0-30, 31-60, 61-90 AND
      *    OVER 90 DAY BUCKETS AGERPB2 USES, WITH BUCKET TOTALS FOR
      *    EACH STATUS AND FOR THE REPORT.  ANYTHING OUTSIDE THE OPEN
      *    ORDER SECTION IS MONEY TO REFUND OR APPLY BY HAND.
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

           SELECT DEPFILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEPFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT PAYFILE ASSIGN TO PAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYFILE-SW.

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
       FD DEPFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-DEPOSIT-RECORD.
      *
       COPY DEPOSIT.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD PAYFILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS CASH-RECEIPT-RECORD.
      *
       COPY CASHRCT.
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
      *    ONE SORT RECORD PER UNAPPLIED DEPOSIT, IN ORDER-STATUS
      *    GROUP, OLDEST FIRST.
      *
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-GROUP                     PIC 9(01).
           05  SRT-AGE-DAYS                  PIC S9(05).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-CHECK-NUMBER              PIC X(10).
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-RECEIPT-DATE              PIC X(08).
           05  SRT-AMOUNT                    PIC S9(07)V99.
           05  SRT-APPLIED-AMOUNT            PIC S9(07)V99.
           05  SRT-UNAPPLIED                 PIC S9(07)V99.
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
       01 WS-DEPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DEPFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-PAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PAYFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
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
      *
      *    AGES ARE WORKED ON THE SAME 360-DAY CALENDAR AS AGERPB2.
      *    RECEIPT DATES ON DEPAB2 ARE MMDDYYYY.
      *
       01 WS-DEP-DATE-WORK                   PIC 9(08).
       01 WS-DEP-DATE-R REDEFINES WS-DEP-DATE-WORK.
           05  WS-DEP-MM                     PIC 9(02).
           05  WS-DEP-DD                     PIC 9(02).
           05  WS-DEP-YYYY                   PIC 9(04).
       01 WS-DEP-DAYNUM                      PIC S9(09) COMP-3.
      *
       01 WS-CURRENT-GROUP                   PIC 9(01)  VALUE ZERO.
       01 WS-BUCKET-SUB                      PIC S9(03) COMP-3.
      *
       01 WS-GROUP-NAMES.
           05  FILLER          PIC X(30) VALUE
               'OPEN ORDER - NOT YET SHIPPED'.
           05  FILLER          PIC X(30) VALUE
               'ORDER BILLED - DEPOSIT LEFT'.
           05  FILLER          PIC X(30) VALUE
               'ORDER VOIDED'.
           05  FILLER          PIC X(30) VALUE
               'ORDER NOT ON FILE'.
           05  FILLER          PIC X(30) VALUE
               'CHECK RETURNED NSF'.
       01 WS-GROUP-NAME-R REDEFINES WS-GROUP-NAMES.
           05  WS-GROUP-NAME   OCCURS 5 TIMES PIC X(30).
      *
       01 WS-GROUP-TOTALS.
           05  WS-GROUP-COUNT                PIC S9(07) COMP-3.
           05  WS-GROUP-BUCKET               OCCURS 4 TIMES
                                             PIC S9(09)V99 COMP-3.
       01 WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT                PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-GRAND-BUCKET               OCCURS 4 TIMES
                                             PIC S9(09)V99 COMP-3.
       01 WS-DEP-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'UNAPPLIED CUSTOMER DEPOSITS BY AGE'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'ORDER'.
           05  FILLER          PIC X(08) VALUE 'CUST'.
           05  FILLER          PIC X(12) VALUE 'CHECK'.
           05  FILLER          PIC X(10) VALUE 'RECEIVED'.
           05  FILLER          PIC X(07) VALUE '  AGE'.
           05  FILLER          PIC X(13) VALUE '    DEPOSIT'.
           05  FILLER          PIC X(13) VALUE '    APPLIED'.
           05  FILLER          PIC X(13) VALUE '  0-30 DAYS'.
           05  FILLER          PIC X(13) VALUE ' 31-60 DAYS'.
           05  FILLER          PIC X(13) VALUE ' 61-90 DAYS'.
           05  FILLER          PIC X(13) VALUE '    OVER 90'.
           05  FILLER          PIC X(09) VALUE SPACE.
      *
       01  RPT-GROUP-LINE.
           05  FILLER               PIC X(14) VALUE 'ORDER STATUS: '.
           05  RPT-GRP-NAME         PIC X(30).
           05  FILLER               PIC X(88) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-INVOICE          PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CUSTOMER         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHECK            PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RECEIPT-DATE     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AGE              PIC Z(04)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AMOUNT           PIC Z(06)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-APPLIED          PIC Z(06)9.99-.
           05  RPT-BUCKET-COLUMN    OCCURS 4 TIMES.
               10  FILLER           PIC X(02).
               10  RPT-BUCKET       PIC Z(06)9.99-.
           05  FILLER               PIC X(11) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(40).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(10) VALUE ' DEPOSITS'.
           05  FILLER               PIC X(12) VALUE SPACE.
           05  RPT-TOT-COLUMN       OCCURS 4 TIMES.
               10  FILLER           PIC X(02).
               10  RPT-TOT-BUCKET   PIC Z(06)9.99-.
           05  FILLER               PIC X(11) VALUE SPACE.
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
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'CDPRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-GROUP
               ON DESCENDING KEY SRT-AGE-DAYS
               ON ASCENDING KEY SRT-INVOICE-NUMBER
                                SRT-CHECK-NUMBER
               INPUT PROCEDURE IS 500-RELEASE-DEPOSITS
               OUTPUT PROCEDURE IS 600-PRINT-DEPOSITS.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-DEP-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-GRAND-COUNT    TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT DEPFILE.
           IF NOT WS-DEPFILE-SUCCESS
               DISPLAY "WS-DEPFILE-SW=" WS-DEPFILE-SW
               DISPLAY "DEPFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT PAYFILE.
           IF NOT WS-PAYFILE-SUCCESS
               DISPLAY "WS-PAYFILE-SW=" WS-PAYFILE-SW
               DISPLAY "PAYFILE OPEN ERROR"
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
      *    SORT INPUT.  ONLY OPEN DEPOSITS WITH MONEY STILL UNAPPLIED
      *    ARE CANDIDATES.  THE GROUP COMES FROM THE CHECK (NSF) AND
      *    THEN THE ORDER ON INVAB2.
      *****************************************************************
       500-RELEASE-DEPOSITS.
      *
           PERFORM 510-READ-DEPOSIT.
           PERFORM 520-CHECK-ONE-DEPOSIT
               UNTIL WS-EOF-YES.
      *
       510-READ-DEPOSIT.
      *
           READ DEPFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-DEP-READ-COUNT
           END-READ.
      *
       520-CHECK-ONE-DEPOSIT.
      *
           IF        DEP-STATUS-OPEN
                 AND DEP-AMOUNT > DEP-APPLIED-AMOUNT
               PERFORM 530-RELEASE-DEPOSIT
           END-IF.
      *
           PERFORM 510-READ-DEPOSIT.
      *
       530-RELEASE-DEPOSIT.
      *
           MOVE DEP-CUSTOMER-NUMBER TO PAY-CUSTOMER-NUMBER.
           MOVE DEP-CHECK-NUMBER    TO PAY-CHECK-NUMBER.
           READ PAYFILE.
           IF WS-PAYFILE-SUCCESS AND PAY-NSF-REVERSED
               MOVE 5 TO SRT-GROUP
           ELSE
               MOVE DEP-INVOICE-NUMBER TO INV-INVOICE-NUMBER
               READ INVFILE
               EVALUATE TRUE
                   WHEN NOT WS-INVFILE-SUCCESS
                       MOVE 4 TO SRT-GROUP
                   WHEN INV-VOIDED
                       MOVE 3 TO SRT-GROUP
                   WHEN INV-ORDER-OPEN
                       MOVE 1 TO SRT-GROUP
                   WHEN OTHER
                       MOVE 2 TO SRT-GROUP
               END-EVALUATE
           END-IF.
      *
           IF DEP-RECEIPT-DATE NUMERIC
               MOVE DEP-RECEIPT-DATE TO WS-DEP-DATE-WORK
               COMPUTE WS-DEP-DAYNUM =
                   (WS-DEP-YYYY * 360) + (WS-DEP-MM * 30) + WS-DEP-DD
               COMPUTE SRT-AGE-DAYS = WS-RUN-DAYNUM - WS-DEP-DAYNUM
           ELSE
               MOVE ZERO TO SRT-AGE-DAYS
           END-IF.
           IF SRT-AGE-DAYS < ZERO
               MOVE ZERO TO SRT-AGE-DAYS
           END-IF.
      *
           MOVE DEP-INVOICE-NUMBER  TO SRT-INVOICE-NUMBER.
           MOVE DEP-CHECK-NUMBER    TO SRT-CHECK-NUMBER.
           MOVE DEP-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER.
           MOVE DEP-RECEIPT-DATE    TO SRT-RECEIPT-DATE.
           MOVE DEP-AMOUNT          TO SRT-AMOUNT.
           MOVE DEP-APPLIED-AMOUNT  TO SRT-APPLIED-AMOUNT.
           COMPUTE SRT-UNAPPLIED = DEP-AMOUNT - DEP-APPLIED-AMOUNT.
           RELEASE SORT-RECORD.
      *
      *****************************************************************
      *    SORT OUTPUT.  A STATUS HEADING PRINTS AHEAD OF EACH GROUP,
      *    ITS BUCKET TOTALS AFTER IT, AND THE REPORT TOTALS LAST.
      *****************************************************************
       600-PRINT-DEPOSITS.
      *
           MOVE ZERO TO WS-GRAND-BUCKET(1) WS-GRAND-BUCKET(2)
                        WS-GRAND-BUCKET(3) WS-GRAND-BUCKET(4).
      *
           PERFORM 610-RETURN-SORTED-DEPOSIT.
           IF NOT WS-SORT-EOF
               PERFORM 640-START-GROUP
           END-IF.
           PERFORM 620-PRINT-ONE-DEPOSIT
               UNTIL WS-SORT-EOF.
           IF WS-GRAND-COUNT > ZERO
               PERFORM 660-PRINT-GROUP-TOTAL
           END-IF.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL UNAPPLIED DEPOSITS' TO RPT-TOT-LABEL.
           MOVE WS-GRAND-COUNT TO RPT-TOT-COUNT.
           PERFORM 670-MOVE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                 UNTIL WS-BUCKET-SUB > 4.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       610-RETURN-SORTED-DEPOSIT.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PRINT-ONE-DEPOSIT.
      *
           IF SRT-GROUP NOT = WS-CURRENT-GROUP
               PERFORM 660-PRINT-GROUP-TOTAL
               PERFORM 640-START-GROUP
           END-IF.
      *
           MOVE SPACE TO RPT-BUCKET-COLUMN(1) RPT-BUCKET-COLUMN(2)
                         RPT-BUCKET-COLUMN(3) RPT-BUCKET-COLUMN(4).
           EVALUATE TRUE
               WHEN SRT-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN SRT-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN SRT-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.
      *
           ADD 1 TO WS-GROUP-COUNT
                    WS-GRAND-COUNT.
           ADD SRT-UNAPPLIED TO WS-GROUP-BUCKET(WS-BUCKET-SUB)
                                WS-GRAND-BUCKET(WS-BUCKET-SUB).
      *
           MOVE SRT-INVOICE-NUMBER  TO RPT-INVOICE.
           MOVE SRT-CUSTOMER-NUMBER TO RPT-CUSTOMER.
           MOVE SRT-CHECK-NUMBER    TO RPT-CHECK.
           MOVE SRT-RECEIPT-DATE    TO RPT-RECEIPT-DATE.
           MOVE SRT-AGE-DAYS        TO RPT-AGE.
           MOVE SRT-AMOUNT          TO RPT-AMOUNT.
           MOVE SRT-APPLIED-AMOUNT  TO RPT-APPLIED.
           MOVE SRT-UNAPPLIED       TO RPT-BUCKET(WS-BUCKET-SUB).
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 610-RETURN-SORTED-DEPOSIT.
      *
       640-START-GROUP.
      *
           MOVE SRT-GROUP TO WS-CURRENT-GROUP.
           MOVE ZERO TO WS-GROUP-COUNT
                        WS-GROUP-BUCKET(1) WS-GROUP-BUCKET(2)
                        WS-GROUP-BUCKET(3) WS-GROUP-BUCKET(4).
           MOVE WS-GROUP-NAME(SRT-GROUP) TO RPT-GRP-NAME.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-GROUP-LINE.
      *
       660-PRINT-GROUP-TOTAL.
      *
           MOVE SPACE TO RPT-TOT-LABEL.
           STRING '  TOTAL ' WS-GROUP-NAME(WS-CURRENT-GROUP)
               DELIMITED BY SIZE INTO RPT-TOT-LABEL
           END-STRING.
           MOVE WS-GROUP-COUNT TO RPT-TOT-COUNT.
           PERFORM 665-MOVE-GROUP-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                 UNTIL WS-BUCKET-SUB > 4.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       665-MOVE-GROUP-BUCKET.
      *
           MOVE SPACE TO RPT-TOT-COLUMN(WS-BUCKET-SUB).
           MOVE WS-GROUP-BUCKET(WS-BUCKET-SUB)
               TO RPT-TOT-BUCKET(WS-BUCKET-SUB).
      *
       670-MOVE-GRAND-BUCKET.
      *
           MOVE SPACE TO RPT-TOT-COLUMN(WS-BUCKET-SUB).
           MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB)
               TO RPT-TOT-BUCKET(WS-BUCKET-SUB).
      *
       900-CLOSE-FILES.
      *
           CLOSE DEPFILE.
           CLOSE INVFILE.
           CLOSE PAYFILE.
           CLOSE PRINT-FILE.
           DISPLAY "DEPOSIT RECORDS READ:     " WS-DEP-READ-COUNT.
           DISPLAY "UNAPPLIED DEPOSITS LISTED: " WS-GRAND-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
