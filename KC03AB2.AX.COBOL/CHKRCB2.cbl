       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRCB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    BANK CLEARED-CHECK RECONCILIATION.  THE BANK SENDS A
      *    PAID-ITEMS FILE (BNKPAID) OF THE CHECKS IT HAS PAID ON OUR
      *    ACCOUNTS - ACCOUNT, SERIAL, PAID DATE AND AMOUNT PAID.
      *    EACH ITEM IS MATCHED AGAINST THE CKRAB2 ISSUED CHECK
      *    REGISTER UNDER THE ACCOUNT THE BNKPARM CARD SAYS IT IS:
      *
      *      ISSUED, SAME AMOUNT  - MARKED PAID.
      *      ISSUED, AMOUNT OFF   - MARKED PAID WITH WHAT THE BANK
      *                             PAID, AND LISTED AS A MISMATCH
      *                             (A RAISED CHECK OR A BANK KEYING
      *                             ERROR - EITHER WAY SOMEONE CALLS
      *                             THE BANK).
      *      NOT ON THE REGISTER  - LISTED: PAID, NEVER ISSUED.
      *      ALREADY VOID         - LISTED: PAID AFTER VOID.
      *      ALREADY PAID         - LISTED: PAID TWICE.
      *
      *    A REFUND CHECK THAT CLEARS MARKS ITS REFAB2 REFUND CLEARED,
      *    WHICH TAKES IT OUT OF THE UNCLAIMED PROPERTY SWEEP.  AFTER
      *    THE IMPORT THE REGISTER IS SWEPT FOR THE CHECKS STILL
      *    OUTSTANDING, LISTED WITH THEIR AGE FROM THE ISSUE DATE AND
      *    TOTALLED 0-30, 31-60, 61-90 AND OVER 90 DAYS BY ACCOUNT.
      *    AGES ARE 30-DAY-MONTH DAYS.  NO PAID-ITEMS FILE STILL
      *    PRINTS THE OUTSTANDING LIST.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO BNKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT PAID-FILE ASSIGN TO BNKPAID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAIDFILE-SW.

           SELECT CKRFILE ASSIGN TO CKRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKR-KEY
               FILE STATUS IS WS-CKRFILE-SW.

           SELECT REFFILE ASSIGN TO REFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFFILE-SW.

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
       FD PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BANK-PARM-RECORD.
      *
       COPY BNKPARM.
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
      *****************************************************************
      *    THE BANK'S PAID-ITEMS FILE.  ONE RECORD PER CHECK PAID.
      *    SERIALS ARE ZERO FILLED TO TEN DIGITS; THE AMOUNT IS
      *    UNSIGNED WITH TWO IMPLIED DECIMALS; THE DATE IS MMDDYYYY.
      *****************************************************************
       FD PAID-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BPI-RECORD.

       01  BPI-RECORD.
           05  BPI-ACCOUNT-NUMBER            PIC X(12).
           05  BPI-CHECK-SERIAL-X            PIC X(10).
           05  BPI-CHECK-SERIAL REDEFINES BPI-CHECK-SERIAL-X
                                             PIC 9(10).
           05  BPI-PAID-DATE                 PIC X(08).
           05  BPI-AMOUNT-X                  PIC X(10).
           05  BPI-AMOUNT REDEFINES BPI-AMOUNT-X
                                             PIC 9(08)V99.
           05  FILLER                        PIC X(40).
      *
       FD CKRFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.
      *
       COPY CHKREG.
      *
       FD REFFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REFUND-RECORD.
      *
       COPY REFUND.
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
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PAIDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PAIDFILE-SUCCESS               VALUE '00'.
       01 WS-PAIDFILE-AVAILABLE-SW           PIC X(01)  VALUE 'Y'.
           88  WS-PAIDFILE-AVAILABLE             VALUE 'Y'.
       01 WS-CKRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CKRFILE-SUCCESS                VALUE '00'.
       01 WS-REFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-REFFILE-SUCCESS                VALUE '00'.
       01 WS-REFFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-REFFILE-AVAILABLE              VALUE 'Y'.
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
       01 WS-RUN-DATE-MDY                    PIC 9(08).
       01 WS-RUN-DATE-MDY-R REDEFINES WS-RUN-DATE-MDY.
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
      *
       01 WS-DATE-WORK                       PIC X(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
       01 WS-RUN-DAYNO                       PIC S9(07) COMP-3.
       01 WS-AGE-DAYS                        PIC S9(07) COMP-3.
      *
       01 WS-PAID-AMOUNT                     PIC S9(09)V99 COMP-3.
       01 WS-EXCEPTION                       PIC X(40).
      *
      *****************************************************************
      *    OUTSTANDING TOTALS BY ACCOUNT (1 = OPERATING, 2 = REFUNDS)
      *    AND AGE BUCKET (0-30, 31-60, 61-90, OVER 90).
      *****************************************************************
       01  AGE-TOTALS.
           05  AGT-ACCOUNT                   OCCURS 2 TIMES.
               10  AGT-BUCKET                OCCURS 4 TIMES.
                   15  AGT-COUNT             PIC S9(07) COMP-3.
                   15  AGT-AMOUNT            PIC S9(11)V99 COMP-3.
       01 WS-ACCT-SUB                        PIC S9(03) COMP-3.
       01 WS-BUCKET-SUB                      PIC S9(03) COMP-3.
      *
       01 WS-PAID-READ-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-MATCHED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-MATCHED-TOTAL                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-MISMATCH-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-NOT-ISSUED-COUNT                PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-OTHER-EXCEPTION-COUNT           PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-OUTSTANDING-COUNT               PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'BANK CLEARED-CHECK RECONCILIATION'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-SECTION-HEADER.
           05  RPT-SECTION-TITLE    PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACE.
      *
       01  RPT-EXC-HEADING.
           05  FILLER          PIC X(14) VALUE 'BANK ACCOUNT'.
           05  FILLER          PIC X(12) VALUE 'SERIAL'.
           05  FILLER          PIC X(10) VALUE 'PAID'.
           05  FILLER          PIC X(15) VALUE '     BANK PAID'.
           05  FILLER          PIC X(15) VALUE '        ISSUED'.
           05  FILLER          PIC X(66) VALUE '   EXCEPTION'.
      *
       01  RPT-EXC-LINE.
           05  RPT-EXC-ACCOUNT      PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EXC-SERIAL       PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EXC-PAID-DATE    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EXC-PAID-AMOUNT  PIC Z(09)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-EXC-ISSUED       PIC Z(09)9.99-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-EXC-REASON       PIC X(40).
           05  FILLER               PIC X(24) VALUE SPACE.
      *
       01  RPT-OUT-HEADING.
           05  FILLER          PIC X(06) VALUE 'ACCT'.
           05  FILLER          PIC X(08) VALUE 'CHECK#'.
           05  FILLER          PIC X(10) VALUE 'ISSUED'.
           05  FILLER          PIC X(08) VALUE 'PAYEE#'.
           05  FILLER          PIC X(32) VALUE 'PAYEE'.
           05  FILLER          PIC X(15) VALUE '        AMOUNT'.
           05  FILLER          PIC X(07) VALUE '   AGE'.
           05  FILLER          PIC X(46) VALUE '  BUCKET'.
      *
       01  RPT-OUT-LINE.
           05  RPT-OUT-ACCOUNT      PIC X(01).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  RPT-OUT-CHECK        PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OUT-ISSUE-DATE   PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OUT-PAYEE-NUMBER PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OUT-PAYEE-NAME   PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OUT-AMOUNT       PIC Z(09)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OUT-AGE          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OUT-BUCKET       PIC X(08).
           05  FILLER               PIC X(37) VALUE SPACE.
      *
       01  RPT-BUCKET-LINE.
           05  RPT-BKT-ACCOUNT      PIC X(10).
           05  RPT-BKT-LABEL        PIC X(12).
           05  RPT-BKT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-BKT-AMOUNT       PIC Z(10)9.99-.
           05  FILLER               PIC X(84) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(32).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-TOT-AMOUNT       PIC Z(10)9.99-.
           05  FILLER               PIC X(74) VALUE SPACE.
      *
       01  BUCKET-LABEL-VALUES.
           05  FILLER               PIC X(08) VALUE '0-30'.
           05  FILLER               PIC X(08) VALUE '31-60'.
           05  FILLER               PIC X(08) VALUE '61-90'.
           05  FILLER               PIC X(08) VALUE 'OVER 90'.
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           05  BUCKET-LABEL         PIC X(08) OCCURS 4 TIMES.
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
           COMPUTE WS-RUN-DAYNO =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
      *
           PERFORM 120-READ-PARM-CARD.
           PERFORM 100-OPEN-FILES.
           MOVE 'CHKRCB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           INITIALIZE AGE-TOTALS.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'PAID-ITEM EXCEPTIONS' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-EXC-HEADING.
           IF NOT WS-PAIDFILE-AVAILABLE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 300-READ-PAID-ITEM.
           PERFORM 400-MATCH-PAID-ITEM
               UNTIL WS-EOF-YES.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'OUTSTANDING CHECKS' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-OUT-HEADING.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUE TO CKR-KEY.
           START CKRFILE KEY >= CKR-KEY.
           IF NOT WS-CKRFILE-SUCCESS
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 500-READ-CHECK.
           PERFORM 510-AGE-CHECK
               UNTIL WS-EOF-YES.
      *
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-PAID-READ-COUNT TO WS-RUN-COUNT-IN.
           COMPUTE WS-RUN-COUNT-OUT =
               WS-MATCHED-COUNT + WS-MISMATCH-COUNT.
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
                   MOVE DAY-PROCESSING-DATE TO WS-RUN-DATE-MDY
                   MOVE WS-MDY-YYYY TO WS-RUN-YYYY
                   MOVE WS-MDY-MM   TO WS-RUN-MM
                   MOVE WS-MDY-DD   TO WS-RUN-DD
               END-IF
               CLOSE DAYFILE
           END-IF.
      *
      *****************************************************************
      *    THE BANK CARD IS REQUIRED - IT IS WHAT TIES THE BANK'S
      *    ACCOUNT NUMBERS TO OUR TWO REGISTERS.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "NO BNKPARM CARD - RUN ABANDONED"
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "BNKPARM EMPTY - RUN ABANDONED"
                   STOP RUN
           END-READ.
           CLOSE PARM-FILE.
      *
           IF        BKP-OPERATING-ACCOUNT = SPACE
                  OR BKP-REFUND-ACCOUNT = SPACE
               DISPLAY "BNKPARM INCOMPLETE - RUN ABANDONED"
               STOP RUN
           END-IF.
           IF BKP-OPERATING-ACCOUNT = BKP-REFUND-ACCOUNT
               DISPLAY "BNKPARM ACCOUNTS MUST DIFFER - RUN ABANDONED"
               STOP RUN
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT PAID-FILE.
           IF NOT WS-PAIDFILE-SUCCESS
               IF WS-PAIDFILE-SW = '35'
                   MOVE 'N' TO WS-PAIDFILE-AVAILABLE-SW
                   DISPLAY "BNKPAID NOT FOUND - OUTSTANDING LIST ONLY"
               ELSE
                   DISPLAY "WS-PAIDFILE-SW=" WS-PAIDFILE-SW
                   DISPLAY "BNKPAID OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CKRFILE.
           IF NOT WS-CKRFILE-SUCCESS
               DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
               DISPLAY "CKRFILE OPEN ERROR - NO CHECKS ISSUED YET"
               STOP RUN
           END-IF.
           OPEN I-O REFFILE.
           IF NOT WS-REFFILE-SUCCESS
               IF WS-REFFILE-SW = '35'
                   MOVE 'N' TO WS-REFFILE-AVAILABLE-SW
                   DISPLAY "REFFILE NOT FOUND - REFUNDS NOT CLEARED"
               ELSE
                   DISPLAY "WS-REFFILE-SW=" WS-REFFILE-SW
                   DISPLAY "REFFILE OPEN ERROR"
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
       300-READ-PAID-ITEM.
      *
           IF NOT WS-EOF-YES
               READ PAID-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-PAID-READ-COUNT
               END-READ
           END-IF.
      *
      *****************************************************************
      *    ONE PAID ITEM.  THE BANK ACCOUNT PICKS THE REGISTER; A
      *    SERIAL TOO LONG FOR OUR CHECK NUMBERS CANNOT BE OURS.
      *****************************************************************
       400-MATCH-PAID-ITEM.
      *
           MOVE SPACE TO WS-EXCEPTION
                         CHECK-REGISTER-RECORD.
           MOVE ZERO  TO CKR-AMOUNT
                         WS-PAID-AMOUNT.
           IF BPI-AMOUNT-X NUMERIC
               MOVE BPI-AMOUNT TO WS-PAID-AMOUNT
           END-IF.
      *
           EVALUATE TRUE
               WHEN BPI-ACCOUNT-NUMBER = BKP-OPERATING-ACCOUNT
                   SET CKR-ACCOUNT-OPERATING TO TRUE
               WHEN BPI-ACCOUNT-NUMBER = BKP-REFUND-ACCOUNT
                   SET CKR-ACCOUNT-REFUND TO TRUE
               WHEN OTHER
                   MOVE 'NOT ONE OF OUR ACCOUNTS' TO WS-EXCEPTION
           END-EVALUATE.
      *
           IF WS-EXCEPTION = SPACE
               EVALUATE TRUE
                   WHEN BPI-CHECK-SERIAL-X NOT NUMERIC
                       MOVE 'SERIAL NOT NUMERIC' TO WS-EXCEPTION
                   WHEN BPI-AMOUNT-X NOT NUMERIC
                       MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCEPTION
                   WHEN BPI-CHECK-SERIAL > 999999
                       MOVE 'PAID - NEVER ISSUED' TO WS-EXCEPTION
                       ADD 1 TO WS-NOT-ISSUED-COUNT
               END-EVALUATE
           END-IF.
      *
           IF WS-EXCEPTION = SPACE
               MOVE BPI-CHECK-SERIAL TO CKR-CHECK-NUMBER
               READ CKRFILE
               EVALUATE TRUE
                   WHEN NOT WS-CKRFILE-SUCCESS
                       MOVE SPACE TO CHECK-REGISTER-RECORD
                       MOVE ZERO  TO CKR-AMOUNT
                       MOVE 'PAID - NEVER ISSUED' TO WS-EXCEPTION
                       ADD 1 TO WS-NOT-ISSUED-COUNT
                   WHEN CKR-STATUS-VOID
                       MOVE 'PAID AFTER VOID' TO WS-EXCEPTION
                   WHEN CKR-STATUS-PAID
                       STRING 'PAID TWICE - FIRST ON '
                                  DELIMITED BY SIZE
                              CKR-PAID-DATE DELIMITED BY SIZE
                           INTO WS-EXCEPTION
                   WHEN OTHER
                       PERFORM 420-MARK-CHECK-PAID
               END-EVALUATE
           END-IF.
      *
           IF WS-EXCEPTION NOT = SPACE
               PERFORM 450-PRINT-EXCEPTION
           END-IF.
      *
           PERFORM 300-READ-PAID-ITEM.
      *
      *****************************************************************
      *    THE CHECK IS PAID WHATEVER THE AMOUNT - THE MONEY HAS LEFT
      *    THE ACCOUNT - BUT A DIFFERENT AMOUNT IS LISTED.
      *****************************************************************
       420-MARK-CHECK-PAID.
      *
           SET CKR-STATUS-PAID TO TRUE.
           MOVE BPI-PAID-DATE  TO CKR-PAID-DATE.
           MOVE WS-PAID-AMOUNT TO CKR-PAID-AMOUNT.
           REWRITE CHECK-REGISTER-RECORD.
           IF NOT WS-CKRFILE-SUCCESS
               DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
               DISPLAY "CKRFILE REWRITE ERROR " CKR-KEY
               STOP RUN
           END-IF.
      *
           IF WS-PAID-AMOUNT = CKR-AMOUNT
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-PAID-AMOUNT TO WS-MATCHED-TOTAL
           ELSE
               MOVE 'AMOUNT MISMATCH' TO WS-EXCEPTION
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
      *
           IF CKR-ACCOUNT-REFUND AND WS-REFFILE-AVAILABLE
               PERFORM 430-CLEAR-REFUND
           END-IF.
      *
       430-CLEAR-REFUND.
      *
           MOVE CKR-SOURCE-REFERENCE TO REF-REFUND-NUMBER.
           READ REFFILE.
           IF WS-REFFILE-SUCCESS AND REF-STATUS-EXTRACTED
               SET REF-STATUS-CLEARED TO TRUE
               REWRITE REFUND-RECORD
               IF NOT WS-REFFILE-SUCCESS
                   DISPLAY "WS-REFFILE-SW=" WS-REFFILE-SW
                   DISPLAY "REFFILE REWRITE ERROR " REF-REFUND-NUMBER
                   STOP RUN
               END-IF
           END-IF.
      *
       450-PRINT-EXCEPTION.
      *
           IF        WS-EXCEPTION NOT = 'AMOUNT MISMATCH'
                 AND WS-EXCEPTION NOT = 'PAID - NEVER ISSUED'
               ADD 1 TO WS-OTHER-EXCEPTION-COUNT
           END-IF.
           MOVE BPI-ACCOUNT-NUMBER TO RPT-EXC-ACCOUNT.
           MOVE BPI-CHECK-SERIAL-X TO RPT-EXC-SERIAL.
           MOVE BPI-PAID-DATE      TO RPT-EXC-PAID-DATE.
           MOVE WS-PAID-AMOUNT     TO RPT-EXC-PAID-AMOUNT.
           MOVE CKR-AMOUNT         TO RPT-EXC-ISSUED.
           MOVE WS-EXCEPTION       TO RPT-EXC-REASON.
           WRITE PRINT-LINE FROM RPT-EXC-LINE.
      *
       500-READ-CHECK.
      *
           IF NOT WS-EOF-YES
               READ CKRFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
      *****************************************************************
      *    AN ISSUED CHECK THE BANK HAS NOT PAID IS OUTSTANDING.  ITS
      *    AGE RUNS FROM THE ISSUE DATE - A REISSUE STARTS OVER.
      *****************************************************************
       510-AGE-CHECK.
      *
           IF CKR-STATUS-ISSUED
               MOVE ZERO TO WS-AGE-DAYS
               MOVE CKR-ISSUE-DATE TO WS-DATE-WORK
               IF WS-DATE-WORK NUMERIC
                   COMPUTE WS-AGE-DAYS = WS-RUN-DAYNO -
                       ((WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                           + WS-WORK-DD)
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS > 90
                       MOVE 4 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS > 60
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS > 30
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 1 TO WS-BUCKET-SUB
               END-EVALUATE
               IF CKR-ACCOUNT-REFUND
                   MOVE 2 TO WS-ACCT-SUB
               ELSE
                   MOVE 1 TO WS-ACCT-SUB
               END-IF
               ADD 1 TO AGT-COUNT(WS-ACCT-SUB, WS-BUCKET-SUB)
               ADD CKR-AMOUNT
                   TO AGT-AMOUNT(WS-ACCT-SUB, WS-BUCKET-SUB)
               ADD 1 TO WS-OUTSTANDING-COUNT
      *
               MOVE CKR-ACCOUNT-CODE   TO RPT-OUT-ACCOUNT
               MOVE CKR-CHECK-NUMBER   TO RPT-OUT-CHECK
               MOVE CKR-ISSUE-DATE     TO RPT-OUT-ISSUE-DATE
               MOVE CKR-PAYEE-NUMBER   TO RPT-OUT-PAYEE-NUMBER
               MOVE CKR-PAYEE-NAME     TO RPT-OUT-PAYEE-NAME
               MOVE CKR-AMOUNT         TO RPT-OUT-AMOUNT
               MOVE WS-AGE-DAYS        TO RPT-OUT-AGE
               MOVE BUCKET-LABEL(WS-BUCKET-SUB) TO RPT-OUT-BUCKET
               WRITE PRINT-LINE FROM RPT-OUT-LINE
           END-IF.
      *
           PERFORM 500-READ-CHECK.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'OUTSTANDING BY AGE' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           PERFORM 805-PRINT-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
                 UNTIL WS-ACCT-SUB > 2.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'PAID ITEMS READ:' TO RPT-TOT-LABEL.
           MOVE WS-PAID-READ-COUNT TO RPT-TOT-COUNT.
           MOVE ZERO TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PAID AS ISSUED:' TO RPT-TOT-LABEL.
           MOVE WS-MATCHED-COUNT TO RPT-TOT-COUNT.
           MOVE WS-MATCHED-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE ZERO TO RPT-TOT-AMOUNT.
           MOVE 'PAID - AMOUNT MISMATCH:' TO RPT-TOT-LABEL.
           MOVE WS-MISMATCH-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PAID - NEVER ISSUED:' TO RPT-TOT-LABEL.
           MOVE WS-NOT-ISSUED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'OTHER PAID-ITEM EXCEPTIONS:' TO RPT-TOT-LABEL.
           MOVE WS-OTHER-EXCEPTION-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CHECKS OUTSTANDING:' TO RPT-TOT-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       805-PRINT-ACCOUNT.
      *
           IF WS-ACCT-SUB = 1
               MOVE 'OPERATING' TO RPT-BKT-ACCOUNT
           ELSE
               MOVE 'REFUNDS'   TO RPT-BKT-ACCOUNT
           END-IF.
           PERFORM 810-PRINT-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
                 UNTIL WS-BUCKET-SUB > 4.
      *
       810-PRINT-BUCKET.
      *
           MOVE BUCKET-LABEL(WS-BUCKET-SUB) TO RPT-BKT-LABEL.
           MOVE AGT-COUNT(WS-ACCT-SUB, WS-BUCKET-SUB)
               TO RPT-BKT-COUNT.
           MOVE AGT-AMOUNT(WS-ACCT-SUB, WS-BUCKET-SUB)
               TO RPT-BKT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-BUCKET-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-PAIDFILE-AVAILABLE
               CLOSE PAID-FILE
           END-IF.
           CLOSE CKRFILE.
           IF WS-REFFILE-AVAILABLE
               CLOSE REFFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "CHECKS PAID:        " WS-MATCHED-COUNT.
           DISPLAY "AMOUNT MISMATCHES:  " WS-MISMATCH-COUNT.
           DISPLAY "PAID, NEVER ISSUED: " WS-NOT-ISSUED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
