       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPYFLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    POSITIVE PAY FILE.  THE BANK PAYS ONLY THE CHECKS WE TELL
      *    IT WE WROTE, SO EVERY NIGHT THIS RUN SWEEPS THE CKRAB2
      *    ISSUED CHECK REGISTER AND SENDS THE BANK (PPYOUT) EVERY
      *    CHECK IT HAS NOT YET BEEN TOLD ABOUT - SERIAL, ISSUE
      *    DATE, AMOUNT AND PAYEE - AS AN ISSUE, AND EVERY CHECK
      *    VOIDED SINCE (CHKVDB2, OR A REFUND CHECK ESCRPB2 TURNED
      *    OVER TO THE STATE) AS A VOID, SO A VOIDED CHECK THAT IS
      *    PRESENTED IS RETURNED.  EACH CHECK IS MARKED SENT AS IT
      *    GOES, SO A RERUN SENDS NOTHING TWICE.  THE BNKPARM CARD
      *    GIVES OUR COMPANY ID AND THE ACCOUNT NUMBERS BEHIND THE
      *    OPERATING (VENDOR) AND REFUNDS REGISTERS.  THE FILE IS
      *    ONE HEADER, THE DETAILS AND A TRAILER WITH THE COUNTS
      *    AND TOTALS - A NIGHT WITH NO CHECKS STILL SENDS THE
      *    HEADER AND TRAILER, SO THE BANK KNOWS THE FILE DID NOT GO
      *    MISSING.  A REGISTER PRINTS WHAT WAS SENT.
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

           SELECT CKRFILE ASSIGN TO CKRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CKR-KEY
               FILE STATUS IS WS-CKRFILE-SW.

           SELECT PPAY-FILE ASSIGN TO PPYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPYFILE-SW.

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
       FD CKRFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.
      *
       COPY CHKREG.
      *
      *****************************************************************
      *    THE POSITIVE PAY FILE.  ONE HEADER WITH OUR COMPANY ID AND
      *    THE FILE DATE, ONE DETAIL PER ISSUE OR VOID, AND A TRAILER
      *    WITH THE COUNTS AND TOTALS OF EACH.  SERIALS ARE ZERO
      *    FILLED TO TEN DIGITS; AMOUNTS ARE UNSIGNED WITH TWO
      *    IMPLIED DECIMALS; DATES ARE MMDDYYYY.
      *****************************************************************
       FD PPAY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PPY-RECORD.

       01  PPY-RECORD.
           05  PPY-RECORD-TYPE               PIC X(01).
           05  PPY-RECORD-DATA               PIC X(79).
       01  PPY-HEADER-RECORD.
           05  FILLER                        PIC X(01).
           05  PPY-HDR-COMPANY-ID            PIC X(10).
           05  PPY-HDR-FILE-DATE             PIC X(08).
           05  FILLER                        PIC X(61).
       01  PPY-DETAIL-RECORD.
           05  FILLER                        PIC X(01).
           05  PPY-DTL-ACCOUNT-NUMBER        PIC X(12).
           05  PPY-DTL-CHECK-SERIAL          PIC 9(10).
           05  PPY-DTL-ISSUE-DATE            PIC X(08).
           05  PPY-DTL-AMOUNT                PIC 9(08)V99.
           05  PPY-DTL-ACTION                PIC X(01).
           05  PPY-DTL-PAYEE-NAME            PIC X(30).
           05  FILLER                        PIC X(08).
       01  PPY-TRAILER-RECORD.
           05  FILLER                        PIC X(01).
           05  PPY-TRL-ISSUE-COUNT           PIC 9(07).
           05  PPY-TRL-ISSUE-TOTAL           PIC 9(11)V99.
           05  PPY-TRL-VOID-COUNT            PIC 9(07).
           05  PPY-TRL-VOID-TOTAL            PIC 9(11)V99.
           05  FILLER                        PIC X(39).
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
       01 WS-CKRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CKRFILE-SUCCESS                VALUE '00'.
       01 WS-CKRFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CKRFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PPYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PPYFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-CHANGED-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CHECK-CHANGED                  VALUE 'Y'.
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
       01 WS-BANK-ACCOUNT                    PIC X(12).
       01 WS-PPAY-ACTION                     PIC X(01).
      *
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-ISSUE-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-ISSUE-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-VOID-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-VOID-TOTAL                      PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(32) VALUE
               'POSITIVE PAY ISSUE FILE'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(14) VALUE '   COMPANY ID '.
           05  RPT-HDG-COMPANY PIC X(10).
           05  FILLER          PIC X(53) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(14) VALUE 'BANK ACCOUNT'.
           05  FILLER          PIC X(09) VALUE 'SERIAL'.
           05  FILLER          PIC X(10) VALUE 'ISSUED'.
           05  FILLER          PIC X(15) VALUE '        AMOUNT'.
           05  FILLER          PIC X(08) VALUE 'ACTION'.
           05  FILLER          PIC X(08) VALUE 'PAYEE#'.
           05  FILLER          PIC X(68) VALUE 'PAYEE'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-BANK-ACCOUNT     PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHECK-NUMBER     PIC 9(06).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-ISSUE-DATE       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AMOUNT           PIC Z(09)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ACTION           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PAYEE-NUMBER     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PAYEE-NAME       PIC X(30).
           05  FILLER               PIC X(37) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(24).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-TOT-AMOUNT       PIC Z(10)9.99-.
           05  FILLER               PIC X(82) VALUE SPACE.
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
      *
           PERFORM 120-READ-PARM-CARD.
           PERFORM 100-OPEN-FILES.
           MOVE 'PPYFLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X  TO RPT-HDG-RUN-DATE.
           MOVE BKP-COMPANY-ID TO RPT-HDG-COMPANY.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           MOVE SPACE TO PPY-RECORD.
           MOVE 'H' TO PPY-RECORD-TYPE.
           MOVE BKP-COMPANY-ID  TO PPY-HDR-COMPANY-ID.
           MOVE WS-RUN-DATE-MDY TO PPY-HDR-FILE-DATE.
           PERFORM 690-WRITE-PPAY-RECORD.
      *
           IF NOT WS-CKRFILE-AVAILABLE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 300-READ-CHECK.
           PERFORM 400-PROCESS-CHECK
               UNTIL WS-EOF-YES.
      *
           MOVE SPACE TO PPY-RECORD.
           MOVE 'T' TO PPY-RECORD-TYPE.
           MOVE WS-ISSUE-COUNT TO PPY-TRL-ISSUE-COUNT.
           MOVE WS-ISSUE-TOTAL TO PPY-TRL-ISSUE-TOTAL.
           MOVE WS-VOID-COUNT  TO PPY-TRL-VOID-COUNT.
           MOVE WS-VOID-TOTAL  TO PPY-TRL-VOID-TOTAL.
           PERFORM 690-WRITE-PPAY-RECORD.
      *
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT TO WS-RUN-COUNT-IN.
           COMPUTE WS-RUN-COUNT-OUT = WS-ISSUE-COUNT + WS-VOID-COUNT.
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
      *    THE BANK CARD IS REQUIRED - A FILE SENT UNDER THE WRONG
      *    ACCOUNT WOULD HAVE THE BANK RETURNING GOOD CHECKS.
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
           IF        BKP-COMPANY-ID = SPACE
                  OR BKP-OPERATING-ACCOUNT = SPACE
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
      *****************************************************************
      *    FILE STATUS 35 MEANS NO CHECK HAS BEEN REGISTERED YET - AN
      *    EMPTY FILE STILL GOES TO THE BANK.
      *****************************************************************
           OPEN I-O CKRFILE.
           IF NOT WS-CKRFILE-SUCCESS
               IF WS-CKRFILE-SW = '35'
                   MOVE 'N' TO WS-CKRFILE-AVAILABLE-SW
                   DISPLAY "CKRFILE NOT FOUND - NO CHECKS TO SEND"
               ELSE
                   DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
                   DISPLAY "CKRFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PPAY-FILE.
           IF NOT WS-PPYFILE-SUCCESS
               DISPLAY "WS-PPYFILE-SW=" WS-PPYFILE-SW
               DISPLAY "PPAY-FILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-CHECK.
      *
           IF NOT WS-EOF-YES
               READ CKRFILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-READ-COUNT
               END-READ
           END-IF.
      *
      *****************************************************************
      *    A CHECK THE BANK HAS NOT SEEN GOES AS AN ISSUE.  A VOID
      *    NOT YET SENT FOLLOWS IT - A CHECK ISSUED AND VOIDED THE
      *    SAME DAY GOES AS BOTH, SO THE BANK'S RECORD MATCHES OURS.
      *****************************************************************
       400-PROCESS-CHECK.
      *
           MOVE 'N' TO WS-CHANGED-SW.
           IF CKR-ACCOUNT-REFUND
               MOVE BKP-REFUND-ACCOUNT TO WS-BANK-ACCOUNT
           ELSE
               MOVE BKP-OPERATING-ACCOUNT TO WS-BANK-ACCOUNT
           END-IF.
      *
           IF NOT CKR-ISSUE-SENT
               PERFORM 500-SEND-ISSUE
           END-IF.
           IF CKR-STATUS-VOID AND NOT CKR-VOID-SENT
               PERFORM 510-SEND-VOID
           END-IF.
      *
           IF WS-CHECK-CHANGED
               REWRITE CHECK-REGISTER-RECORD
               IF NOT WS-CKRFILE-SUCCESS
                   DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
                   DISPLAY "CKRFILE REWRITE ERROR " CKR-KEY
                   STOP RUN
               END-IF
           END-IF.
      *
           PERFORM 300-READ-CHECK.
      *
       500-SEND-ISSUE.
      *
           MOVE 'I' TO WS-PPAY-ACTION.
           PERFORM 600-WRITE-DETAIL.
           MOVE 'ISSUE' TO RPT-ACTION.
           PERFORM 700-PRINT-DETAIL.
           MOVE 'Y' TO CKR-PPAY-ISSUE-SENT.
           MOVE 'Y' TO WS-CHANGED-SW.
           ADD 1 TO WS-ISSUE-COUNT.
           ADD CKR-AMOUNT TO WS-ISSUE-TOTAL.
      *
       510-SEND-VOID.
      *
           MOVE 'V' TO WS-PPAY-ACTION.
           PERFORM 600-WRITE-DETAIL.
           MOVE 'VOID' TO RPT-ACTION.
           PERFORM 700-PRINT-DETAIL.
           MOVE 'Y' TO CKR-PPAY-VOID-SENT.
           MOVE 'Y' TO WS-CHANGED-SW.
           ADD 1 TO WS-VOID-COUNT.
           ADD CKR-AMOUNT TO WS-VOID-TOTAL.
      *
       600-WRITE-DETAIL.
      *
           MOVE SPACE TO PPY-RECORD.
           MOVE 'D' TO PPY-RECORD-TYPE.
           MOVE WS-PPAY-ACTION   TO PPY-DTL-ACTION.
           MOVE WS-BANK-ACCOUNT  TO PPY-DTL-ACCOUNT-NUMBER.
           MOVE CKR-CHECK-NUMBER TO PPY-DTL-CHECK-SERIAL.
           MOVE CKR-ISSUE-DATE   TO PPY-DTL-ISSUE-DATE.
           MOVE CKR-AMOUNT       TO PPY-DTL-AMOUNT.
           MOVE CKR-PAYEE-NAME   TO PPY-DTL-PAYEE-NAME.
           PERFORM 690-WRITE-PPAY-RECORD.
      *
       690-WRITE-PPAY-RECORD.
      *
           WRITE PPY-RECORD.
           IF NOT WS-PPYFILE-SUCCESS
               DISPLAY "WS-PPYFILE-SW=" WS-PPYFILE-SW
               DISPLAY "PPAY-FILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       700-PRINT-DETAIL.
      *
           MOVE WS-BANK-ACCOUNT  TO RPT-BANK-ACCOUNT.
           MOVE CKR-CHECK-NUMBER TO RPT-CHECK-NUMBER.
           MOVE CKR-ISSUE-DATE   TO RPT-ISSUE-DATE.
           MOVE CKR-AMOUNT       TO RPT-AMOUNT.
           MOVE CKR-PAYEE-NUMBER TO RPT-PAYEE-NUMBER.
           MOVE CKR-PAYEE-NAME   TO RPT-PAYEE-NAME.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'ISSUES SENT:' TO RPT-TOT-LABEL.
           MOVE WS-ISSUE-COUNT TO RPT-TOT-COUNT.
           MOVE WS-ISSUE-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'VOIDS SENT:' TO RPT-TOT-LABEL.
           MOVE WS-VOID-COUNT TO RPT-TOT-COUNT.
           MOVE WS-VOID-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-CKRFILE-AVAILABLE
               CLOSE CKRFILE
           END-IF.
           CLOSE PPAY-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "ISSUES SENT: " WS-ISSUE-COUNT.
           DISPLAY "VOIDS SENT:  " WS-VOID-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
