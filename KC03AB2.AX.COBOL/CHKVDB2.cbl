       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKVDB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CHECK VOID AND REISSUE.  A CHECK LOST IN THE MAIL, SPOILED
      *    OR STOPPED IS KEYED AS ONE CARD ON THE CKVTRAN FILE
      *    AGAINST THE CKRAB2 ISSUED CHECK REGISTER:
      *
      *      COL 1     ACCOUNT  V=OPERATING (VENDOR CHECKS),
      *                         R=REFUNDS
      *      COL 2-7   CHECK#   THE CHECK BEING VOIDED
      *      COL 8     ACTION   V=VOID, R=VOID AND REISSUE
      *      COL 9-14  REISSUE# SERIAL OF THE REPLACEMENT CHECK
      *                         (REISSUE ONLY)
      *      COL 15-18 OPERATOR
      *      COL 19-48 REASON
      *
      *    ONLY A CHECK STILL OUTSTANDING CAN BE VOIDED - ONE THE
      *    BANK HAS PAID IS PAST STOPPING.  THE CHECK GOES VOID ON
      *    THE REGISTER WITH THE DATE, AND THE NEXT POSITIVE PAY FILE
      *    (PPYFLB2) TELLS THE BANK TO RETURN IT.
      *
      *    A VENDOR CHECK VOIDED OUTRIGHT GOES VOID ON THE APKAB2
      *    PAYMENT HISTORY; THE VOUCHER LINES IT PAID REOPEN AND THE
      *    RETURN CREDITS NETTED ON IT GO BACK TO HONORED, SO THE
      *    NEXT APCHKB2 RUN PAYS THEM AGAIN, AND GLEXTB2 REVERSES THE
      *    CHECK'S JOURNAL THE SAME NIGHT.  A REFUND CHECK VOIDED
      *    OUTRIGHT MEANS THE CUSTOMER IS NOT BEING PAID AFTER ALL:
      *    THE REFUND GOES TO REJECTED WITH THE REASON, THE CREDIT
      *    GOES BACK ON CM-BALANCE-DUE, AND GLEXTB2 REVERSES THE
      *    REFUND JOURNAL.
      *
      *    A REISSUE REPLACES THE CHECK WITH ONE FOR THE SAME PAYEE
      *    AND AMOUNT UNDER THE NEW SERIAL, DATED TODAY, REGISTERED
      *    AS A REISSUE OF THE OLD ONE.  FOR A VENDOR CHECK THE
      *    PAYMENT HISTORY GETS THE NEW CHECK AND THE VOUCHER LINES
      *    AND CREDITS MOVE TO ITS NUMBER - THE NIGHT'S JOURNAL
      *    REVERSES THE OLD CHECK AND BOOKS THE NEW ONE.  A REFUND
      *    STAYS WHERE IT IS; ONLY THE PAPER CHANGED.  THE NEW SERIAL
      *    MUST NOT ALREADY BE ON THE REGISTER (OR, FOR A VENDOR
      *    CHECK, THE PAYMENT HISTORY).  REFUND REISSUES COME OFF
      *    THE MANUAL STOCK, NUMBERED CLEAR OF THE REFUND NUMBERS
      *    REFCKB2 PRINTS AS SERIALS.
      *
      *    EVERY CARD PRINTS ON A REGISTER, POSTED OR REJECTED WITH
      *    THE REASON.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CKVTRAN ASSIGN TO CKVTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT CKRFILE ASSIGN TO CKRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKR-KEY
               FILE STATUS IS WS-CKRFILE-SW.

           SELECT APKFILE ASSIGN TO APKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APK-KEY
               FILE STATUS IS WS-APKFILE-SW.

           SELECT APVFILE ASSIGN TO APVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-KEY
               FILE STATUS IS WS-APVFILE-SW.

           SELECT VCRFILE ASSIGN TO VCRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-KEY
               FILE STATUS IS WS-VCRFILE-SW.

           SELECT REFFILE ASSIGN TO REFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

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
       FD CKVTRAN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CVT-RECORD.

       01  CVT-RECORD.
           05  CVT-ACCOUNT-CODE              PIC X(01).
               88  CVT-ACCOUNT-OPERATING         VALUE 'V'.
               88  CVT-ACCOUNT-REFUND            VALUE 'R'.
           05  CVT-CHECK-NUMBER-X            PIC X(06).
           05  CVT-CHECK-NUMBER REDEFINES CVT-CHECK-NUMBER-X
                                             PIC 9(06).
           05  CVT-ACTION                    PIC X(01).
               88  CVT-ACTION-VOID               VALUE 'V'.
               88  CVT-ACTION-REISSUE            VALUE 'R'.
           05  CVT-REISSUE-NUMBER-X          PIC X(06).
           05  CVT-REISSUE-NUMBER REDEFINES CVT-REISSUE-NUMBER-X
                                             PIC 9(06).
           05  CVT-OPERATOR                  PIC X(04).
           05  CVT-REASON                    PIC X(30).
           05  FILLER                        PIC X(32).
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
       FD APKFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AP-CHECK-RECORD.
      *
       COPY APCHECK.
      *
       FD APVFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS AP-VOUCHER-RECORD.
      *
       COPY APVCHR.
      *
       FD VCRFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS VENDOR-CREDIT-RECORD.
      *
       COPY VNDCRED.
      *
       FD REFFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REFUND-RECORD.
      *
       COPY REFUND.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
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
       01 WS-TRNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRNFILE-SUCCESS                VALUE '00'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-CKRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CKRFILE-SUCCESS                VALUE '00'.
       01 WS-APKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APKFILE-SUCCESS                VALUE '00'.
       01 WS-APKFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-APKFILE-AVAILABLE              VALUE 'Y'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
       01 WS-VCRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VCRFILE-SUCCESS                VALUE '00'.
       01 WS-REFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-REFFILE-SUCCESS                VALUE '00'.
       01 WS-REFFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-REFFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-BROWSE-DONE-SW                  PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-DONE                    VALUE 'Y'.
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
      *    THE CHECK BEING VOIDED AND ITS PAYMENT HISTORY, HELD WHILE
      *    THE REISSUE NUMBER IS PROVED FREE.
      *
       01 WS-SAVED-CHECK                     PIC X(120).
       01 WS-SAVED-PAYMENT                   PIC X(80).
       01 WS-OLD-CHECK-NUMBER                PIC 9(06).
       01 WS-NEW-CHECK-NUMBER                PIC 9(06).
       01 WS-BROWSE-VENDOR                   PIC X(06).
       01 WS-REJECT-REASON                   PIC X(40).
       01 WS-RESULT                          PIC X(40).
      *
       01 WS-READ-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-POSTED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECTED-COUNT                  PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-LINES-MOVED                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-VOID-TOTAL                      PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'CHECK VOID AND REISSUE REGISTER'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(06) VALUE 'ACCT'.
           05  FILLER          PIC X(08) VALUE 'CHECK#'.
           05  FILLER          PIC X(08) VALUE 'ACTION'.
           05  FILLER          PIC X(09) VALUE 'REISSUE#'.
           05  FILLER          PIC X(06) VALUE 'OPER'.
           05  FILLER          PIC X(08) VALUE 'PAYEE#'.
           05  FILLER          PIC X(15) VALUE '         AMOUNT'.
           05  FILLER          PIC X(72) VALUE '   RESULT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-ACCOUNT-CODE     PIC X(01).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  RPT-CHECK-NUMBER     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ACTION           PIC X(01).
           05  FILLER               PIC X(07) VALUE SPACE.
           05  RPT-REISSUE-NUMBER   PIC X(06).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-OPERATOR         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PAYEE-NUMBER     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AMOUNT           PIC Z(10)9.99-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-RESULT           PIC X(40).
           05  FILLER               PIC X(29) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(28).
           05  RPT-TOT-COUNT        PIC Z(04)9.
           05  FILLER               PIC X(99) VALUE SPACE.
      *
       01  RPT-VOID-TOTAL-LINE.
           05  FILLER               PIC X(28) VALUE
               'CHECKS VOIDED, FACE AMOUNT:'.
           05  RPT-VOID-TOTAL       PIC Z(10)9.99-.
           05  FILLER               PIC X(89) VALUE SPACE.
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
           PERFORM 100-OPEN-FILES.
           MOVE 'CHKVDB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-TRANSACTION.
           PERFORM 400-PROCESS-TRANSACTION
               UNTIL WS-EOF-YES.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TRANSACTIONS READ:' TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS POSTED:' TO RPT-TOT-LABEL.
           MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED:' TO RPT-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'VOUCHER LINES/CREDITS MOVED:' TO RPT-TOT-LABEL.
           MOVE WS-LINES-MOVED TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE WS-VOID-TOTAL TO RPT-VOID-TOTAL.
           WRITE PRINT-LINE FROM RPT-VOID-TOTAL-LINE.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT   TO WS-RUN-COUNT-IN.
           MOVE WS-POSTED-COUNT TO WS-RUN-COUNT-OUT.
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
       100-OPEN-FILES.
      *
           OPEN INPUT CKVTRAN.
           IF NOT WS-TRNFILE-SUCCESS
               DISPLAY "WS-TRNFILE-SW=" WS-TRNFILE-SW
               DISPLAY "CKVTRAN OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O CKRFILE.
           IF NOT WS-CKRFILE-SUCCESS
               DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
               DISPLAY "CKRFILE OPEN ERROR - NO CHECKS ISSUED YET"
               STOP RUN
           END-IF.
      *****************************************************************
      *    FILE STATUS 35 ON THE PAYMENT HISTORY OR THE REFUND FILE
      *    MEANS NO CHECK OF THAT KIND HAS BEEN CUT - A CARD AGAINST
      *    ONE IS REJECTED.
      *****************************************************************
           OPEN I-O APKFILE.
           IF NOT WS-APKFILE-SUCCESS
               IF WS-APKFILE-SW = '35'
                   MOVE 'N' TO WS-APKFILE-AVAILABLE-SW
                   DISPLAY "APKFILE NOT FOUND - NO VENDOR CHECKS"
               ELSE
                   DISPLAY "WS-APKFILE-SW=" WS-APKFILE-SW
                   DISPLAY "APKFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           IF WS-APKFILE-AVAILABLE
               OPEN I-O APVFILE
               IF NOT WS-APVFILE-SUCCESS
                   DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
                   DISPLAY "APVFILE OPEN ERROR"
                   STOP RUN
               END-IF
               OPEN I-O VCRFILE
               IF NOT WS-VCRFILE-SUCCESS
                   DISPLAY "WS-VCRFILE-SW=" WS-VCRFILE-SW
                   DISPLAY "VCRFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O REFFILE.
           IF NOT WS-REFFILE-SUCCESS
               IF WS-REFFILE-SW = '35'
                   MOVE 'N' TO WS-REFFILE-AVAILABLE-SW
                   DISPLAY "REFFILE NOT FOUND - NO REFUND CHECKS"
               ELSE
                   DISPLAY "WS-REFFILE-SW=" WS-REFFILE-SW
                   DISPLAY "REFFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-TRANSACTION.
      *
           READ CKVTRAN
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
      *
      *****************************************************************
      *    ONE CARD, ONE CHECK.  THE CARD IS EDITED, THE CHECK FOUND
      *    OUTSTANDING ON THE REGISTER, THE REISSUE NUMBER PROVED FREE
      *    AND THE DOCUMENT BEHIND THE CHECK FOUND BEFORE ANYTHING IS
      *    CHANGED, SO A REJECTED CARD LEAVES NO TRACE.
      *****************************************************************
       400-PROCESS-TRANSACTION.
      *
           MOVE SPACE TO WS-REJECT-REASON
                         WS-RESULT
                         CHECK-REGISTER-RECORD.
           MOVE ZERO  TO CKR-AMOUNT.
      *
           EVALUATE TRUE
               WHEN NOT CVT-ACCOUNT-OPERATING
                     AND NOT CVT-ACCOUNT-REFUND
                   MOVE 'ACCOUNT MUST BE V OR R' TO WS-REJECT-REASON
               WHEN CVT-CHECK-NUMBER-X NOT NUMERIC
                   MOVE 'CHECK NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               WHEN NOT CVT-ACTION-VOID AND NOT CVT-ACTION-REISSUE
                   MOVE 'ACTION MUST BE V OR R' TO WS-REJECT-REASON
               WHEN CVT-OPERATOR = SPACE
                   MOVE 'OPERATOR IS REQUIRED' TO WS-REJECT-REASON
               WHEN CVT-ACTION-REISSUE
                     AND (CVT-REISSUE-NUMBER-X NOT NUMERIC
                          OR CVT-REISSUE-NUMBER = ZERO)
                   MOVE 'REISSUE NUMBER NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN CVT-ACTION-REISSUE
                     AND CVT-REISSUE-NUMBER = CVT-CHECK-NUMBER
                   MOVE 'REISSUE NUMBER SAME AS THE CHECK'
                       TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON = SPACE
               PERFORM 410-FIND-CHECK
           END-IF.
           IF WS-REJECT-REASON = SPACE AND CVT-ACTION-REISSUE
               PERFORM 420-PROVE-REISSUE-NUMBER
           END-IF.
           IF WS-REJECT-REASON = SPACE
               IF CKR-ACCOUNT-OPERATING
                   PERFORM 430-FIND-PAYMENT-HISTORY
               ELSE
                   PERFORM 440-FIND-REFUND
               END-IF
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               IF CKR-ACCOUNT-OPERATING
                   PERFORM 500-VOID-VENDOR-CHECK
               ELSE
                   PERFORM 600-VOID-REFUND-CHECK
               END-IF
               PERFORM 700-VOID-REGISTER-ENTRY
               IF CVT-ACTION-REISSUE
                   PERFORM 710-REGISTER-REISSUE
               END-IF
           END-IF.
      *
           MOVE CVT-ACCOUNT-CODE     TO RPT-ACCOUNT-CODE.
           MOVE CVT-CHECK-NUMBER-X   TO RPT-CHECK-NUMBER.
           MOVE CVT-ACTION           TO RPT-ACTION.
           MOVE CVT-REISSUE-NUMBER-X TO RPT-REISSUE-NUMBER.
           MOVE CVT-OPERATOR         TO RPT-OPERATOR.
           MOVE CKR-PAYEE-NUMBER     TO RPT-PAYEE-NUMBER.
           MOVE CKR-AMOUNT           TO RPT-AMOUNT.
           IF WS-REJECT-REASON = SPACE
               ADD 1 TO WS-POSTED-COUNT
               ADD CKR-AMOUNT TO WS-VOID-TOTAL
               MOVE WS-RESULT TO RPT-RESULT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO RPT-RESULT
           END-IF.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 300-READ-TRANSACTION.
      *
       410-FIND-CHECK.
      *
           MOVE CVT-ACCOUNT-CODE TO CKR-ACCOUNT-CODE.
           MOVE CVT-CHECK-NUMBER TO CKR-CHECK-NUMBER.
           READ CKRFILE.
           EVALUATE TRUE
               WHEN NOT WS-CKRFILE-SUCCESS
                   MOVE SPACE TO CHECK-REGISTER-RECORD
                   MOVE ZERO  TO CKR-AMOUNT
                   MOVE 'CHECK NOT ON THE REGISTER'
                       TO WS-REJECT-REASON
               WHEN CKR-STATUS-VOID
                   MOVE 'CHECK ALREADY VOID' TO WS-REJECT-REASON
               WHEN CKR-STATUS-PAID
                   MOVE 'CHECK ALREADY PAID BY THE BANK'
                       TO WS-REJECT-REASON
           END-EVALUATE.
           MOVE CVT-CHECK-NUMBER TO WS-OLD-CHECK-NUMBER.
      *
      *****************************************************************
      *    THE REPLACEMENT SERIAL MUST BE UNUSED ON THIS ACCOUNT'S
      *    REGISTER, AND A VENDOR CHECK'S ON THE PAYMENT HISTORY TOO.
      *    THE CHECK BEING VOIDED IS PUT BACK IN THE RECORD AREA.
      *****************************************************************
       420-PROVE-REISSUE-NUMBER.
      *
           MOVE CHECK-REGISTER-RECORD TO WS-SAVED-CHECK.
           MOVE CVT-REISSUE-NUMBER    TO WS-NEW-CHECK-NUMBER.
           MOVE CVT-REISSUE-NUMBER    TO CKR-CHECK-NUMBER.
           READ CKRFILE.
           IF WS-CKRFILE-SUCCESS
               MOVE 'REISSUE NUMBER ALREADY ON THE REGISTER'
                   TO WS-REJECT-REASON
           END-IF.
           IF        WS-REJECT-REASON = SPACE
                 AND CVT-ACCOUNT-OPERATING
                 AND WS-APKFILE-AVAILABLE
               MOVE CVT-REISSUE-NUMBER TO APK-CHECK-NUMBER
               READ APKFILE
               IF WS-APKFILE-SUCCESS
                   MOVE 'REISSUE NUMBER ALREADY ON PAYMENT HISTORY'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           MOVE WS-SAVED-CHECK TO CHECK-REGISTER-RECORD.
      *
       430-FIND-PAYMENT-HISTORY.
      *
           IF NOT WS-APKFILE-AVAILABLE
               MOVE 'NO PAYMENT HISTORY FOR THE CHECK'
                   TO WS-REJECT-REASON
           ELSE
               MOVE CKR-SOURCE-REFERENCE TO APK-CHECK-NUMBER
               READ APKFILE
               IF NOT WS-APKFILE-SUCCESS OR APK-STATUS-VOID
                   MOVE 'NO PAYMENT HISTORY FOR THE CHECK'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
      *    A REFUND CHECK VOIDED OUTRIGHT MUST STILL BE OUT - ONE
      *    TURNED OVER TO THE STATE IS THE STATE'S NOW.
      *
       440-FIND-REFUND.
      *
           IF NOT WS-REFFILE-AVAILABLE
               MOVE 'REFUND NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               MOVE CKR-SOURCE-REFERENCE TO REF-REFUND-NUMBER
               READ REFFILE
               EVALUATE TRUE
                   WHEN NOT WS-REFFILE-SUCCESS
                       MOVE 'REFUND NOT ON FILE' TO WS-REJECT-REASON
                   WHEN NOT REF-STATUS-EXTRACTED
                       MOVE 'REFUND NO LONGER AWAITING ITS CHECK'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
      *
      *****************************************************************
      *    THE PAYMENT HISTORY RECORD GOES VOID.  ON A REISSUE A COPY
      *    UNDER THE NEW NUMBER, DATED TODAY, TAKES ITS PLACE AND THE
      *    VOUCHER LINES AND CREDITS FOLLOW IT; ON A VOID THEY ARE
      *    RELEASED TO BE PAID AGAIN.
      *****************************************************************
       500-VOID-VENDOR-CHECK.
      *
           MOVE AP-CHECK-RECORD TO WS-SAVED-PAYMENT.
           SET APK-STATUS-VOID TO TRUE.
           MOVE WS-RUN-DATE-MDY TO APK-VOID-DATE.
           REWRITE AP-CHECK-RECORD.
           IF NOT WS-APKFILE-SUCCESS
               DISPLAY "WS-APKFILE-SW=" WS-APKFILE-SW
               DISPLAY "APKFILE REWRITE ERROR " APK-CHECK-NUMBER
               STOP RUN
           END-IF.
      *
           IF CVT-ACTION-REISSUE
               MOVE WS-SAVED-PAYMENT    TO AP-CHECK-RECORD
               MOVE WS-NEW-CHECK-NUMBER TO APK-CHECK-NUMBER
               MOVE WS-RUN-DATE-MDY     TO APK-CHECK-DATE
               SET APK-STATUS-ISSUED TO TRUE
               MOVE SPACE               TO APK-VOID-DATE
               WRITE AP-CHECK-RECORD
               IF NOT WS-APKFILE-SUCCESS
                   DISPLAY "WS-APKFILE-SW=" WS-APKFILE-SW
                   DISPLAY "APKFILE WRITE ERROR " APK-CHECK-NUMBER
                   STOP RUN
               END-IF
           END-IF.
      *
           MOVE APK-VENDOR-NUMBER TO WS-BROWSE-VENDOR.
           PERFORM 510-BROWSE-VOUCHERS.
           PERFORM 530-BROWSE-CREDITS.
      *
           IF CVT-ACTION-REISSUE
               MOVE 'VOIDED - REISSUED, VOUCHERS MOVED' TO WS-RESULT
           ELSE
               MOVE 'VOIDED - VOUCHERS REOPENED' TO WS-RESULT
           END-IF.
      *
       510-BROWSE-VOUCHERS.
      *
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE WS-BROWSE-VENDOR TO APV-VENDOR-NUMBER.
           MOVE LOW-VALUE        TO APV-VENDOR-INVOICE.
           MOVE ZERO             TO APV-LINE-NUMBER.
           START APVFILE KEY >= APV-KEY.
           IF NOT WS-APVFILE-SUCCESS
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.
           PERFORM 520-NEXT-VOUCHER
               UNTIL WS-BROWSE-DONE.
      *
       520-NEXT-VOUCHER.
      *
           READ APVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-READ.
           IF        NOT WS-BROWSE-DONE
                 AND APV-VENDOR-NUMBER NOT = WS-BROWSE-VENDOR
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.
           IF        NOT WS-BROWSE-DONE
                 AND APV-STATUS-PAID
                 AND APV-CHECK-NUMBER = WS-OLD-CHECK-NUMBER
               IF CVT-ACTION-REISSUE
                   MOVE WS-NEW-CHECK-NUMBER TO APV-CHECK-NUMBER
                   MOVE WS-RUN-DATE-MDY     TO APV-PAID-DATE
               ELSE
                   SET APV-STATUS-OPEN TO TRUE
                   MOVE ZERO  TO APV-CHECK-NUMBER
                   MOVE SPACE TO APV-PAID-DATE
               END-IF
               REWRITE AP-VOUCHER-RECORD
               IF NOT WS-APVFILE-SUCCESS
                   DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
                   DISPLAY "APVFILE REWRITE ERROR " APV-KEY
                   STOP RUN
               END-IF
               ADD 1 TO WS-LINES-MOVED
           END-IF.
      *
       530-BROWSE-CREDITS.
      *
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE WS-BROWSE-VENDOR TO VCR-VENDOR-NUMBER.
           MOVE ZERO             TO VCR-PO-NUMBER
                                    VCR-PO-LINE.
           MOVE LOW-VALUE        TO VCR-RETURN-DATE.
           START VCRFILE KEY >= VCR-KEY.
           IF NOT WS-VCRFILE-SUCCESS
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.
           PERFORM 540-NEXT-CREDIT
               UNTIL WS-BROWSE-DONE.
      *
       540-NEXT-CREDIT.
      *
           READ VCRFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-READ.
           IF        NOT WS-BROWSE-DONE
                 AND VCR-VENDOR-NUMBER NOT = WS-BROWSE-VENDOR
               MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-IF.
           IF        NOT WS-BROWSE-DONE
                 AND VCR-STATUS-APPLIED
                 AND VCR-APPLIED-CHECK = WS-OLD-CHECK-NUMBER
               IF CVT-ACTION-REISSUE
                   MOVE WS-NEW-CHECK-NUMBER TO VCR-APPLIED-CHECK
                   MOVE WS-RUN-DATE-MDY     TO VCR-APPLIED-DATE
               ELSE
                   SET VCR-STATUS-HONORED TO TRUE
                   MOVE ZERO  TO VCR-APPLIED-CHECK
                   MOVE SPACE TO VCR-APPLIED-DATE
               END-IF
               REWRITE VENDOR-CREDIT-RECORD
               IF NOT WS-VCRFILE-SUCCESS
                   DISPLAY "WS-VCRFILE-SW=" WS-VCRFILE-SW
                   DISPLAY "VCRFILE REWRITE ERROR " VCR-KEY
                   STOP RUN
               END-IF
               ADD 1 TO WS-LINES-MOVED
           END-IF.
      *
      *****************************************************************
      *    A REFUND REISSUE CHANGES ONLY THE PAPER.  A REFUND VOIDED
      *    OUTRIGHT IS UNDONE: REJECTED WITH THE REASON, AND THE
      *    CREDIT THE APPROVAL CLEARED GOES BACK ON THE CUSTOMER.
      *****************************************************************
       600-VOID-REFUND-CHECK.
      *
           IF CVT-ACTION-REISSUE
               MOVE 'VOIDED - REISSUED' TO WS-RESULT
           ELSE
               SET REF-STATUS-REJECTED TO TRUE
               MOVE CVT-OPERATOR    TO REF-DECISION-OPERATOR
               MOVE WS-RUN-DATE-MDY TO REF-DECISION-DATE
               IF CVT-REASON = SPACE
                   MOVE 'REFUND CHECK VOIDED' TO REF-DECISION-REASON
               ELSE
                   MOVE CVT-REASON TO REF-DECISION-REASON
               END-IF
               REWRITE REFUND-RECORD
               IF NOT WS-REFFILE-SUCCESS
                   DISPLAY "WS-REFFILE-SW=" WS-REFFILE-SW
                   DISPLAY "REFFILE REWRITE ERROR " REF-REFUND-NUMBER
                   STOP RUN
               END-IF
               MOVE REF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CMFFILE
               IF WS-CMFFILE-SUCCESS
                   SUBTRACT REF-AMOUNT FROM CM-BALANCE-DUE
                   REWRITE CUSTOMER-MASTER-RECORD
                   IF NOT WS-CMFFILE-SUCCESS
                       DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
                       DISPLAY "CMFFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   MOVE 'VOIDED - CREDIT RESTORED TO CUSTOMER'
                       TO WS-RESULT
               ELSE
                   MOVE 'VOIDED - CUSTOMER NO LONGER ON FILE'
                       TO WS-RESULT
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE REGISTER ENTRY GOES VOID, POINTING AT ITS REPLACEMENT
      *    IF ANY, AND WAITS FOR POSITIVE PAY TO SEND THE VOID.
      *****************************************************************
       700-VOID-REGISTER-ENTRY.
      *
           MOVE CVT-ACCOUNT-CODE TO CKR-ACCOUNT-CODE.
           MOVE CVT-CHECK-NUMBER TO CKR-CHECK-NUMBER.
           READ CKRFILE.
           IF NOT WS-CKRFILE-SUCCESS
               DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
               DISPLAY "CKRFILE RE-READ ERROR " CKR-KEY
               STOP RUN
           END-IF.
           SET CKR-STATUS-VOID TO TRUE.
           MOVE WS-RUN-DATE-MDY TO CKR-VOID-DATE.
           IF CVT-ACTION-REISSUE
               SET CKR-VOID-REISSUED TO TRUE
               MOVE WS-NEW-CHECK-NUMBER TO CKR-REISSUE-NUMBER
           ELSE
               SET CKR-VOID-CANCELLED TO TRUE
           END-IF.
           MOVE 'N' TO CKR-PPAY-VOID-SENT.
           REWRITE CHECK-REGISTER-RECORD.
           IF NOT WS-CKRFILE-SUCCESS
               DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
               DISPLAY "CKRFILE REWRITE ERROR " CKR-KEY
               STOP RUN
           END-IF.
      *
       710-REGISTER-REISSUE.
      *
           MOVE WS-NEW-CHECK-NUMBER TO CKR-CHECK-NUMBER.
           MOVE WS-RUN-DATE-MDY     TO CKR-ISSUE-DATE.
           SET CKR-STATUS-ISSUED TO TRUE.
           MOVE SPACE               TO CKR-PAID-DATE
                                       CKR-VOID-DATE
                                       CKR-VOID-REASON.
           MOVE ZERO                TO CKR-PAID-AMOUNT
                                       CKR-REISSUE-NUMBER.
           MOVE WS-OLD-CHECK-NUMBER TO CKR-REISSUE-OF.
           MOVE 'N'                 TO CKR-PPAY-ISSUE-SENT
                                       CKR-PPAY-VOID-SENT.
           IF CKR-ACCOUNT-OPERATING
               MOVE WS-NEW-CHECK-NUMBER TO CKR-SOURCE-REFERENCE
           END-IF.
           WRITE CHECK-REGISTER-RECORD.
           IF NOT WS-CKRFILE-SUCCESS
               DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
               DISPLAY "CKRFILE WRITE ERROR " CKR-KEY
               STOP RUN
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE CKVTRAN.
           CLOSE CKRFILE.
           IF WS-APKFILE-AVAILABLE
               CLOSE APKFILE
               CLOSE APVFILE
               CLOSE VCRFILE
           END-IF.
           IF WS-REFFILE-AVAILABLE
               CLOSE REFFILE
           END-IF.
           CLOSE CMFFILE.
           CLOSE PRINT-FILE.
           DISPLAY "TRANSACTIONS POSTED:   " WS-POSTED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
