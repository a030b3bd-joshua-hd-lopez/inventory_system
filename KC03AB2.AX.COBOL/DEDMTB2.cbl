       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMTB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CUSTOMER DEDUCTION MAINTENANCE.  A SHORT PAYMENT TAKEN AS
      *    A DEDUCTION (CSHEAB2, LBXIMB2) SITS ON DEDAB2 UNDER AN
      *    ANALYST UNTIL IT IS RESOLVED.  THE ANALYSTS KEY ONE CARD
      *    PER DECISION ON THE DEDTRAN FILE AND THIS RUN POSTS THEM:
      *
      *      A  ASSIGN      - HAND THE DEDUCTION TO THE ANALYST ON
      *                       THE CARD.
      *      C  CREDIT MEMO - THE CUSTOMER WAS RIGHT.  A TYPE-D CRMAB2
      *                       MEMO IS ISSUED FOR THE DEDUCTION (NEVER
      *                       MORE THAN THE INVOICE STILL OWES) UNDER
      *                       A NUMBER FROM THE CTLAB2 INVOICE
      *                       SEQUENCE, APPLIED AGAINST THE INVOICE ON
      *                       APPAB2 THE WAY RMAAB2 APPLIES A RETURN
      *                       CREDIT, AND THE CUSTOMER BALANCE AND THE
      *                       OPEN ITEM COME DOWN.  GLEXTB2 JOURNALS
      *                       THE MEMO WITH THE DAY'S OTHER CREDITS.
      *      W  WRITE-OFF   - NOT WORTH CHASING.  THE DEDUCTION IS
      *                       APPROVED FOR WRITE-OFF AND THE NEXT
      *                       WRTOFB2 RUN TAKES IT THROUGH THE WOFAB2
      *                       AUDIT TRAIL AND THE BAD-DEBT JOURNAL.
      *      B  REBILL      - THE DEDUCTION IS INVALID AND IS CHARGED
      *                       BACK.  THE BALANCE STAYS ON THE INVOICE
      *                       AND GOES BACK IN FRONT OF COLLECTIONS -
      *                       DUNNING AND FINANCE CHARGES PICK IT UP
      *                       AGAIN.  THE CARD'S REFERENCE (THE
      *                       CHARGEBACK NUMBER) IS KEPT.
      *
      *    EVERY CARD PRINTS ON A REGISTER, POSTED OR REJECTED WITH
      *    THE REASON.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DEDTRAN ASSIGN TO DEDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT DEDFILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT APPFILE ASSIGN TO APPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPFILE-SW.

           SELECT CRMFILE ASSIGN TO CRMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRM-KEY
               FILE STATUS IS WS-CRMFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT OPNFILE ASSIGN TO OPNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNFILE-SW.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-RECORD-KEY
               FILE STATUS IS WS-CTLFILE-SW.

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
       FD DEDTRAN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DTR-RECORD.

       01  DTR-RECORD.
           05  DTR-INVOICE-NUMBER            PIC 9(06).
           05  DTR-ACTION                    PIC X(01).
               88  DTR-ACTION-ASSIGN             VALUE 'A'.
               88  DTR-ACTION-CREDIT-MEMO        VALUE 'C'.
               88  DTR-ACTION-WRITE-OFF          VALUE 'W'.
               88  DTR-ACTION-REBILL             VALUE 'B'.
           05  DTR-ANALYST                   PIC X(08).
           05  DTR-REFERENCE                 PIC X(10).
           05  FILLER                        PIC X(55).
      *
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
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD APPFILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS CASH-APPLICATION-RECORD.
      *
       COPY CASHAPP.
      *
       FD CRMFILE
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS CREDIT-MEMO-RECORD.
      *
       COPY CREDITMM.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD OPNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OPEN-ITEM-RECORD.
      *
       COPY OPENITEM.
      *
       FD CTLFILE
           RECORD CONTAINS 07 CHARACTERS
           DATA RECORD IS INVCTL-RECORD.
      *
       COPY INVCTL.
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
       01 WS-DEDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DEDFILE-SUCCESS                VALUE '00'.
           88  WS-DEDFILE-NOTFOUND                VALUE '23'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-APPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APPFILE-SUCCESS                VALUE '00'.
           88  WS-APPFILE-EOF                     VALUE '10'.
           88  WS-APPFILE-NOTFOUND                VALUE '23'.
       01 WS-CRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CRMFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-OPNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPNFILE-SUCCESS                VALUE '00'.
       01 WS-OPNFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-OPNFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                 VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-APP-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-APP-DONE                       VALUE 'Y'.
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
       01 WS-NEXT-MEMO-NUMBER                PIC 9(06).
       01 WS-MEMO-DRAWN-SW                   PIC X(01)  VALUE 'N'.
           88  WS-MEMO-DRAWN                     VALUE 'Y'.
       01 WS-OPEN-BALANCE                    PIC S9(09)V99 COMP-3.
       01 WS-APPLIED-TO-DATE                 PIC S9(09)V99 COMP-3.
       01 WS-CREDIT-AMOUNT                   PIC S9(07)V99.
       01 WS-NEXT-APP-SEQ                    PIC 9(02).
       01 WS-APP-BROWSE-KEY.
           05  WS-APP-INVOICE-NUMBER         PIC 9(06).
           05  WS-APP-APPLICATION-SEQ        PIC 9(02).
       01 WS-REJECT-REASON                   PIC X(40).
       01 WS-RESULT                          PIC X(40).
      *
      *    WOFAB2 CARRIES FIVE WHOLE DIGITS - ANYTHING BIGGER IS
      *    SETTLED BY CREDIT MEMO INSTEAD.
      *
       01 WS-WRITEOFF-LIMIT                  PIC S9(07)V99
                                              VALUE 99999.99.
      *
       01 WS-READ-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-POSTED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECTED-COUNT                  PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CREDIT-TOTAL                    PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'CUSTOMER DEDUCTION MAINTENANCE'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(09) VALUE 'INVOICE'.
           05  FILLER          PIC X(08) VALUE 'ACTION'.
           05  FILLER          PIC X(10) VALUE 'ANALYST'.
           05  FILLER          PIC X(08) VALUE 'CUST#'.
           05  FILLER          PIC X(16) VALUE '     DEDUCTION'.
           05  FILLER          PIC X(81) VALUE 'RESULT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-INVOICE-NUMBER   PIC 9(06).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-ACTION           PIC X(01).
           05  FILLER               PIC X(07) VALUE SPACE.
           05  RPT-ANALYST          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CUSTOMER-NUMBER  PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AMOUNT           PIC Z(08)9.99-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-RESULT           PIC X(40).
           05  FILLER               PIC X(41) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(28).
           05  RPT-TOT-COUNT        PIC Z(04)9.
           05  FILLER               PIC X(99) VALUE SPACE.
      *
       01  RPT-CREDIT-TOTAL-LINE.
           05  FILLER               PIC X(28) VALUE
               'CREDIT MEMOS ISSUED:'.
           05  RPT-CREDIT-TOTAL     PIC Z(10)9.99-.
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
           MOVE 'DEDMTB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 160-READ-MEMO-CONTROL.
           PERFORM 300-READ-TRANSACTION.
           PERFORM 400-PROCESS-TRANSACTION
               UNTIL WS-EOF-YES.
           IF WS-MEMO-DRAWN
               PERFORM 700-REWRITE-MEMO-CONTROL
           END-IF.
      *
           MOVE 'TRANSACTIONS READ:' TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS POSTED:' TO RPT-TOT-LABEL.
           MOVE WS-POSTED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED:' TO RPT-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE WS-CREDIT-TOTAL TO RPT-CREDIT-TOTAL.
           WRITE PRINT-LINE FROM RPT-CREDIT-TOTAL-LINE.
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
           OPEN INPUT DEDTRAN.
           IF NOT WS-TRNFILE-SUCCESS
               DISPLAY "WS-TRNFILE-SW=" WS-TRNFILE-SW
               DISPLAY "DEDTRAN OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O DEDFILE.
           IF NOT WS-DEDFILE-SUCCESS
               DISPLAY "WS-DEDFILE-SW=" WS-DEDFILE-SW
               DISPLAY "DEDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O APPFILE.
           IF NOT WS-APPFILE-SUCCESS
               DISPLAY "WS-APPFILE-SW=" WS-APPFILE-SW
               DISPLAY "APPFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O CRMFILE.
           IF NOT WS-CRMFILE-SUCCESS
               IF WS-CRMFILE-SW = '35'
                   OPEN OUTPUT CRMFILE
                   CLOSE CRMFILE
                   OPEN I-O CRMFILE
               END-IF
               IF NOT WS-CRMFILE-SUCCESS
                   DISPLAY "WS-CRMFILE-SW=" WS-CRMFILE-SW
                   DISPLAY "CRMFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *****************************************************************
      *    FILE STATUS 35 MEANS THE OPEN-ITEM FILE HAS NOT BEEN
      *    SEEDED (OPNBLB2) YET - THE RUN CARRIES ON WITHOUT IT.
      *****************************************************************
           OPEN I-O OPNFILE.
           IF NOT WS-OPNFILE-SUCCESS
               IF WS-OPNFILE-SW = '35'
                   MOVE 'N' TO WS-OPNFILE-AVAILABLE-SW
                   DISPLAY "OPNFILE NOT FOUND - OPEN ITEMS SKIPPED"
               ELSE
                   DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
                   DISPLAY "OPNFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CTLFILE.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       160-READ-MEMO-CONTROL.
      *
           SET INVCTL-INVOICE-NUMBER-SEQ TO TRUE.
           READ CTLFILE.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE READ ERROR"
               STOP RUN
           END-IF.
           MOVE INVCTL-NEXT-NUMBER TO WS-NEXT-MEMO-NUMBER.
      *
       700-REWRITE-MEMO-CONTROL.
      *
           SET INVCTL-INVOICE-NUMBER-SEQ TO TRUE.
           READ CTLFILE.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE RE-READ ERROR"
               STOP RUN
           END-IF.
           MOVE WS-NEXT-MEMO-NUMBER TO INVCTL-NEXT-NUMBER.
           REWRITE INVCTL-RECORD.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-TRANSACTION.
      *
           READ DEDTRAN
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
      *
      *****************************************************************
      *    ONE CARD, ONE DECISION.  THE DEDUCTION MUST EXIST AND BE
      *    OPEN; ONE ALREADY APPROVED FOR WRITE-OFF CAN STILL BE
      *    REASSIGNED BUT WAITS FOR WRTOFB2 OTHERWISE.
      *****************************************************************
       400-PROCESS-TRANSACTION.
      *
           MOVE SPACE TO WS-REJECT-REASON
                         WS-RESULT.
           MOVE ZERO  TO WS-CREDIT-AMOUNT.
      *
           MOVE DTR-INVOICE-NUMBER TO DED-INVOICE-NUMBER.
           IF DTR-INVOICE-NUMBER NOT NUMERIC
               MOVE 'INVOICE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               READ DEDFILE
               EVALUATE TRUE
                   WHEN NOT WS-DEDFILE-SUCCESS
                       MOVE 'NO DEDUCTION ON FILE FOR THE INVOICE'
                           TO WS-REJECT-REASON
                   WHEN DED-STATUS-RESOLVED
                       MOVE 'DEDUCTION ALREADY RESOLVED'
                           TO WS-REJECT-REASON
                   WHEN DED-STATUS-WRITEOFF-PENDING
                         AND NOT DTR-ACTION-ASSIGN
                       MOVE 'ALREADY APPROVED FOR WRITE-OFF'
                           TO WS-REJECT-REASON
                   WHEN DTR-ANALYST = SPACE
                       MOVE 'ANALYST IS REQUIRED' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               EVALUATE TRUE
                   WHEN DTR-ACTION-ASSIGN
                       PERFORM 500-ASSIGN-ANALYST
                   WHEN DTR-ACTION-CREDIT-MEMO
                       PERFORM 600-ISSUE-CREDIT-MEMO
                   WHEN DTR-ACTION-WRITE-OFF
                       PERFORM 650-APPROVE-WRITE-OFF
                   WHEN DTR-ACTION-REBILL
                       PERFORM 680-CHARGE-BACK
                   WHEN OTHER
                       MOVE 'ACTION MUST BE A, C, W OR B'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
      *
           MOVE DTR-INVOICE-NUMBER TO RPT-INVOICE-NUMBER.
           MOVE DTR-ACTION         TO RPT-ACTION.
           MOVE DTR-ANALYST        TO RPT-ANALYST.
           IF WS-DEDFILE-SUCCESS
               MOVE DED-CUSTOMER-NUMBER TO RPT-CUSTOMER-NUMBER
               MOVE DED-AMOUNT          TO RPT-AMOUNT
           ELSE
               MOVE SPACE TO RPT-CUSTOMER-NUMBER
               MOVE ZERO  TO RPT-AMOUNT
           END-IF.
           IF WS-REJECT-REASON = SPACE
               ADD 1 TO WS-POSTED-COUNT
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
       500-ASSIGN-ANALYST.
      *
           MOVE DTR-ANALYST TO DED-ANALYST.
           PERFORM 800-REWRITE-DEDUCTION.
           MOVE 'ASSIGNED' TO WS-RESULT.
      *
      *****************************************************************
      *    THE CUSTOMER WAS RIGHT.  THE MEMO NEVER CREDITS MORE THAN
      *    THE INVOICE STILL OWES - CASH MAY HAVE COME IN AGAINST THE
      *    DEDUCTION SINCE IT WAS TAKEN.
      *****************************************************************
       600-ISSUE-CREDIT-MEMO.
      *
           MOVE DED-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
           READ INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               MOVE 'INVOICE NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               PERFORM 620-SUM-CASH-APPLICATIONS
               COMPUTE WS-OPEN-BALANCE =
                   INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                       + INV-FREIGHT-AMOUNT - WS-APPLIED-TO-DATE
               IF WS-OPEN-BALANCE < DED-AMOUNT
                   MOVE WS-OPEN-BALANCE TO WS-CREDIT-AMOUNT
               ELSE
                   MOVE DED-AMOUNT TO WS-CREDIT-AMOUNT
               END-IF
               IF WS-CREDIT-AMOUNT NOT > ZERO
                   MOVE 'INVOICE HAS NO BALANCE LEFT TO CREDIT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               PERFORM 610-WRITE-CREDIT-MEMO
               PERFORM 640-APPLY-CREDIT-TO-INVOICE
               PERFORM 645-RELIEVE-CUSTOMER
               SET DED-STATUS-RESOLVED TO TRUE
               SET DED-OUTCOME-CREDIT-MEMO TO TRUE
               MOVE WS-RUN-DATE-MDY TO DED-RESOLVED-DATE
               MOVE DTR-ANALYST     TO DED-RESOLVED-BY
               MOVE APP-CHECK-NUMBER TO DED-REFERENCE
               PERFORM 800-REWRITE-DEDUCTION
               ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
               STRING 'CREDITED ON MEMO ' DELIMITED BY SIZE
                      CRM-INVOICE-NUMBER  DELIMITED BY SIZE
                   INTO WS-RESULT
           END-IF.
      *
       610-WRITE-CREDIT-MEMO.
      *
           MOVE WS-NEXT-MEMO-NUMBER TO CRM-INVOICE-NUMBER.
           ADD 1 TO WS-NEXT-MEMO-NUMBER.
           MOVE 'Y' TO WS-MEMO-DRAWN-SW.
      *
           MOVE DED-CUSTOMER-NUMBER TO CRM-CUSTOMER-NUMBER.
           MOVE INV-PO-NUMBER       TO CRM-PO-NUMBER.
           MOVE WS-RUN-DATE-MDY     TO CRM-CREDIT-DATE.
           MOVE WS-CREDIT-AMOUNT    TO CRM-CREDIT-AMOUNT.
           MOVE ZERO                TO CRM-TAX-AMOUNT.
           EVALUATE TRUE
               WHEN DED-REASON-PRICING
                   MOVE 'DEDUCTION - PRICING DISPUTE' TO CRM-REASON
               WHEN DED-REASON-DAMAGE
                   MOVE 'DEDUCTION - DAMAGED SHIPMENT' TO CRM-REASON
               WHEN DED-REASON-REBATE
                   MOVE 'DEDUCTION - MISSING REBATE' TO CRM-REASON
               WHEN OTHER
                   MOVE 'DEDUCTION - OTHER' TO CRM-REASON
           END-EVALUATE.
           MOVE 'DEDN'              TO CRM-OPERATOR.
           MOVE DED-INVOICE-NUMBER  TO CRM-ORIGINAL-INVOICE.
           SET CRM-TYPE-DEDUCTION TO TRUE.
      *
           WRITE CREDIT-MEMO-RECORD.
           IF NOT WS-CRMFILE-SUCCESS
               DISPLAY "WS-CRMFILE-SW=" WS-CRMFILE-SW
               DISPLAY "CRMFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       620-SUM-CASH-APPLICATIONS.
      *
           MOVE ZERO TO WS-APPLIED-TO-DATE.
           MOVE 1    TO WS-NEXT-APP-SEQ.
           MOVE 'N'  TO WS-APP-DONE-SW.
           MOVE INV-INVOICE-NUMBER TO WS-APP-INVOICE-NUMBER
                                      APP-INVOICE-NUMBER.
           MOVE ZERO TO WS-APP-APPLICATION-SEQ
                        APP-APPLICATION-SEQ.
      *
           START APPFILE KEY >= APP-KEY.
           IF WS-APPFILE-NOTFOUND OR WS-APPFILE-EOF
               MOVE 'Y' TO WS-APP-DONE-SW
           END-IF.
      *
           PERFORM 630-READ-NEXT-APPLICATION
               UNTIL WS-APP-DONE.
      *
       630-READ-NEXT-APPLICATION.
      *
           READ APPFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-APP-DONE-SW
           NOT AT END
               IF APP-INVOICE-NUMBER = INV-INVOICE-NUMBER
                   ADD APP-APPLIED-AMOUNT TO WS-APPLIED-TO-DATE
                   COMPUTE WS-NEXT-APP-SEQ =
                       APP-APPLICATION-SEQ + 1
               ELSE
                   MOVE 'Y' TO WS-APP-DONE-SW
               END-IF
           END-READ.
      *
      *****************************************************************
      *    THE CREDIT IS APPLIED AGAINST THE INVOICE LIKE A PAYMENT
      *    UNDER CHECK NUMBER CM PLUS THE MEMO NUMBER, THE WAY RMAAB2
      *    APPLIES A RETURN CREDIT, SO THE AGING AND STATEMENTS
      *    RELIEVE WITHOUT KNOWING ANYTHING ABOUT DEDUCTIONS.
      *****************************************************************
       640-APPLY-CREDIT-TO-INVOICE.
      *
           MOVE DED-INVOICE-NUMBER  TO APP-INVOICE-NUMBER.
           MOVE WS-NEXT-APP-SEQ     TO APP-APPLICATION-SEQ.
           MOVE DED-CUSTOMER-NUMBER TO APP-CUSTOMER-NUMBER.
           MOVE SPACE               TO APP-CHECK-NUMBER.
           STRING 'CM'  DELIMITED BY SIZE
                  CRM-INVOICE-NUMBER DELIMITED BY SIZE
               INTO APP-CHECK-NUMBER.
           MOVE WS-RUN-DATE-MDY     TO APP-APPLIED-DATE.
           MOVE WS-CREDIT-AMOUNT    TO APP-APPLIED-AMOUNT.
           WRITE CASH-APPLICATION-RECORD.
           IF NOT WS-APPFILE-SUCCESS
               DISPLAY "WS-APPFILE-SW=" WS-APPFILE-SW
               DISPLAY "APPFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
           IF WS-OPNFILE-AVAILABLE
               MOVE DED-CUSTOMER-NUMBER TO OPN-CUSTOMER-NUMBER
               MOVE DED-INVOICE-NUMBER  TO OPN-INVOICE-NUMBER
               READ OPNFILE
               IF WS-OPNFILE-SUCCESS
                   SUBTRACT WS-CREDIT-AMOUNT FROM OPN-OPEN-BALANCE
                   IF OPN-OPEN-BALANCE <= ZERO
                       MOVE ZERO TO OPN-OPEN-BALANCE
                       SET OPN-STATUS-CLOSED TO TRUE
                   END-IF
                   REWRITE OPEN-ITEM-RECORD
                   IF NOT WS-OPNFILE-SUCCESS
                       DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
                       DISPLAY "OPNFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
       645-RELIEVE-CUSTOMER.
      *
           MOVE DED-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               SUBTRACT WS-CREDIT-AMOUNT FROM CM-BALANCE-DUE
               REWRITE CUSTOMER-MASTER-RECORD
               IF NOT WS-CMFFILE-SUCCESS
                   DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
                   DISPLAY "CMFFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE WRITE-OFF ITSELF BELONGS TO WRTOFB2, SO EVERY WRITE-OFF
      *    IN THE BOOKS HAS ONE AUDIT TRAIL.  THE APPROVAL IS RECORDED
      *    HERE; THE RESOLUTION DATE IS STAMPED WHEN IT IS TAKEN.
      *****************************************************************
       650-APPROVE-WRITE-OFF.
      *
           IF DED-AMOUNT > WS-WRITEOFF-LIMIT
               MOVE 'TOO LARGE TO WRITE OFF - ISSUE A CREDIT'
                   TO WS-REJECT-REASON
           ELSE
               SET DED-STATUS-WRITEOFF-PENDING TO TRUE
               SET DED-OUTCOME-WRITE-OFF TO TRUE
               MOVE DTR-ANALYST   TO DED-RESOLVED-BY
               MOVE DTR-REFERENCE TO DED-REFERENCE
               PERFORM 800-REWRITE-DEDUCTION
               MOVE 'APPROVED FOR WRITE-OFF (WRTOFB2)' TO WS-RESULT
           END-IF.
      *
      *****************************************************************
      *    A CHARGEBACK LEAVES THE BALANCE WHERE IT IS.  RESOLVING THE
      *    DEDUCTION IS WHAT PUTS THE INVOICE BACK ON THE DUNNING AND
      *    FINANCE-CHARGE RUNS.
      *****************************************************************
       680-CHARGE-BACK.
      *
           SET DED-STATUS-RESOLVED TO TRUE.
           SET DED-OUTCOME-REBILL TO TRUE.
           MOVE WS-RUN-DATE-MDY TO DED-RESOLVED-DATE.
           MOVE DTR-ANALYST     TO DED-RESOLVED-BY.
           MOVE DTR-REFERENCE   TO DED-REFERENCE.
           PERFORM 800-REWRITE-DEDUCTION.
           MOVE 'CHARGED BACK - RETURNED TO COLLECTIONS' TO WS-RESULT.
      *
       800-REWRITE-DEDUCTION.
      *
           REWRITE DEDUCTION-RECORD.
           IF NOT WS-DEDFILE-SUCCESS
               DISPLAY "WS-DEDFILE-SW=" WS-DEDFILE-SW
               DISPLAY "DEDFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE DEDTRAN.
           CLOSE DEDFILE.
           CLOSE INVFILE.
           CLOSE APPFILE.
           CLOSE CRMFILE.
           CLOSE CMFFILE.
           IF WS-OPNFILE-AVAILABLE
               CLOSE OPNFILE
           END-IF.
           CLOSE CTLFILE.
           CLOSE PRINT-FILE.
           DISPLAY "TRANSACTIONS POSTED:   " WS-POSTED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
