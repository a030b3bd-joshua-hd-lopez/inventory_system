      *    RECEIVING).  PRINTS A POSTING SUMMARY BY ACCOUNT WITH AN
      *    IN-BALANCE CHECK, SO ACCOUNTING STOPS RE-KEYING THE
      *    REGISTER BY HAND.
      *
      *    THE PAYABLES SIDE JOURNALS THE SAME NIGHT:
      *      DR INVENTORY
      *         CR RECEIVED-NOT-INVOICED ACCRUAL
      *    FOR EACH OF THE DAY'S RCTAB2 RECEIPTS AT THE POAB2 LINE'S
      *    PO-UNIT-COST;
      *      DR ACCRUAL (QTY BILLED X PO COST)
      *      DR/CR PURCHASE PRICE VARIANCE (THE DIFFERENCE)
      *         CR ACCOUNTS PAYABLE (QTY BILLED X COST BILLED)
      *    FOR EACH OF THE DAY'S APVAB2 VOUCHER LINES; AND
      *      DR ACCOUNTS PAYABLE (GROSS)
      *         CR CASH (CHECK FACE), CR INVENTORY (CREDITS TAKEN)
      *    FOR EACH OF THE DAY'S APKAB2 VENDOR CHECKS.
      *
      *    A CHECK VOIDED TODAY BY THE CHKVDB2 VOID/REISSUE CARDS IS
      *    JOURNALED BACK OUT: A VENDOR CHECK REVERSES ITS ISSUE
      *    ENTRY (THE VOUCHER LINES ARE OPEN AGAIN, OR A REISSUE
      *    UNDER THE NEW NUMBER JOURNALS ITS OWN ISSUE TODAY), AND A
      *    REFUND CHECK CANCELLED OUTRIGHT (CKRAB2 REASON C) PUTS
      *    THE CREDIT BACK ON THE CUSTOMER:
      *      DR REFUNDS PAYABLE
      *         CR RECEIVABLES
      *    A REFUND CHECK REISSUED UNDER A NEW SERIAL OWES THE SAME
      *    CUSTOMER THE SAME MONEY AND JOURNALS NOTHING.
      *
      *    A CHARGE LINE ON AN INVOICE (SETUP FEE, RUSH CHARGE,
      *    LABOR - SEE CHGCODE) IS CREDITED TO THE REVENUE CLASS ITS
      *    CHGAB2 CODE NAMES INSTEAD OF SALES, CARRIES NO COST, AND
      *    IS REVERSED THE SAME WAY WHEN THE INVOICE IS VOIDED.  A
      *    CHARGE CODE NO LONGER ON FILE FALLS BACK TO SALES.
      *
      *    UNCLAIMED PROPERTY THE ESCRPB2 FILING RUN REMITTED TODAY
      *    (ESCAB2) MOVES TO THE UNCLAIMED PROPERTY PAYABLE ACCOUNT:
      *      DR RECEIVABLES (A CUSTOMER CREDIT BALANCE RELIEVED) OR
      *      DR CASH (AN UNCASHED REFUND CHECK VOIDED)
      *         CR UNCLAIMED PROPERTY PAYABLE
      *
      *    EVERY INVENTORY (INVY) LINE IS ALSO TOTALLED BY ITS
      *    SOURCE - SALES COST, RECEIPTS, ADJUSTMENTS, CYCLE COUNTS,
      *    RTV CREDITS - ONTO THE IYAAB2 ACTIVITY FILE UNDER THE
      *    POSTING DATE, SO THE MONTH-END INVENTORY RECONCILIATION
      *    (INVRCB2) CAN ROLL THE GL BALANCE FORWARD.  A RERUN OF
      *    THE NIGHT REPLACES THAT NIGHT'S TOTALS.
      *
      *    AN OPTIONAL COMSEL CARD JOURNALS ONE COMPANY'S BOOKS ONLY,
      *    SO EACH COMPANY GETS ITS OWN GLOUT FILE FOR ITS OWN LEDGER.
      *    A DOCUMENT BELONGS TO THE COMPANY OF ITS CUSTOMER (CASH,
      *    CREDITS, WRITE-OFFS, REFUNDS, UNCLAIMED PROPERTY), ITS
      *    VENDOR (RECEIPTS BY THE PO'S VENDOR, VENDOR CHECKS), ITS
      *    WAREHOUSE (ADJUSTMENTS) OR THE COMPANY IT CARRIES ITSELF
      *    (INVOICES, VOUCHERS).  A CUSTOMER, VENDOR OR WAREHOUSE NO
      *    LONGER ON FILE IS TAKEN AS THE HOME COMPANY'S.  THE IYAAB2
      *    TOTALS ARE KEPT UNDER THE SELECTED COMPANY; WITHOUT A CARD
      *    EVERY COMPANY IS JOURNALED TOGETHER AND FILED UNDER THE
      *    HOME CODE, AS A ONE-COMPANY SHOP ALWAYS HAS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFFILE-SW.

           SELECT ESCFILE ASSIGN TO ESCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESC-KEY
               FILE STATUS IS WS-ESCFILE-SW.

           SELECT PAYFILE ASSIGN TO PAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-KEY
               FILE STATUS IS WS-ADTFILE-SW.

           SELECT RCTFILE ASSIGN TO RCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RCTFILE-SW.

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-SW.

           SELECT APVFILE ASSIGN TO APVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APV-KEY
               FILE STATUS IS WS-APVFILE-SW.

           SELECT APKFILE ASSIGN TO APKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APK-KEY
               FILE STATUS IS WS-APKFILE-SW.

           SELECT CKRFILE ASSIGN TO CKRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CKR-KEY
               FILE STATUS IS WS-CKRFILE-SW.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGFILE-SW.

           SELECT IYAFILE ASSIGN TO IYAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IYA-KEY
               FILE STATUS IS WS-IYAFILE-SW.

           SELECT GLMFILE ASSIGN TO GLMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-KEY
               FILE STATUS IS WS-GLMFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-KEY
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT WRHFILE ASSIGN TO WRHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRH-KEY
               FILE STATUS IS WS-WRHFILE-SW.

           SELECT COMSEL-FILE ASSIGN TO COMSEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMSEL-SW.

           SELECT COMFILE ASSIGN TO COMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COM-KEY
               FILE STATUS IS WS-COMFILE-SW.

           SELECT GLOUT-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.
       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
       COPY CREDITMM.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
           DATA RECORD IS REFUND-RECORD.
      *
       COPY REFUND.
      *
       FD ESCFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ESCHEAT-RECORD.
      *
       COPY ESCHEAT.
      *
       FD PAYFILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS ADJUSTMENT-AUDIT-RECORD.
      *
       COPY ADJAUDIT.
      *
       FD CHGFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CHARGE-CODE-RECORD.
      *
       COPY CHGCODE.
      *
       FD IYAFILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS INVY-ACTIVITY-RECORD.
       COPY INVYACT.
      *
       FD GLMFILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS WRITEOFF-AUDIT-RECORD.
      *
       COPY WRTOFF.
      *
       FD RCTFILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS RECEIVING-TRANSACTION-RECORD.
      *
       COPY RCVTRAN.
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
       FD APKFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AP-CHECK-RECORD.
      *
       COPY APCHECK.
      *
       FD CKRFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.
      *
       COPY CHKREG.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WAREHOUSE-MASTER-RECORD.
      *
       COPY WHSMAST.
      *
       FD COMSEL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COMPANY-SELECT-RECORD.
      *
       COPY COMSEL.
      *
       FD COMFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.
      *
       COPY COMPANY.
      *
       FD GLOUT-FILE
           RECORD CONTAINS 60 CHARACTERS
           88  WS-REFFILE-AVAILABLE              VALUE 'Y'.
       01 WS-REF-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-REF-EOF                        VALUE 'Y'.
       01 WS-ESCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ESCFILE-SUCCESS                VALUE '00'.
       01 WS-ESCFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-ESCFILE-AVAILABLE              VALUE 'Y'.
       01 WS-ESC-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-ESC-EOF                        VALUE 'Y'.
       01 WS-PAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PAYFILE-SUCCESS                VALUE '00'.
           88  WS-PAYFILE-EOF                     VALUE '10'.
           88  WS-ADTFILE-AVAILABLE              VALUE 'Y'.
       01 WS-ADT-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-ADT-EOF                        VALUE 'Y'.
       01 WS-RCTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RCTFILE-SUCCESS                VALUE '00'.
           88  WS-RCTFILE-EOF                     VALUE '10'.
           88  WS-RCTFILE-NOTFOUND                VALUE '23'.
       01 WS-RCTFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-RCTFILE-AVAILABLE              VALUE 'Y'.
       01 WS-RCT-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RCT-EOF                        VALUE 'Y'.
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-NOTFOUND                 VALUE '23'.
       01 WS-POFILE-AVAILABLE-SW             PIC X(01)  VALUE 'Y'.
           88  WS-POFILE-AVAILABLE               VALUE 'Y'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-EOF                     VALUE '10'.
       01 WS-APVFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-APVFILE-AVAILABLE              VALUE 'Y'.
       01 WS-APV-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-APV-EOF                        VALUE 'Y'.
       01 WS-APKFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APKFILE-SUCCESS                VALUE '00'.
           88  WS-APKFILE-EOF                     VALUE '10'.
       01 WS-APKFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-APKFILE-AVAILABLE              VALUE 'Y'.
       01 WS-APK-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-APK-EOF                        VALUE 'Y'.
       01 WS-CKRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CKRFILE-SUCCESS                VALUE '00'.
           88  WS-CKRFILE-EOF                     VALUE '10'.
       01 WS-CKRFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CKRFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CKR-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CKR-EOF                        VALUE 'Y'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
       01 WS-WRHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WRHFILE-SUCCESS                VALUE '00'.
       01 WS-COMSEL-SW                       PIC X(02)  VALUE SPACES.
           88  WS-COMSEL-SUCCESS                 VALUE '00'.
       01 WS-COMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COMFILE-SUCCESS                VALUE '00'.
       01 WS-ONE-COMPANY-SW                  PIC X(01)  VALUE 'N'.
           88  WS-ONE-COMPANY                    VALUE 'Y'.
       01 WS-SELECT-COMPANY                  PIC X(02)  VALUE SPACES.
       01 WS-RECORD-COMPANY                  PIC X(02)  VALUE SPACES.
       01 WS-COMPANY-OK-SW                   PIC X(01)  VALUE 'Y'.
           88  WS-COMPANY-OK                     VALUE 'Y'.
       01 WS-ACCRUAL-AMOUNT                  PIC S9(11)V99 COMP-3.
       01 WS-PAYABLE-AMOUNT                  PIC S9(11)V99 COMP-3.
       01 WS-VARIANCE-AMOUNT                 PIC S9(11)V99 COMP-3.
       01 WS-SHRINK-QTY                      PIC S9(07) COMP-3.
       01 WS-SHRINK-COST                     PIC S9(11)V99 COMP-3.
       01 WS-CHGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CHGFILE-SUCCESS                VALUE '00'.
       01 WS-CHGFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CHGFILE-AVAILABLE              VALUE 'Y'.
       01 WS-IYAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IYAFILE-SUCCESS                VALUE '00'.
           88  WS-IYAFILE-NOTFOUND                VALUE '23'.
       01 WS-GLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-GLMFILE-SUCCESS                VALUE '00'.
           88  WS-GLMFILE-NOTFOUND                VALUE '23'.
      *
      *****************************************************************
      *    DAY TOTALS BY POSTING CLASS.  DEBITS POSITIVE, CREDITS
      *    NEGATIVE, SO A ZERO SUM ACROSS ALL CLASSES IS THE
      *    IN-BALANCE PROOF.
      *****************************************************************
       01  GL-TOTALS.
           05  GLT-RECEIVABLE                PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GLT-REFUND                    PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GLT-ACCRUAL                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GLT-PAYABLE                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GLT-PPV                       PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GLT-CHARGES                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GLT-ESCHEAT                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-BALANCE-CHECK                   PIC S9(11)V99 COMP-3.
      *
      *****************************************************************
      *    CHARGE-LINE REVENUE BY THE GLMAB2 CLASS EACH CHARGE CODE
      *    NAMES, FOR THE SUMMARY.  GLT-CHARGES ABOVE CARRIES THE SUM
      *    OF ALL OF THEM INTO THE IN-BALANCE PROOF.
      *****************************************************************
       01  GL-CHARGE-TOTALS.
           05  GLC-CLASS-COUNT               PIC S9(03) COMP-3
                                              VALUE ZERO.
           05  GLC-CLASS                     OCCURS 20 TIMES.
               10  GLC-MAP-CODE              PIC X(04).
               10  GLC-AMOUNT                PIC S9(11)V99 COMP-3.
       01 WS-CHG-SUB                         PIC S9(03) COMP-3.
       01 WS-CHG-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-CHG-CLASS-FOUND                VALUE 'Y'.
       01 WS-CHG-MAP-CODE                    PIC X(04).
       01 WS-CHG-POST-AMOUNT                 PIC S9(11)V99 COMP-3.
       01 WS-CHARGE-TOTAL                    PIC S9(11)V99 COMP-3.
      *
      *****************************************************************
      *    THE NIGHT'S INVY LINES BY SOURCE FOR THE IYAAB2 ACTIVITY
      *    FILE.  WS-INVY-SOURCE IS SET BEFORE EACH INVY POSTING;
      *    730 ADDS THE LINE TO ITS SOURCE.
      *****************************************************************
       01  INVY-SOURCE-VALUES.
           05  FILLER                        PIC X(04) VALUE 'SALE'.
           05  FILLER                        PIC X(04) VALUE 'RCPT'.
           05  FILLER                        PIC X(04) VALUE 'ADJT'.
           05  FILLER                        PIC X(04) VALUE 'CCNT'.
           05  FILLER                        PIC X(04) VALUE 'RMAR'.
           05  FILLER                        PIC X(04) VALUE 'RTVC'.
           05  FILLER                        PIC X(04) VALUE 'KITB'.
       01  INVY-SOURCE-TABLE REDEFINES INVY-SOURCE-VALUES.
           05  IST-SOURCE-CODE               PIC X(04) OCCURS 7 TIMES.
       01  INVY-SOURCE-TOTALS.
           05  IST-ENTRY                     OCCURS 7 TIMES.
               10  IST-DEBIT                 PIC S9(11)V99 COMP-3.
               10  IST-CREDIT                PIC S9(11)V99 COMP-3.
               10  IST-LINES                 PIC S9(05) COMP-3.
       01 WS-INVY-SOURCE                     PIC X(04)  VALUE 'SALE'.
       01 WS-IST-SUB                         PIC S9(03) COMP-3.
       01 WS-IST-FOUND-SW                    PIC X(01)  VALUE 'N'.
           88  WS-IST-FOUND                      VALUE 'Y'.
      *
       01  GL-JOURNAL-RECORD.
           05  GLJ-ACCOUNT-NUMBER            PIC X(12).
               'GL JOURNAL EXTRACT SUMMARY'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  RPT-HDG-COMPANY-LABEL PIC X(09) VALUE SPACE.
           05  RPT-HDG-COMPANY-CODE  PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  RPT-HDG-COMPANY-NAME  PIC X(30) VALUE SPACE.
           05  FILLER          PIC X(30) VALUE SPACE.
      *
       01  RPT-SUMMARY-LINE.
           05  RPT-CLASS            PIC X(04).
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
           INITIALIZE INVY-SOURCE-TOTALS.
      *
           PERFORM 150-GET-PROCESSING-DATE.
           PERFORM 100-OPEN-FILES.
           PERFORM 170-OPEN-CASH-AND-ADJ-FILES.
           PERFORM 180-OPEN-PAYABLES-FILES.
           PERFORM 110-READ-COMPANY-SELECT.
           IF WS-ONE-COMPANY
               PERFORM 190-OPEN-COMPANY-FILES
           END-IF.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           PERFORM 590-READ-REFUND.
           PERFORM 595-PROCESS-REFUND
               UNTIL WS-REF-EOF.
      *
           PERFORM 596-READ-ESCHEAT.
           PERFORM 597-PROCESS-ESCHEAT
               UNTIL WS-ESC-EOF.
      *
           PERFORM 598-READ-CHECK-REGISTER.
           PERFORM 599-PROCESS-CHECK-VOID
               UNTIL WS-CKR-EOF.
      *
           PERFORM 600-POSITION-TO-RECEIPTS.
           PERFORM 610-PROCESS-RECEIPT
               UNTIL WS-RCT-EOF.
      *
           PERFORM 630-READ-VOUCHER.
           PERFORM 635-PROCESS-VOUCHER
               UNTIL WS-APV-EOF.
      *
           PERFORM 650-READ-VENDOR-CHECK.
           PERFORM 655-PROCESS-VENDOR-CHECK
               UNTIL WS-APK-EOF.
      *
           PERFORM 800-WRITE-SUMMARY.
           PERFORM 850-SAVE-INVY-ACTIVITY
               VARYING WS-IST-SUB FROM 1 BY 1
                 UNTIL WS-IST-SUB > 7.
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT CHGFILE.
           IF NOT WS-CHGFILE-SUCCESS
               IF WS-CHGFILE-SW = '35'
                   MOVE 'N' TO WS-CHGFILE-AVAILABLE-SW
                   DISPLAY "CHGFILE NOT FOUND - CHARGES POST TO SALES"
               ELSE
                   DISPLAY "WS-CHGFILE-SW=" WS-CHGFILE-SW
                   DISPLAY "CHGFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT GLMFILE.
           IF NOT WS-GLMFILE-SUCCESS
               DISPLAY "GLMFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *    THE INVENTORY ACTIVITY FILE IS CREATED BY THE FIRST RUN.
      *
           OPEN I-O IYAFILE.
           IF NOT WS-IYAFILE-SUCCESS
               IF WS-IYAFILE-SW = '35'
                   OPEN OUTPUT IYAFILE
                   IF WS-IYAFILE-SUCCESS
                       CLOSE IYAFILE
                       OPEN I-O IYAFILE
                       DISPLAY "IYAFILE CREATED"
                   ELSE
                       DISPLAY "WS-IYAFILE-SW=" WS-IYAFILE-SW
                       DISPLAY "IYAFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-IYAFILE-SW=" WS-IYAFILE-SW
                   DISPLAY "IYAFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT GLOUT-FILE.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE COMSEL CARD IS OPTIONAL - NO FILE, NO CARD OR NO C IN
      *    COLUMN 1 RUNS ALL COMPANIES.  A SELECTED COMPANY OTHER THAN
      *    THE HOME COMPANY MUST BE ON COMAB2.
      *****************************************************************
       110-READ-COMPANY-SELECT.
      *
           OPEN INPUT COMSEL-FILE.
           IF WS-COMSEL-SUCCESS
               READ COMSEL-FILE
                   AT END
                       DISPLAY "COMSEL EMPTY - ALL COMPANIES"
                   NOT AT END
                       IF CSL-ONE-COMPANY
                           MOVE 'Y' TO WS-ONE-COMPANY-SW
                           MOVE CSL-COMPANY-CODE TO WS-SELECT-COMPANY
                       END-IF
               END-READ
               CLOSE COMSEL-FILE
           ELSE
               DISPLAY "NO COMSEL CARD - ALL COMPANIES"
           END-IF.
      *
           IF WS-ONE-COMPANY
               PERFORM 120-READ-COMPANY-NAME
           END-IF.
      *
       120-READ-COMPANY-NAME.
      *
           MOVE 'COMPANY: '       TO RPT-HDG-COMPANY-LABEL.
           MOVE WS-SELECT-COMPANY TO RPT-HDG-COMPANY-CODE.
           DISPLAY "COMPANY SELECTED: " WS-SELECT-COMPANY.
      *
           OPEN INPUT COMFILE.
           IF WS-COMFILE-SUCCESS
               MOVE WS-SELECT-COMPANY TO COM-COMPANY-CODE
               READ COMFILE
               IF WS-COMFILE-SUCCESS
                   MOVE COM-NAME TO RPT-HDG-COMPANY-NAME
               END-IF
               CLOSE COMFILE
           END-IF.
      *
           IF        RPT-HDG-COMPANY-NAME = SPACE
                 AND WS-SELECT-COMPANY NOT = SPACE
               DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
               DISPLAY "COMPANY " WS-SELECT-COMPANY " NOT ON COMFILE"
               STOP RUN
           END-IF.
      *
       170-OPEN-CASH-AND-ADJ-FILES.
      *
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT ESCFILE.
           IF NOT WS-ESCFILE-SUCCESS
               IF WS-ESCFILE-SW = '35'
                   MOVE 'N' TO WS-ESCFILE-AVAILABLE-SW
                   DISPLAY "ESCFILE NOT FOUND - NO UNCLAIMED PROPERTY "
                           "JOURNALED"
               ELSE
                   DISPLAY "WS-ESCFILE-SW=" WS-ESCFILE-SW
                   DISPLAY "ESCFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT ADTFILE.
           IF NOT WS-ADTFILE-SUCCESS
                   STOP RUN
               END-IF
           END-IF.
      *
       180-OPEN-PAYABLES-FILES.
      *
      *****************************************************************
      *    AS WITH CASH, STATUS 35 MEANS THE FLOW HAS NEVER POSTED.
      *    WITH NO PURCHASE ORDERS ON FILE THERE CAN BE NO RECEIPTS
      *    OR VOUCHERS TO COST, SO NEITHER IS JOURNALED.
      *****************************************************************
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               IF WS-POFILE-SW = '35'
                   MOVE 'N' TO WS-POFILE-AVAILABLE-SW
                               WS-RCTFILE-AVAILABLE-SW
                               WS-APVFILE-AVAILABLE-SW
                   DISPLAY "POFILE NOT FOUND - NO RECEIVING OR "
                           "VOUCHERS JOURNALED"
               ELSE
                   DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
                   DISPLAY "POFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           IF WS-RCTFILE-AVAILABLE
               OPEN INPUT RCTFILE
               IF NOT WS-RCTFILE-SUCCESS
                   IF WS-RCTFILE-SW = '35'
                       MOVE 'N' TO WS-RCTFILE-AVAILABLE-SW
                       DISPLAY "RCTFILE NOT FOUND - NO RECEIVING "
                               "JOURNALED"
                   ELSE
                       DISPLAY "WS-RCTFILE-SW=" WS-RCTFILE-SW
                       DISPLAY "RCTFILE OPEN ERROR"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-APVFILE-AVAILABLE
               OPEN INPUT APVFILE
               IF NOT WS-APVFILE-SUCCESS
                   IF WS-APVFILE-SW = '35'
                       MOVE 'N' TO WS-APVFILE-AVAILABLE-SW
                       DISPLAY "APVFILE NOT FOUND - NO VOUCHERS "
                               "JOURNALED"
                   ELSE
                       DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
                       DISPLAY "APVFILE OPEN ERROR"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
           OPEN INPUT APKFILE.
           IF NOT WS-APKFILE-SUCCESS
               IF WS-APKFILE-SW = '35'
                   MOVE 'N' TO WS-APKFILE-AVAILABLE-SW
                   DISPLAY "APKFILE NOT FOUND - NO VENDOR CHECKS "
                           "JOURNALED"
               ELSE
                   DISPLAY "WS-APKFILE-SW=" WS-APKFILE-SW
                   DISPLAY "APKFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT CKRFILE.
           IF NOT WS-CKRFILE-SUCCESS
               IF WS-CKRFILE-SW = '35'
                   MOVE 'N' TO WS-CKRFILE-AVAILABLE-SW
                   DISPLAY "CKRFILE NOT FOUND - NO CHECK VOIDS "
                           "JOURNALED"
               ELSE
                   DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
                   DISPLAY "CKRFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    A ONE-COMPANY RUN LOOKS UP THE OWNER OF EVERY DOCUMENT, SO
      *    THE CUSTOMER, VENDOR AND WAREHOUSE MASTERS MUST ALL BE
      *    THERE.
      *****************************************************************
       190-OPEN-COMPANY-FILES.
      *
           OPEN INPUT CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT WRHFILE.
           IF NOT WS-WRHFILE-SUCCESS
               DISPLAY "WS-WRHFILE-SW=" WS-WRHFILE-SW
               DISPLAY "WRHFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-INVOICE.
      *
           END-READ.
      *
       400-PROCESS-INVOICE.
      *
           MOVE INV-COMPANY-CODE TO WS-RECORD-COMPANY.
           PERFORM 756-CHECK-RECORD-COMPANY.
      *
           IF        NOT INV-VOIDED
                 AND NOT INV-ORDER-OPEN
                 AND INV-INVOICE-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               PERFORM 410-JOURNAL-ONE-INVOICE
           END-IF.
      *
               PERFORM 710-WRITE-JOURNAL-CREDIT
               SUBTRACT INV-INVOICE-TOTAL FROM GLT-FINCHG
           ELSE
               MOVE ZERO TO WS-CHARGE-TOTAL
               PERFORM 430-CREDIT-ONE-CHARGE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > 10
               COMPUTE WS-RECEIVABLE-AMOUNT =
                   INV-INVOICE-TOTAL - WS-CHARGE-TOTAL
               IF       WS-RECEIVABLE-AMOUNT NOT = ZERO
                     OR WS-CHARGE-TOTAL = ZERO
                   MOVE 'SALE' TO GLM-MAP-CODE
                   PERFORM 710-WRITE-JOURNAL-CREDIT
                   SUBTRACT WS-RECEIVABLE-AMOUNT FROM GLT-SALES
               END-IF
           END-IF.
      *
           IF INV-TAX-AMOUNT NOT = ZERO
               PERFORM 700-WRITE-JOURNAL-DEBIT
               ADD WS-COST-AMOUNT TO GLT-COGS
               MOVE WS-COST-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'SALE' TO WS-INVY-SOURCE
               MOVE 'INVY' TO GLM-MAP-CODE
               PERFORM 710-WRITE-JOURNAL-CREDIT
               SUBTRACT WS-COST-AMOUNT FROM GLT-INVENTORY
       425-COST-ONE-LINE.
      *
           IF        INV-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(WS-LINE-SUB)
                 AND INV-QUANTITY(WS-LINE-SUB) NOT = ZERO
               MOVE INV-PRODUCT-CODE(WS-LINE-SUB)
                   TO PRD-PRODUCT-CODE
                       + (INV-QUANTITY(WS-LINE-SUB) * PRD-UNIT-COST)
               END-IF
           END-IF.
      *
      *****************************************************************
      *    EACH CHARGE LINE IS CREDITED TO ITS OWN REVENUE CLASS;
      *    WS-CHARGE-TOTAL COLLECTS WHAT WAS TAKEN OUT OF SALES.  THE
      *    REVERSAL SIDE DEBITS THE SAME CLASSES WHEN A VOIDED
      *    INVOICE'S CREDIT MEMO COMES THROUGH.
      *****************************************************************
       430-CREDIT-ONE-CHARGE.
      *
           IF        INV-LINE-CHARGE(WS-LINE-SUB)
                 AND INV-AMOUNT(WS-LINE-SUB) NOT = ZERO
               PERFORM 440-FIND-CHARGE-CLASS
               IF WS-CHG-MAP-CODE NOT = 'SALE'
                   MOVE INV-AMOUNT(WS-LINE-SUB)
                       TO WS-RECEIVABLE-AMOUNT
                   MOVE WS-CHG-MAP-CODE TO GLM-MAP-CODE
                   PERFORM 710-WRITE-JOURNAL-CREDIT
                   ADD INV-AMOUNT(WS-LINE-SUB) TO WS-CHARGE-TOTAL
                   COMPUTE WS-CHG-POST-AMOUNT =
                       ZERO - INV-AMOUNT(WS-LINE-SUB)
                   PERFORM 445-ADD-CHARGE-CLASS
               END-IF
           END-IF.
      *
       435-DEBIT-ONE-CHARGE.
      *
           IF        INV-LINE-CHARGE(WS-LINE-SUB)
                 AND INV-AMOUNT(WS-LINE-SUB) NOT = ZERO
               PERFORM 440-FIND-CHARGE-CLASS
               IF WS-CHG-MAP-CODE NOT = 'SALE'
                   MOVE INV-AMOUNT(WS-LINE-SUB)
                       TO WS-RECEIVABLE-AMOUNT
                   MOVE WS-CHG-MAP-CODE TO GLM-MAP-CODE
                   PERFORM 700-WRITE-JOURNAL-DEBIT
                   ADD INV-AMOUNT(WS-LINE-SUB) TO WS-CHARGE-TOTAL
                   MOVE INV-AMOUNT(WS-LINE-SUB) TO WS-CHG-POST-AMOUNT
                   PERFORM 445-ADD-CHARGE-CLASS
               END-IF
           END-IF.
      *
       440-FIND-CHARGE-CLASS.
      *
           MOVE 'SALE' TO WS-CHG-MAP-CODE.
           IF WS-CHGFILE-AVAILABLE
               MOVE INV-PRODUCT-CODE(WS-LINE-SUB) TO CHG-CHARGE-CODE
               READ CHGFILE
               IF WS-CHGFILE-SUCCESS
                   MOVE CHG-GL-MAP-CODE TO WS-CHG-MAP-CODE
               END-IF
           END-IF.
      *
       445-ADD-CHARGE-CLASS.
      *
           ADD WS-CHG-POST-AMOUNT TO GLT-CHARGES.
           MOVE 'N' TO WS-CHG-FOUND-SW.
           PERFORM 446-MATCH-CHARGE-CLASS
               VARYING WS-CHG-SUB FROM 1 BY 1
                 UNTIL WS-CHG-SUB > GLC-CLASS-COUNT
                    OR WS-CHG-CLASS-FOUND.
           IF NOT WS-CHG-CLASS-FOUND
               IF GLC-CLASS-COUNT < 20
                   ADD 1 TO GLC-CLASS-COUNT
                   MOVE WS-CHG-MAP-CODE
                       TO GLC-MAP-CODE(GLC-CLASS-COUNT)
                   MOVE WS-CHG-POST-AMOUNT
                       TO GLC-AMOUNT(GLC-CLASS-COUNT)
               ELSE
                   DISPLAY "GLEXTB2: CHARGE CLASS TABLE FULL, "
                           WS-CHG-MAP-CODE " NOT SUMMARIZED"
               END-IF
           END-IF.
      *
       446-MATCH-CHARGE-CLASS.
      *
           IF GLC-MAP-CODE(WS-CHG-SUB) = WS-CHG-MAP-CODE
               ADD WS-CHG-POST-AMOUNT TO GLC-AMOUNT(WS-CHG-SUB)
               MOVE 'Y' TO WS-CHG-FOUND-SW
           END-IF.
      *
       500-READ-CREDIT-MEMO.
      *
           END-IF.
      *
       510-PROCESS-CREDIT-MEMO.
      *
           MOVE CRM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 750-CHECK-CUSTOMER-COMPANY.
      *
           IF        CRM-CREDIT-DATE NUMERIC
                 AND CRM-CREDIT-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               PERFORM 520-JOURNAL-ONE-REVERSAL
                   THRU 520-EXIT
           END-IF.
               GO TO 520-EXIT
           END-IF.
      *
      *    A FULL VOID TAKES ITS CHARGE LINES BACK OUT OF THEIR OWN
      *    REVENUE CLASSES; A PARTIAL CREDIT COMES OFF SALES.
      *
           MOVE ZERO TO WS-CHARGE-TOTAL.
           IF WS-INVFILE-SUCCESS AND INV-VOIDED
               PERFORM 435-DEBIT-ONE-CHARGE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > 10
           END-IF.
      *
           COMPUTE WS-RECEIVABLE-AMOUNT =
               CRM-CREDIT-AMOUNT - WS-CHARGE-TOTAL.
           IF       WS-RECEIVABLE-AMOUNT NOT = ZERO
                 OR WS-CHARGE-TOTAL = ZERO
               MOVE 'SALE' TO GLM-MAP-CODE
               PERFORM 700-WRITE-JOURNAL-DEBIT
               ADD WS-RECEIVABLE-AMOUNT TO GLT-SALES
           END-IF.
      *
           IF CRM-TAX-AMOUNT NOT = ZERO
               MOVE CRM-TAX-AMOUNT TO WS-RECEIVABLE-AMOUNT
               PERFORM 420-COST-THE-INVOICE
               IF WS-COST-AMOUNT NOT = ZERO
                   MOVE WS-COST-AMOUNT TO WS-RECEIVABLE-AMOUNT
                   MOVE 'SALE' TO WS-INVY-SOURCE
                   MOVE 'INVY' TO GLM-MAP-CODE
                   PERFORM 700-WRITE-JOURNAL-DEBIT
                   ADD WS-COST-AMOUNT TO GLT-INVENTORY
      *****************************************************************
       560-PROCESS-WRITEOFF.
      *
           MOVE WOF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 750-CHECK-CUSTOMER-COMPANY.
      *
           IF        WOF-WRITEOFF-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               MOVE WOF-INVOICE-NUMBER TO INV-INVOICE-NUMBER
               MOVE WOF-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'BDBT' TO GLM-MAP-CODE
       575-PROCESS-CASH-RECEIPT.
      *
           MOVE ZERO TO INV-INVOICE-NUMBER.
           MOVE PAY-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 750-CHECK-CUSTOMER-COMPANY.
      *
           IF        PAY-RECEIPT-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               MOVE PAY-CHECK-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'CASH' TO GLM-MAP-CODE
               PERFORM 700-WRITE-JOURNAL-DEBIT
      *
           IF        PAY-NSF-REVERSED
                 AND PAY-NSF-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               MOVE PAY-CHECK-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'RECV' TO GLM-MAP-CODE
               PERFORM 700-WRITE-JOURNAL-DEBIT
       585-PROCESS-ADJUSTMENT.
      *
           MOVE ZERO TO INV-INVOICE-NUMBER.
           MOVE ADT-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE.
           PERFORM 752-CHECK-WAREHOUSE-COMPANY.
      *
           IF        ADT-ADJUST-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               IF ADT-REASON-CODE = 'CNT'
                   MOVE 'CCNT' TO WS-INVY-SOURCE
               ELSE
                   MOVE 'ADJT' TO WS-INVY-SOURCE
               END-IF
               COMPUTE WS-SHRINK-QTY =
                   ADT-QUANTITY-AFTER - ADT-QUANTITY-BEFORE
               IF WS-SHRINK-QTY NOT = ZERO
      *    THE DAY'S REFUND CHECKS (REFCKB2): THE APPROVAL ALREADY
      *    CLEARED THE CREDIT OFF THE CUSTOMER BALANCE, SO THE
      *    JOURNAL DEBITS RECEIVABLES AND CREDITS THE REFUNDS
      *    PAYABLE ACCOUNT THE CHECK DRAWS ON.  A CHECK WRITTEN AND
      *    VOIDED THE SAME DAY IS STILL JOURNALED HERE; 599 BELOW
      *    REVERSES IT.
      *****************************************************************
       595-PROCESS-REFUND.
      *
           MOVE ZERO TO INV-INVOICE-NUMBER.
           MOVE REF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 750-CHECK-CUSTOMER-COMPANY.
      *
           IF        REF-EXTRACT-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               MOVE REF-REFUND-NUMBER TO INV-INVOICE-NUMBER
               MOVE REF-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'RECV' TO GLM-MAP-CODE
           END-IF.
      *
           PERFORM 590-READ-REFUND.
      *
       596-READ-ESCHEAT.
      *
           IF NOT WS-ESCFILE-AVAILABLE
               MOVE 'Y' TO WS-ESC-EOF-SW
           ELSE
               READ ESCFILE
                   AT END MOVE 'Y' TO WS-ESC-EOF-SW
               END-READ
           END-IF.
      *
      *****************************************************************
      *    THE DAY'S UNCLAIMED PROPERTY REMITTANCES (ESCRPB2).  A
      *    CREDIT BALANCE WAS TAKEN OFF THE CUSTOMER, SO RECEIVABLES
      *    ARE DEBITED; A REFUND CHECK THAT NEVER CLEARED IS VOIDED
      *    BACK INTO CASH.  EITHER WAY THE STATE IS NOW OWED IT.
      *****************************************************************
       597-PROCESS-ESCHEAT.
      *
           MOVE ZERO TO INV-INVOICE-NUMBER.
           MOVE ESC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 750-CHECK-CUSTOMER-COMPANY.
      *
           IF        ESC-STATUS-REMITTED
                 AND ESC-REMIT-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               MOVE ESC-AMOUNT TO WS-RECEIVABLE-AMOUNT
               IF ESC-TYPE-REFUND
                   MOVE ESC-ITEM-REFERENCE TO INV-INVOICE-NUMBER
                   MOVE 'CASH' TO GLM-MAP-CODE
                   PERFORM 700-WRITE-JOURNAL-DEBIT
                   ADD ESC-AMOUNT TO GLT-CASH
               ELSE
                   MOVE 'RECV' TO GLM-MAP-CODE
                   PERFORM 700-WRITE-JOURNAL-DEBIT
                   ADD ESC-AMOUNT TO GLT-RECEIVABLE
               END-IF
               MOVE ESC-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'ESCH' TO GLM-MAP-CODE
               PERFORM 710-WRITE-JOURNAL-CREDIT
               SUBTRACT ESC-AMOUNT FROM GLT-ESCHEAT
           END-IF.
      *
           PERFORM 596-READ-ESCHEAT.
      *
       598-READ-CHECK-REGISTER.
      *
           IF NOT WS-CKRFILE-AVAILABLE
               MOVE 'Y' TO WS-CKR-EOF-SW
           ELSE
               READ CKRFILE
                   AT END MOVE 'Y' TO WS-CKR-EOF-SW
               END-READ
           END-IF.
      *
      *****************************************************************
      *    REFUND CHECKS CANCELLED TODAY (CHKVDB2).  THE VOID PUT THE
      *    CREDIT BACK ON THE CUSTOMER'S BALANCE, SO THE REFUNDS
      *    PAYABLE ENTRY 595 MADE IS REVERSED.  VOIDS FOR A REISSUE
      *    AND VOIDS ON ESCHEAT (JOURNALED BY 597) ARE LEFT ALONE.
      *****************************************************************
       599-PROCESS-CHECK-VOID.
      *
           MOVE ZERO TO INV-INVOICE-NUMBER.
           MOVE CKR-PAYEE-NUMBER TO CM-CUSTOMER-NUMBER.
           PERFORM 750-CHECK-CUSTOMER-COMPANY.
      *
           IF        CKR-ACCOUNT-REFUND
                 AND CKR-STATUS-VOID
                 AND CKR-VOID-CANCELLED
                 AND CKR-VOID-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               MOVE CKR-SOURCE-REFERENCE TO INV-INVOICE-NUMBER
               MOVE CKR-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'REFD' TO GLM-MAP-CODE
               PERFORM 700-WRITE-JOURNAL-DEBIT
               ADD CKR-AMOUNT TO GLT-REFUND
               MOVE CKR-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'RECV' TO GLM-MAP-CODE
               PERFORM 710-WRITE-JOURNAL-CREDIT
               SUBTRACT CKR-AMOUNT FROM GLT-RECEIVABLE
           END-IF.
      *
           PERFORM 598-READ-CHECK-REGISTER.
      *
      *****************************************************************
      *    THE DAY'S RECEIPTS LEAD THE RCTAB2 KEY, SO THE SWEEP STARTS
      *    AT THE PROCESSING DATE AND STOPS AT THE FIRST RECEIPT OF
      *    ANOTHER DAY, AS THE RECEIVING REGISTER (RCVRGB2) DOES.
      *****************************************************************
       600-POSITION-TO-RECEIPTS.
      *
           IF NOT WS-RCTFILE-AVAILABLE
               MOVE 'Y' TO WS-RCT-EOF-SW
           ELSE
               MOVE WS-RUN-DATE-MDY TO RCT-RECEIPT-DATE
               MOVE ZERO            TO RCT-PO-NUMBER
                                       RCT-LINE-NUMBER
                                       RCT-RECEIPT-TIME
               START RCTFILE KEY >= RCT-KEY
               IF WS-RCTFILE-NOTFOUND OR WS-RCTFILE-EOF
                   MOVE 'Y' TO WS-RCT-EOF-SW
               ELSE
                   IF NOT WS-RCTFILE-SUCCESS
                       DISPLAY "WS-RCTFILE-SW=" WS-RCTFILE-SW
                       DISPLAY "RCTFILE START ERROR"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      *    EACH RECEIPT IS VALUED AT ITS PO LINE'S UNIT COST: DEBIT
      *    INVENTORY, CREDIT THE RECEIVED-NOT-INVOICED ACCRUAL UNTIL
      *    THE VENDOR'S BILL IS VOUCHERED.  A DROP-SHIP RECEIPT IS
      *    VALUED THE SAME WAY - THE CUSTOMER INVOICE IT TRIGGERS
      *    RELIEVES INVENTORY INTO COST OF SALES.
      *****************************************************************
       610-PROCESS-RECEIPT.
      *
           READ RCTFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RCT-EOF-SW
           NOT AT END
               IF RCT-RECEIPT-DATE NOT = WS-RUN-DATE-MDY-R
                   MOVE 'Y' TO WS-RCT-EOF-SW
               ELSE
                   PERFORM 620-JOURNAL-ONE-RECEIPT
               END-IF
           END-READ.
      *
       620-JOURNAL-ONE-RECEIPT.
      *
           MOVE RCT-PO-NUMBER   TO PO-PO-NUMBER.
           MOVE RCT-LINE-NUMBER TO PO-LINE-NUMBER.
           READ POFILE.
           MOVE PO-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
           PERFORM 754-CHECK-VENDOR-COMPANY.
           IF        WS-POFILE-SUCCESS
                 AND WS-COMPANY-OK
               COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                   RCT-QUANTITY-RECEIVED * PO-UNIT-COST
               IF WS-ACCRUAL-AMOUNT NOT = ZERO
                   MOVE RCT-PO-NUMBER TO INV-INVOICE-NUMBER
                   MOVE WS-ACCRUAL-AMOUNT TO WS-RECEIVABLE-AMOUNT
                   MOVE 'RCPT' TO WS-INVY-SOURCE
                   MOVE 'INVY' TO GLM-MAP-CODE
                   PERFORM 700-WRITE-JOURNAL-DEBIT
                   ADD WS-ACCRUAL-AMOUNT TO GLT-INVENTORY
                   MOVE WS-ACCRUAL-AMOUNT TO WS-RECEIVABLE-AMOUNT
                   MOVE 'RNIA' TO GLM-MAP-CODE
                   PERFORM 710-WRITE-JOURNAL-CREDIT
                   SUBTRACT WS-ACCRUAL-AMOUNT FROM GLT-ACCRUAL
               END-IF
           END-IF.
      *
       630-READ-VOUCHER.
      *
           IF NOT WS-APVFILE-AVAILABLE
               MOVE 'Y' TO WS-APV-EOF-SW
           ELSE
               READ APVFILE
                   AT END MOVE 'Y' TO WS-APV-EOF-SW
               END-READ
           END-IF.
      *
      *****************************************************************
      *    THE DAY'S VOUCHER LINES (APVEAB2), OPEN OR HELD - A HELD
      *    LINE IS STILL A BILL WE OWE, ONLY BLOCKED FROM PAYMENT.
      *    THE ACCRUAL IS CLEARED AT WHAT THE RECEIPT WAS BOOKED AT
      *    (QTY BILLED X PO COST) AND THE PAYABLE SET UP AT WHAT THE
      *    VENDOR BILLED; ANY DIFFERENCE IS PURCHASE PRICE VARIANCE,
      *    A DEBIT WHEN WE WERE BILLED OVER THE PO AND A CREDIT WHEN
      *    UNDER.
      *****************************************************************
       635-PROCESS-VOUCHER.
      *
           MOVE APV-COMPANY-CODE TO WS-RECORD-COMPANY.
           PERFORM 756-CHECK-RECORD-COMPANY.
      *
           IF        APV-VOUCHER-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               PERFORM 640-JOURNAL-ONE-VOUCHER
           END-IF.
      *
           PERFORM 630-READ-VOUCHER.
      *
       640-JOURNAL-ONE-VOUCHER.
      *
           MOVE APV-PO-NUMBER      TO PO-PO-NUMBER.
           MOVE APV-PO-LINE-NUMBER TO PO-LINE-NUMBER.
           READ POFILE.
           COMPUTE WS-PAYABLE-AMOUNT ROUNDED =
               APV-QUANTITY-BILLED * APV-UNIT-COST-BILLED.
           IF WS-POFILE-SUCCESS
               COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                   APV-QUANTITY-BILLED * PO-UNIT-COST
           ELSE
               MOVE WS-PAYABLE-AMOUNT TO WS-ACCRUAL-AMOUNT
           END-IF.
           COMPUTE WS-VARIANCE-AMOUNT =
               WS-PAYABLE-AMOUNT - WS-ACCRUAL-AMOUNT.
      *
           MOVE APV-PO-NUMBER TO INV-INVOICE-NUMBER.
      *
           IF WS-ACCRUAL-AMOUNT NOT = ZERO
               MOVE WS-ACCRUAL-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'RNIA' TO GLM-MAP-CODE
               PERFORM 700-WRITE-JOURNAL-DEBIT
               ADD WS-ACCRUAL-AMOUNT TO GLT-ACCRUAL
           END-IF.
      *
           IF WS-VARIANCE-AMOUNT > ZERO
               MOVE WS-VARIANCE-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'PPVR' TO GLM-MAP-CODE
               PERFORM 700-WRITE-JOURNAL-DEBIT
               ADD WS-VARIANCE-AMOUNT TO GLT-PPV
           ELSE
               IF WS-VARIANCE-AMOUNT < ZERO
                   COMPUTE WS-RECEIVABLE-AMOUNT =
                       ZERO - WS-VARIANCE-AMOUNT
                   MOVE 'PPVR' TO GLM-MAP-CODE
                   PERFORM 710-WRITE-JOURNAL-CREDIT
                   ADD WS-VARIANCE-AMOUNT TO GLT-PPV
               END-IF
           END-IF.
      *
           IF WS-PAYABLE-AMOUNT NOT = ZERO
               MOVE WS-PAYABLE-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'APAY' TO GLM-MAP-CODE
               PERFORM 710-WRITE-JOURNAL-CREDIT
               SUBTRACT WS-PAYABLE-AMOUNT FROM GLT-PAYABLE
           END-IF.
      *
       650-READ-VENDOR-CHECK.
      *
           IF NOT WS-APKFILE-AVAILABLE
               MOVE 'Y' TO WS-APK-EOF-SW
           ELSE
               READ APKFILE
                   AT END MOVE 'Y' TO WS-APK-EOF-SW
               END-READ
           END-IF.
      *
      *****************************************************************
      *    THE DAY'S VENDOR CHECKS (APCHKB2): THE VOUCHER LINES THE
      *    CHECK PAID COME OFF PAYABLES AT GROSS AND THE CHECK FACE
      *    COMES OUT OF CASH.  THE HONORED RETURN CREDITS NETTED ON
      *    THE CHECK ARE STOCK RTVEAB2 ALREADY SENT BACK, SO THAT
      *    SHARE CREDITS INVENTORY AT THE PO COST IT WAS CLAIMED AT.
      *    A CHECK VOIDED TODAY (CHKVDB2) REVERSES THE SAME ENTRY -
      *    ONE WRITTEN AND VOIDED THE SAME DAY JOURNALS BOTH.
      *****************************************************************
       655-PROCESS-VENDOR-CHECK.
      *
           MOVE APK-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
           PERFORM 754-CHECK-VENDOR-COMPANY.
      *
           IF        APK-CHECK-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               MOVE APK-CHECK-NUMBER TO INV-INVOICE-NUMBER
               MOVE APK-GROSS-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'APAY' TO GLM-MAP-CODE
               PERFORM 700-WRITE-JOURNAL-DEBIT
               ADD APK-GROSS-AMOUNT TO GLT-PAYABLE
               MOVE APK-NET-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'CASH' TO GLM-MAP-CODE
               PERFORM 710-WRITE-JOURNAL-CREDIT
               SUBTRACT APK-NET-AMOUNT FROM GLT-CASH
               IF APK-CREDIT-AMOUNT NOT = ZERO
                   MOVE APK-CREDIT-AMOUNT TO WS-RECEIVABLE-AMOUNT
                   MOVE 'RTVC' TO WS-INVY-SOURCE
                   MOVE 'INVY' TO GLM-MAP-CODE
                   PERFORM 710-WRITE-JOURNAL-CREDIT
                   SUBTRACT APK-CREDIT-AMOUNT FROM GLT-INVENTORY
               END-IF
           END-IF.
      *
           IF        APK-STATUS-VOID
                 AND APK-VOID-DATE = WS-RUN-DATE-MDY-R
                 AND WS-COMPANY-OK
               MOVE APK-CHECK-NUMBER TO INV-INVOICE-NUMBER
               MOVE APK-NET-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'CASH' TO GLM-MAP-CODE
               PERFORM 700-WRITE-JOURNAL-DEBIT
               ADD APK-NET-AMOUNT TO GLT-CASH
               IF APK-CREDIT-AMOUNT NOT = ZERO
                   MOVE APK-CREDIT-AMOUNT TO WS-RECEIVABLE-AMOUNT
                   MOVE 'RTVC' TO WS-INVY-SOURCE
                   MOVE 'INVY' TO GLM-MAP-CODE
                   PERFORM 700-WRITE-JOURNAL-DEBIT
                   ADD APK-CREDIT-AMOUNT TO GLT-INVENTORY
               END-IF
               MOVE APK-GROSS-AMOUNT TO WS-RECEIVABLE-AMOUNT
               MOVE 'APAY' TO GLM-MAP-CODE
               PERFORM 710-WRITE-JOURNAL-CREDIT
               SUBTRACT APK-GROSS-AMOUNT FROM GLT-PAYABLE
           END-IF.
      *
           PERFORM 650-READ-VENDOR-CHECK.
      *
      *****************************************************************
      *    ONE JOURNAL LINE.  THE ACCOUNT COMES FROM THE MAPPING
           MOVE WS-RUN-DATE-MDY      TO GLJ-POSTING-DATE.
           MOVE GLM-MAP-CODE         TO GLJ-DESCRIPTION.
           WRITE GLOUT-RECORD FROM GL-JOURNAL-RECORD.
           IF GLM-MAP-CODE = 'INVY'
               PERFORM 740-ADD-INVY-ACTIVITY
           END-IF.
      *
       740-ADD-INVY-ACTIVITY.
      *
           MOVE 'N' TO WS-IST-FOUND-SW.
           PERFORM 745-MATCH-INVY-SOURCE
               VARYING WS-IST-SUB FROM 1 BY 1
                 UNTIL WS-IST-SUB > 7
                    OR WS-IST-FOUND.
      *
       745-MATCH-INVY-SOURCE.
      *
           IF IST-SOURCE-CODE(WS-IST-SUB) = WS-INVY-SOURCE
               IF GLJ-DEBIT-CREDIT = 'D'
                   ADD WS-RECEIVABLE-AMOUNT TO IST-DEBIT(WS-IST-SUB)
               ELSE
                   ADD WS-RECEIVABLE-AMOUNT
                       TO IST-CREDIT(WS-IST-SUB)
               END-IF
               ADD 1 TO IST-LINES(WS-IST-SUB)
               MOVE 'Y' TO WS-IST-FOUND-SW
           END-IF.
      *
      *****************************************************************
      *    DOES THE DOCUMENT IN HAND BELONG TO THE COMPANY THIS RUN
      *    JOURNALS?  ALWAYS YES WITHOUT A COMSEL CARD.  THE CALLER
      *    PUTS THE CUSTOMER, WAREHOUSE OR VENDOR IN THE KEY, OR THE
      *    DOCUMENT'S OWN COMPANY IN WS-RECORD-COMPANY.
      *****************************************************************
       750-CHECK-CUSTOMER-COMPANY.
      *
           MOVE SPACE TO WS-RECORD-COMPANY.
           IF WS-ONE-COMPANY
               READ CMFFILE
               IF WS-CMFFILE-SUCCESS
                   MOVE CM-COMPANY-CODE TO WS-RECORD-COMPANY
               END-IF
           END-IF.
           PERFORM 756-CHECK-RECORD-COMPANY.
      *
       752-CHECK-WAREHOUSE-COMPANY.
      *
           MOVE SPACE TO WS-RECORD-COMPANY.
           IF WS-ONE-COMPANY
               READ WRHFILE
               IF WS-WRHFILE-SUCCESS
                   MOVE WRH-COMPANY-CODE TO WS-RECORD-COMPANY
               END-IF
           END-IF.
           PERFORM 756-CHECK-RECORD-COMPANY.
      *
       754-CHECK-VENDOR-COMPANY.
      *
           MOVE SPACE TO WS-RECORD-COMPANY.
           IF WS-ONE-COMPANY
               READ VNDFILE
               IF WS-VNDFILE-SUCCESS
                   MOVE VND-COMPANY-CODE TO WS-RECORD-COMPANY
               END-IF
           END-IF.
           PERFORM 756-CHECK-RECORD-COMPANY.
      *
       756-CHECK-RECORD-COMPANY.
      *
           IF        WS-ONE-COMPANY
                 AND WS-RECORD-COMPANY NOT = WS-SELECT-COMPANY
               MOVE 'N' TO WS-COMPANY-OK-SW
           ELSE
               MOVE 'Y' TO WS-COMPANY-OK-SW
           END-IF.
      *
       800-WRITE-SUMMARY.
      *
               MOVE GLT-FINCHG TO RPT-AMOUNT
               WRITE PRINT-LINE FROM RPT-SUMMARY-LINE
           END-IF.
      *
           PERFORM 810-WRITE-CHARGE-CLASS
               VARYING WS-CHG-SUB FROM 1 BY 1
                 UNTIL WS-CHG-SUB > GLC-CLASS-COUNT.
      *
           IF GLT-SHRINK NOT = ZERO
               MOVE 'SHRK' TO RPT-CLASS GLM-MAP-CODE
               MOVE GLT-REFUND TO RPT-AMOUNT
               WRITE PRINT-LINE FROM RPT-SUMMARY-LINE
           END-IF.
      *
           IF GLT-ESCHEAT NOT = ZERO
               MOVE 'ESCH' TO RPT-CLASS GLM-MAP-CODE
               PERFORM 720-READ-ACCOUNT-MAP
               MOVE GLM-ACCOUNT-NUMBER TO RPT-ACCOUNT
               MOVE GLT-ESCHEAT TO RPT-AMOUNT
               WRITE PRINT-LINE FROM RPT-SUMMARY-LINE
           END-IF.
      *
           IF GLT-ACCRUAL NOT = ZERO
               MOVE 'RNIA' TO RPT-CLASS GLM-MAP-CODE
               PERFORM 720-READ-ACCOUNT-MAP
               MOVE GLM-ACCOUNT-NUMBER TO RPT-ACCOUNT
               MOVE GLT-ACCRUAL TO RPT-AMOUNT
               WRITE PRINT-LINE FROM RPT-SUMMARY-LINE
           END-IF.
      *
           IF GLT-PAYABLE NOT = ZERO
               MOVE 'APAY' TO RPT-CLASS GLM-MAP-CODE
               PERFORM 720-READ-ACCOUNT-MAP
               MOVE GLM-ACCOUNT-NUMBER TO RPT-ACCOUNT
               MOVE GLT-PAYABLE TO RPT-AMOUNT
               WRITE PRINT-LINE FROM RPT-SUMMARY-LINE
           END-IF.
      *
           IF GLT-PPV NOT = ZERO
               MOVE 'PPVR' TO RPT-CLASS GLM-MAP-CODE
               PERFORM 720-READ-ACCOUNT-MAP
               MOVE GLM-ACCOUNT-NUMBER TO RPT-ACCOUNT
               MOVE GLT-PPV TO RPT-AMOUNT
               WRITE PRINT-LINE FROM RPT-SUMMARY-LINE
           END-IF.
      *
           COMPUTE WS-BALANCE-CHECK =
               GLT-RECEIVABLE + GLT-SALES + GLT-TAX + GLT-FREIGHT
               + GLT-COGS + GLT-INVENTORY + GLT-BADDEBT
               + GLT-CASH + GLT-FINCHG + GLT-SHRINK + GLT-REFUND
               + GLT-ACCRUAL + GLT-PAYABLE + GLT-PPV
               + GLT-CHARGES + GLT-ESCHEAT.
           MOVE WS-BALANCE-CHECK TO RPT-BALANCE.
           WRITE PRINT-LINE FROM RPT-BALANCE-LINE.
      *
       810-WRITE-CHARGE-CLASS.
      *
           MOVE GLC-MAP-CODE(WS-CHG-SUB) TO RPT-CLASS GLM-MAP-CODE.
           PERFORM 720-READ-ACCOUNT-MAP.
           MOVE GLM-ACCOUNT-NUMBER TO RPT-ACCOUNT.
           MOVE GLC-AMOUNT(WS-CHG-SUB) TO RPT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-SUMMARY-LINE.
      *
      *****************************************************************
      *    ONE IYAAB2 RECORD PER SOURCE FOR THE POSTING DATE.  A
      *    RERUN REWRITES WHAT THE FIRST RUN LEFT, EVEN TO ZERO, SO
      *    THE MONTH NEVER COUNTS A NIGHT TWICE.
      *****************************************************************
       850-SAVE-INVY-ACTIVITY.
      *
           COMPUTE IYA-POSTING-DATE =
               (WS-MDY-YYYY * 10000) + (WS-MDY-MM * 100) + WS-MDY-DD.
           MOVE WS-SELECT-COMPANY           TO IYA-COMPANY-CODE.
           MOVE IST-SOURCE-CODE(WS-IST-SUB) TO IYA-SOURCE-CODE.
           READ IYAFILE.
           IF NOT WS-IYAFILE-SUCCESS AND NOT WS-IYAFILE-NOTFOUND
               DISPLAY "WS-IYAFILE-SW=" WS-IYAFILE-SW
               DISPLAY "IYAFILE READ ERROR"
               STOP RUN
           END-IF.
           MOVE IST-DEBIT(WS-IST-SUB)  TO IYA-DEBIT-AMOUNT.
           MOVE IST-CREDIT(WS-IST-SUB) TO IYA-CREDIT-AMOUNT.
           MOVE IST-LINES(WS-IST-SUB)  TO IYA-LINE-COUNT.
           IF WS-IYAFILE-SUCCESS
               REWRITE INVY-ACTIVITY-RECORD
               IF NOT WS-IYAFILE-SUCCESS
                   DISPLAY "WS-IYAFILE-SW=" WS-IYAFILE-SW
                   DISPLAY "IYAFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           ELSE
               IF IST-LINES(WS-IST-SUB) NOT = ZERO
                   COMPUTE IYA-POSTING-DATE =
                       (WS-MDY-YYYY * 10000) + (WS-MDY-MM * 100)
                       + WS-MDY-DD
                   MOVE WS-SELECT-COMPANY TO IYA-COMPANY-CODE
                   MOVE IST-SOURCE-CODE(WS-IST-SUB)
                       TO IYA-SOURCE-CODE
                   WRITE INVY-ACTIVITY-RECORD
                   IF NOT WS-IYAFILE-SUCCESS
                       DISPLAY "WS-IYAFILE-SW=" WS-IYAFILE-SW
                       DISPLAY "IYAFILE WRITE ERROR"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           IF WS-REFFILE-AVAILABLE
               CLOSE REFFILE
           END-IF.
           IF WS-ESCFILE-AVAILABLE
               CLOSE ESCFILE
           END-IF.
           IF WS-PAYFILE-AVAILABLE
               CLOSE PAYFILE
           END-IF.
           IF WS-ADTFILE-AVAILABLE
               CLOSE ADTFILE
           END-IF.
           IF WS-POFILE-AVAILABLE
               CLOSE POFILE
           END-IF.
           IF WS-RCTFILE-AVAILABLE
               CLOSE RCTFILE
           END-IF.
           IF WS-APVFILE-AVAILABLE
               CLOSE APVFILE
           END-IF.
           IF WS-APKFILE-AVAILABLE
               CLOSE APKFILE
           END-IF.
           IF WS-CKRFILE-AVAILABLE
               CLOSE CKRFILE
           END-IF.
           IF WS-CHGFILE-AVAILABLE
               CLOSE CHGFILE
           END-IF.
           IF WS-ONE-COMPANY
               CLOSE CMFFILE
               CLOSE VNDFILE
               CLOSE WRHFILE
           END-IF.
           CLOSE GLMFILE.
           CLOSE IYAFILE.
           CLOSE GLOUT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
