       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHFCB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    THIRTEEN-WEEK CASH FLOW FORECAST.  THE CONTROLLER USED TO
      *    BUILD THE WEEKLY CASH FORECAST FROM THE AGING, THE OPEN
      *    ORDER REPORT, THE PAYABLES AGING AND THE OPEN PO LISTING.
      *    THIS RUN BUCKETS THE EXPECTED CASH BY WEEK FOR THE NEXT
      *    THIRTEEN WEEKS, WEEK 1 STARTING ON THE PROCESSING DATE:
      *      INFLOWS  - EACH OPNAB2 OPEN ITEM'S BALANCE ON ITS DUE
      *                 DATE, AND EACH OPEN SALES ORDER'S VALUE
      *                 (MERCHANDISE, TAX AND FREIGHT, AS OORPTB2
      *                 VALUES IT) ON THE DAY IT IS EXPECTED TO BILL
      *                 - THE REQUESTED SHIP DATE, OR TODAY WHEN
      *                 THAT IS BLANK OR PAST - PLUS THE CUSTOMER'S
      *                 TERMS.  BOTH ARE THEN MOVED BY THE CUSTOMER'S
      *                 ACTUAL AVERAGE DAYS LATE: EVERY APPAB2 CASH
      *                 APPLICATION MEASURED AGAINST ITS INVOICE'S DUE
      *                 DATE (EARLY PAYERS PULL THEIR CASH FORWARD).
      *                 A CUSTOMER WITH NO PAYMENT HISTORY IS TAKEN
      *                 AT ITS TERMS.
      *      OUTFLOWS - EACH OPEN OR HELD APVAB2 VOUCHER LINE (QTY
      *                 BILLED X COST BILLED) ON ITS DUE DATE - THE
      *                 VOUCHER DATE PLUS THE VENDOR'S TERMS, AS THE
      *                 APCHKB2 CHECK RUN DUE-DATES IT - AND EACH OPEN
      *                 POAB2 LINE'S UNRECEIVED QUANTITY AT PO COST,
      *                 DUE THE VENDOR'S TERMS AFTER THE EXPECTED
      *                 RECEIPT DATE (TODAY WHEN THAT HAS PASSED).
      *    ANYTHING EXPECTED BEFORE TODAY IS PAST DUE AND FALLS INTO
      *    WEEK 1; ANYTHING BEYOND WEEK 13 IS TOTALED SEPARATELY.
      *    THE REPORT SHOWS EACH WEEK'S INFLOWS, OUTFLOWS, NET AND
      *    THE CUMULATIVE NET POSITION.  NOTHING IS UPDATED.  DAY
      *    COUNTS USE THE SAME 30-DAY-MONTH DAY NUMBERS THE AGING
      *    REPORTS USE.
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

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT TRMFILE ASSIGN TO TRMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-KEY
               FILE STATUS IS WS-TRMFILE-SW.

           SELECT APPFILE ASSIGN TO APPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT OPNFILE ASSIGN TO OPNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNFILE-SW.

           SELECT APVFILE ASSIGN TO APVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APV-KEY
               FILE STATUS IS WS-APVFILE-SW.

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-SW.

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
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD TRMFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TERMS-CODE-RECORD.
      *
       COPY TERMS.
      *
       FD APPFILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS CASH-APPLICATION-RECORD.
      *
       COPY CASHAPP.
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
       FD APVFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS AP-VOUCHER-RECORD.
      *
       COPY APVCHR.
      *
       FD POFILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS PURCHASE-ORDER-RECORD.
      *
       COPY PURCHORD.
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
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFOUND                VALUE '23'.
       01 WS-TRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRMFILE-SUCCESS                VALUE '00'.
           88  WS-TRMFILE-NOTFOUND                VALUE '23'.
       01 WS-TRMFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-TRMFILE-AVAILABLE              VALUE 'Y'.
       01 WS-APPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APPFILE-SUCCESS                VALUE '00'.
           88  WS-APPFILE-EOF                     VALUE '10'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-EOF                     VALUE '10'.
           88  WS-INVFILE-NOTFOUND                VALUE '23'.
       01 WS-OPNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPNFILE-SUCCESS                VALUE '00'.
           88  WS-OPNFILE-EOF                     VALUE '10'.
       01 WS-APVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APVFILE-SUCCESS                VALUE '00'.
           88  WS-APVFILE-EOF                     VALUE '10'.
       01 WS-APVFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-APVFILE-AVAILABLE              VALUE 'Y'.
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-EOF                      VALUE '10'.
       01 WS-POFILE-AVAILABLE-SW             PIC X(01)  VALUE 'Y'.
           88  WS-POFILE-AVAILABLE               VALUE 'Y'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFOUND                VALUE '23'.
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
       01 WS-DATE-DAYNUM                     PIC S9(09) COMP-3.
       01 WS-DUE-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-APPLIED-DAYNUM                  PIC S9(09) COMP-3.
       01 WS-EXPECT-DAYNUM                   PIC S9(09) COMP-3.
       01 WS-DAYS-LATE                       PIC S9(09) COMP-3.
       01 WS-DAYS-OUT                        PIC S9(09) COMP-3.
       01 WS-NET-DAYS                        PIC 9(03).
       01 WS-AMOUNT                          PIC S9(09)V99 COMP-3.
       01 WS-OPEN-QUANTITY                   PIC S9(07) COMP-3.
      *
       01 WS-LAST-VENDOR                     PIC X(06)  VALUE SPACES.
       01 WS-VENDOR-NET-DAYS                 PIC 9(03)  VALUE ZERO.
      *
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-FORECAST-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    ONE ENTRY PER CUSTOMER WITH PAYMENT HISTORY: THE DAYS LATE
      *    OF EVERY APPLICATION AND HOW MANY THERE WERE.  A FULL
      *    TABLE IS COUNTED, NOT DIED ON - THOSE CUSTOMERS ARE TAKEN
      *    AT THEIR TERMS.
      *****************************************************************
       01  DAYS-LATE-TABLE.
           05  DLT-ENTRY OCCURS 1000 TIMES.
               10  DLT-CUSTOMER-NUMBER       PIC X(06).
               10  DLT-DAYS-LATE             PIC S9(09) COMP-3.
               10  DLT-PAID-COUNT            PIC S9(05) COMP-3.
       01  WS-DLT-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-DLT-SUB                        PIC S9(05) COMP-3.
       01  WS-DLT-USE                        PIC S9(05) COMP-3.
       01  WS-DLT-OVERFLOW                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-DLT-LOOKUP-KEY                 PIC X(06).
       01  WS-CUST-AVG-LATE                  PIC S9(05) COMP-3.
      *
      *****************************************************************
      *    THE THIRTEEN WEEKLY BUCKETS.  WEEK 1 IS DAYS 0-6 FROM THE
      *    PROCESSING DATE AND TAKES EVERYTHING PAST DUE AS WELL.
      *****************************************************************
       01  FORECAST-TABLE.
           05  FCW-WEEK OCCURS 13 TIMES.
               10  FCW-AR-IN                 PIC S9(11)V99 COMP-3.
               10  FCW-ORDER-IN              PIC S9(11)V99 COMP-3.
               10  FCW-AP-OUT                PIC S9(11)V99 COMP-3.
               10  FCW-PO-OUT                PIC S9(11)V99 COMP-3.
       01  WS-WEEK-SUB                       PIC S9(03) COMP-3.
       01  WS-PAST-DUE-SW                    PIC X(01)  VALUE 'N'.
           88  WS-PAST-DUE                       VALUE 'Y'.
      *
       01  WS-WEEK-IN                        PIC S9(11)V99 COMP-3.
       01  WS-WEEK-OUT                       PIC S9(11)V99 COMP-3.
       01  WS-WEEK-NET                       PIC S9(11)V99 COMP-3.
       01  WS-CUMULATIVE-NET                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-TOT-AR-IN                      PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-TOT-ORDER-IN                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-TOT-AP-OUT                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-TOT-PO-OUT                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-PAST-DUE-IN                    PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-PAST-DUE-OUT                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-BEYOND-IN                      PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01  WS-BEYOND-OUT                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'THIRTEEN-WEEK CASH FLOW FORECAST'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(06) VALUE 'WEEK'.
           05  FILLER          PIC X(09) VALUE 'DAYS'.
           05  FILLER          PIC X(14) VALUE '  RECEIVABLES'.
           05  FILLER          PIC X(14) VALUE '  OPEN ORDERS'.
           05  FILLER          PIC X(14) VALUE '   TOTAL IN'.
           05  FILLER          PIC X(14) VALUE '     VOUCHERS'.
           05  FILLER          PIC X(14) VALUE '     OPEN POS'.
           05  FILLER          PIC X(14) VALUE '    TOTAL OUT'.
           05  FILLER          PIC X(14) VALUE '          NET'.
           05  FILLER          PIC X(15) VALUE '    CUMULATIVE'.
           05  FILLER          PIC X(04) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-WEEK             PIC Z(03)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DAY-FROM         PIC 9(03).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-DAY-TO           PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AR-IN            PIC Z(09)9.99-.
           05  RPT-ORDER-IN         PIC Z(09)9.99-.
           05  RPT-TOTAL-IN         PIC Z(09)9.99-.
           05  RPT-AP-OUT           PIC Z(09)9.99-.
           05  RPT-PO-OUT           PIC Z(09)9.99-.
           05  RPT-TOTAL-OUT        PIC Z(09)9.99-.
           05  RPT-NET              PIC Z(09)9.99-.
           05  RPT-CUMULATIVE       PIC Z(10)9.99-.
           05  FILLER               PIC X(04) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(15).
           05  RPT-TOT-AR-IN        PIC Z(09)9.99-.
           05  RPT-TOT-ORDER-IN     PIC Z(09)9.99-.
           05  RPT-TOT-TOTAL-IN     PIC Z(09)9.99-.
           05  RPT-TOT-AP-OUT       PIC Z(09)9.99-.
           05  RPT-TOT-PO-OUT       PIC Z(09)9.99-.
           05  RPT-TOT-TOTAL-OUT    PIC Z(09)9.99-.
           05  RPT-TOT-NET          PIC Z(09)9.99-.
           05  FILLER               PIC X(19) VALUE SPACE.
      *
       01  RPT-MEMO-LINE.
           05  RPT-MEMO-LABEL       PIC X(44).
           05  RPT-MEMO-IN          PIC Z(10)9.99-.
           05  FILLER               PIC X(06) VALUE '  OUT '.
           05  RPT-MEMO-OUT         PIC Z(10)9.99-.
           05  FILLER               PIC X(52) VALUE SPACE.
      *
       01  RPT-OVERFLOW-LINE.
           05  FILLER               PIC X(44) VALUE
               'PAYMENT HISTORY TABLE FULL - AT TERMS:      '.
           05  RPT-OVERFLOW-COUNT   PIC Z(06)9.
           05  FILLER               PIC X(81) VALUE SPACE.
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
           INITIALIZE FORECAST-TABLE.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'CSHFCB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 200-READ-APPLICATION.
           PERFORM 210-ACCUMULATE-DAYS-LATE
               UNTIL WS-EOF-YES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 300-READ-OPEN-ITEM.
           PERFORM 310-FORECAST-OPEN-ITEM
               UNTIL WS-EOF-YES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 400-POSITION-TO-ORDERS.
           PERFORM 420-FORECAST-OPEN-ORDER
               UNTIL WS-EOF-YES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 500-READ-VOUCHER.
           PERFORM 510-FORECAST-VOUCHER
               UNTIL WS-EOF-YES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 600-READ-PO-LINE.
           PERFORM 610-FORECAST-PO-LINE
               UNTIL WS-EOF-YES.
      *
           PERFORM 800-PRINT-FORECAST.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT     TO WS-RUN-COUNT-IN.
           MOVE WS-FORECAST-COUNT TO WS-RUN-COUNT-OUT.
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
      *****************************************************************
      *    THE RECEIVABLES SIDE IS REQUIRED.  STATUS 35 ON THE TERMS
      *    FILE LEAVES EVERYONE AT NET 0; ON APVAB2 OR POAB2 IT MEANS
      *    THAT FLOW HAS NEVER POSTED AND THERE IS NOTHING TO PAY.
      *****************************************************************
       100-OPEN-FILES.
      *
           OPEN INPUT CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT TRMFILE.
           IF NOT WS-TRMFILE-SUCCESS
               IF WS-TRMFILE-SW = '35'
                   MOVE 'N' TO WS-TRMFILE-AVAILABLE-SW
                   DISPLAY "TRMFILE NOT FOUND - ALL TERMS NET 0"
               ELSE
                   DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
                   DISPLAY "TRMFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT APPFILE.
           IF NOT WS-APPFILE-SUCCESS
               DISPLAY "WS-APPFILE-SW=" WS-APPFILE-SW
               DISPLAY "APPFILE OPEN ERROR"
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
           OPEN INPUT OPNFILE.
           IF NOT WS-OPNFILE-SUCCESS
               DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
               DISPLAY "OPNFILE OPEN ERROR - RUN OPNBLB2 FIRST"
               STOP RUN
           END-IF.
      *
           OPEN INPUT APVFILE.
           IF NOT WS-APVFILE-SUCCESS
               IF WS-APVFILE-SW = '35'
                   MOVE 'N' TO WS-APVFILE-AVAILABLE-SW
                   DISPLAY "APVFILE NOT FOUND - NO VOUCHERS FORECAST"
               ELSE
                   DISPLAY "WS-APVFILE-SW=" WS-APVFILE-SW
                   DISPLAY "APVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               IF WS-POFILE-SW = '35'
                   MOVE 'N' TO WS-POFILE-AVAILABLE-SW
                   DISPLAY "POFILE NOT FOUND - NO OPEN POS FORECAST"
               ELSE
                   DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
                   DISPLAY "POFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
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
      *****************************************************************
      *    PASS 1 - HOW LATE EACH CUSTOMER ACTUALLY PAYS.  EVERY CASH
      *    APPLICATION IS MEASURED FROM ITS INVOICE'S DUE DATE (THE
      *    INVOICE DATE ON ONE FROM BEFORE DUE DATES WERE STAMPED).
      *    APPLICATIONS WHOSE INVOICE HAS BEEN ARCHIVED OFF INVAB2
      *    ARE LEFT OUT RATHER THAN GUESSED AT.
      *****************************************************************
       200-READ-APPLICATION.
      *
           READ APPFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       210-ACCUMULATE-DAYS-LATE.
      *
           ADD 1 TO WS-READ-COUNT.
           MOVE APP-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
           READ INVFILE.
           IF WS-INVFILE-SUCCESS
               IF INV-DUE-DATE NUMERIC
                   MOVE INV-DUE-DATE TO WS-DATE-WORK
               ELSE
                   MOVE INV-INVOICE-DATE TO WS-DATE-WORK
               END-IF
               PERFORM 700-COMPUTE-DAYNUM
               MOVE WS-DATE-DAYNUM TO WS-DUE-DAYNUM
               MOVE APP-APPLIED-DATE TO WS-DATE-WORK
               PERFORM 700-COMPUTE-DAYNUM
               MOVE WS-DATE-DAYNUM TO WS-APPLIED-DAYNUM
               COMPUTE WS-DAYS-LATE =
                   WS-APPLIED-DAYNUM - WS-DUE-DAYNUM
               MOVE APP-CUSTOMER-NUMBER TO WS-DLT-LOOKUP-KEY
               PERFORM 220-FIND-CUSTOMER-ENTRY
               IF WS-DLT-USE = ZERO
                   PERFORM 230-ADD-CUSTOMER-ENTRY
               END-IF
               IF WS-DLT-USE > ZERO
                   ADD WS-DAYS-LATE TO DLT-DAYS-LATE(WS-DLT-USE)
                   ADD 1 TO DLT-PAID-COUNT(WS-DLT-USE)
               END-IF
           END-IF.
      *
           PERFORM 200-READ-APPLICATION.
      *
       220-FIND-CUSTOMER-ENTRY.
      *
           MOVE ZERO TO WS-DLT-USE.
           PERFORM 225-MATCH-CUSTOMER-ENTRY
               VARYING WS-DLT-SUB FROM 1 BY 1
                 UNTIL WS-DLT-SUB > WS-DLT-COUNT
                    OR WS-DLT-USE > ZERO.
      *
       225-MATCH-CUSTOMER-ENTRY.
      *
           IF DLT-CUSTOMER-NUMBER(WS-DLT-SUB) = WS-DLT-LOOKUP-KEY
               MOVE WS-DLT-SUB TO WS-DLT-USE
           END-IF.
      *
       230-ADD-CUSTOMER-ENTRY.
      *
           IF WS-DLT-COUNT < 1000
               ADD 1 TO WS-DLT-COUNT
               MOVE WS-DLT-COUNT TO WS-DLT-USE
               MOVE WS-DLT-LOOKUP-KEY
                   TO DLT-CUSTOMER-NUMBER(WS-DLT-USE)
               MOVE ZERO TO DLT-DAYS-LATE(WS-DLT-USE)
                            DLT-PAID-COUNT(WS-DLT-USE)
           ELSE
               ADD 1 TO WS-DLT-OVERFLOW
           END-IF.
      *
      *****************************************************************
      *    THE CUSTOMER'S AVERAGE DAYS LATE, ROUNDED; ZERO WITH NO
      *    HISTORY.
      *****************************************************************
       240-GET-AVERAGE-LATE.
      *
           MOVE ZERO TO WS-CUST-AVG-LATE.
           PERFORM 220-FIND-CUSTOMER-ENTRY.
           IF WS-DLT-USE > ZERO
               IF DLT-PAID-COUNT(WS-DLT-USE) > ZERO
                   COMPUTE WS-CUST-AVG-LATE ROUNDED =
                       DLT-DAYS-LATE(WS-DLT-USE)
                           / DLT-PAID-COUNT(WS-DLT-USE)
               END-IF
           END-IF.
      *
      *****************************************************************
      *    PASS 2 - OPEN RECEIVABLES.  EACH OPEN ITEM'S BALANCE IS
      *    EXPECTED ON ITS DUE DATE MOVED BY THE CUSTOMER'S AVERAGE
      *    DAYS LATE.  AN OPEN CREDIT (A NEGATIVE BALANCE) NETS THE
      *    CUSTOMER'S INFLOW THE SAME WAY.
      *****************************************************************
       300-READ-OPEN-ITEM.
      *
           READ OPNFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       310-FORECAST-OPEN-ITEM.
      *
           ADD 1 TO WS-READ-COUNT.
           IF OPN-STATUS-OPEN AND OPN-OPEN-BALANCE NOT = ZERO
               IF OPN-DUE-DATE NUMERIC
                   MOVE OPN-DUE-DATE TO WS-DATE-WORK
               ELSE
                   MOVE OPN-INVOICE-DATE TO WS-DATE-WORK
               END-IF
               PERFORM 700-COMPUTE-DAYNUM
               MOVE OPN-CUSTOMER-NUMBER TO WS-DLT-LOOKUP-KEY
               PERFORM 240-GET-AVERAGE-LATE
               COMPUTE WS-EXPECT-DAYNUM =
                   WS-DATE-DAYNUM + WS-CUST-AVG-LATE
               PERFORM 710-FIND-WEEK
               MOVE OPN-OPEN-BALANCE TO WS-AMOUNT
               IF WS-WEEK-SUB > ZERO
                   ADD WS-AMOUNT TO FCW-AR-IN(WS-WEEK-SUB)
               ELSE
                   ADD WS-AMOUNT TO WS-BEYOND-IN
               END-IF
               IF WS-PAST-DUE
                   ADD WS-AMOUNT TO WS-PAST-DUE-IN
               END-IF
               ADD 1 TO WS-FORECAST-COUNT
           END-IF.
      *
           PERFORM 300-READ-OPEN-ITEM.
      *
      *****************************************************************
      *    PASS 3 - OPEN SALES ORDERS.  THE INVOICE FILE WAS READ BY
      *    KEY FOR PASS 1, SO THE SWEEP STARTS AGAIN FROM THE TOP.
      *    AN ORDER BILLS ON ITS REQUESTED SHIP DATE (TODAY WHEN THAT
      *    IS BLANK OR ALREADY PAST) AND FALLS DUE THE CUSTOMER'S
      *    TERMS LATER, MOVED BY ITS AVERAGE DAYS LATE.
      *****************************************************************
       400-POSITION-TO-ORDERS.
      *
           MOVE ZERO TO INV-INVOICE-NUMBER.
           START INVFILE KEY >= INV-KEY.
           IF WS-INVFILE-SUCCESS
               PERFORM 410-READ-NEXT-ORDER
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
       410-READ-NEXT-ORDER.
      *
           READ INVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       420-FORECAST-OPEN-ORDER.
      *
           ADD 1 TO WS-READ-COUNT.
           IF INV-ORDER-OPEN AND NOT INV-VOIDED
               MOVE WS-RUN-DAYNUM TO WS-EXPECT-DAYNUM
               IF INV-REQUESTED-DATE NUMERIC
                   MOVE INV-REQUESTED-DATE TO WS-DATE-WORK
                   PERFORM 700-COMPUTE-DAYNUM
                   IF WS-DATE-DAYNUM > WS-RUN-DAYNUM
                       MOVE WS-DATE-DAYNUM TO WS-EXPECT-DAYNUM
                   END-IF
               END-IF
               PERFORM 430-GET-CUSTOMER-NET-DAYS
               MOVE INV-CUSTOMER-NUMBER TO WS-DLT-LOOKUP-KEY
               PERFORM 240-GET-AVERAGE-LATE
               COMPUTE WS-EXPECT-DAYNUM = WS-EXPECT-DAYNUM
                   + WS-NET-DAYS + WS-CUST-AVG-LATE
               PERFORM 710-FIND-WEEK
               COMPUTE WS-AMOUNT =
                   INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                       + INV-FREIGHT-AMOUNT
               IF WS-WEEK-SUB > ZERO
                   ADD WS-AMOUNT TO FCW-ORDER-IN(WS-WEEK-SUB)
               ELSE
                   ADD WS-AMOUNT TO WS-BEYOND-IN
               END-IF
               IF WS-PAST-DUE
                   ADD WS-AMOUNT TO WS-PAST-DUE-IN
               END-IF
               ADD 1 TO WS-FORECAST-COUNT
           END-IF.
      *
           PERFORM 410-READ-NEXT-ORDER.
      *
       430-GET-CUSTOMER-NET-DAYS.
      *
           MOVE ZERO TO WS-NET-DAYS.
           MOVE INV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS AND CM-TERMS-CODE NOT = SPACE
               MOVE CM-TERMS-CODE TO TRM-TERMS-CODE
               PERFORM 720-READ-TERMS
           END-IF.
      *
      *****************************************************************
      *    PASS 4 - VOUCHERS.  AN OPEN OR HELD LINE IS DUE ON ITS
      *    VOUCHER DATE PLUS THE VENDOR'S TERMS, AS THE CHECK RUN
      *    DUE-DATES IT.  THE VENDOR'S TERMS ARE LOOKED UP ONCE PER
      *    VENDOR - THE FILE IS VENDOR-MAJOR.
      *****************************************************************
       500-READ-VOUCHER.
      *
           IF NOT WS-APVFILE-AVAILABLE
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               READ APVFILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       510-FORECAST-VOUCHER.
      *
           ADD 1 TO WS-READ-COUNT.
           IF APV-STATUS-OPEN OR APV-STATUS-HELD
               MOVE APV-VENDOR-NUMBER TO VND-VENDOR-NUMBER
               PERFORM 650-GET-VENDOR-NET-DAYS
               MOVE APV-VOUCHER-DATE TO WS-DATE-WORK
               PERFORM 700-COMPUTE-DAYNUM
               COMPUTE WS-EXPECT-DAYNUM =
                   WS-DATE-DAYNUM + WS-VENDOR-NET-DAYS
               PERFORM 710-FIND-WEEK
               COMPUTE WS-AMOUNT =
                   APV-QUANTITY-BILLED * APV-UNIT-COST-BILLED
               IF WS-WEEK-SUB > ZERO
                   ADD WS-AMOUNT TO FCW-AP-OUT(WS-WEEK-SUB)
               ELSE
                   ADD WS-AMOUNT TO WS-BEYOND-OUT
               END-IF
               IF WS-PAST-DUE
                   ADD WS-AMOUNT TO WS-PAST-DUE-OUT
               END-IF
               ADD 1 TO WS-FORECAST-COUNT
           END-IF.
      *
           PERFORM 500-READ-VOUCHER.
      *
      *****************************************************************
      *    PASS 5 - OPEN PURCHASE ORDER LINES.  WHAT IS STILL TO COME
      *    IN IS VALUED AT PO COST AND FALLS DUE THE VENDOR'S TERMS
      *    AFTER THE EXPECTED RECEIPT DATE (TODAY WHEN THAT HAS
      *    PASSED) - THE DAY IT WILL BE VOUCHERED.
      *****************************************************************
       600-READ-PO-LINE.
      *
           IF NOT WS-POFILE-AVAILABLE
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               READ POFILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       610-FORECAST-PO-LINE.
      *
           ADD 1 TO WS-READ-COUNT.
           COMPUTE WS-OPEN-QUANTITY =
               PO-QUANTITY-ORDERED - PO-QUANTITY-RECEIVED.
           IF PO-STATUS-OPEN AND WS-OPEN-QUANTITY > ZERO
               MOVE PO-VENDOR-NUMBER TO VND-VENDOR-NUMBER
               PERFORM 650-GET-VENDOR-NET-DAYS
               MOVE WS-RUN-DAYNUM TO WS-EXPECT-DAYNUM
               IF PO-EXPECTED-DATE NUMERIC
                   MOVE PO-EXPECTED-DATE TO WS-DATE-WORK
                   PERFORM 700-COMPUTE-DAYNUM
                   IF WS-DATE-DAYNUM > WS-RUN-DAYNUM
                       MOVE WS-DATE-DAYNUM TO WS-EXPECT-DAYNUM
                   END-IF
               END-IF
               ADD WS-VENDOR-NET-DAYS TO WS-EXPECT-DAYNUM
               PERFORM 710-FIND-WEEK
               COMPUTE WS-AMOUNT = WS-OPEN-QUANTITY * PO-UNIT-COST
               IF WS-WEEK-SUB > ZERO
                   ADD WS-AMOUNT TO FCW-PO-OUT(WS-WEEK-SUB)
               ELSE
                   ADD WS-AMOUNT TO WS-BEYOND-OUT
               END-IF
               ADD 1 TO WS-FORECAST-COUNT
           END-IF.
      *
           PERFORM 600-READ-PO-LINE.
      *
       650-GET-VENDOR-NET-DAYS.
      *
           IF VND-VENDOR-NUMBER NOT = WS-LAST-VENDOR
               MOVE VND-VENDOR-NUMBER TO WS-LAST-VENDOR
               MOVE ZERO TO WS-NET-DAYS
               READ VNDFILE
               IF WS-VNDFILE-SUCCESS AND VND-TERMS-CODE NOT = SPACE
                   MOVE VND-TERMS-CODE TO TRM-TERMS-CODE
                   PERFORM 720-READ-TERMS
               END-IF
               MOVE WS-NET-DAYS TO WS-VENDOR-NET-DAYS
           END-IF.
      *
       700-COMPUTE-DAYNUM.
      *
           IF WS-DATE-WORK NUMERIC
               COMPUTE WS-DATE-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD
           ELSE
               MOVE WS-RUN-DAYNUM TO WS-DATE-DAYNUM
           END-IF.
      *
      *****************************************************************
      *    WHICH WEEK WS-EXPECT-DAYNUM FALLS IN: PAST DUE GOES TO WEEK
      *    1 (FLAGGED), PAST WEEK 13 COMES BACK ZERO.
      *****************************************************************
       710-FIND-WEEK.
      *
           MOVE 'N' TO WS-PAST-DUE-SW.
           COMPUTE WS-DAYS-OUT = WS-EXPECT-DAYNUM - WS-RUN-DAYNUM.
           IF WS-DAYS-OUT < ZERO
               MOVE 'Y' TO WS-PAST-DUE-SW
               MOVE ZERO TO WS-DAYS-OUT
           END-IF.
           COMPUTE WS-WEEK-SUB = (WS-DAYS-OUT / 7) + 1.
           IF WS-WEEK-SUB > 13
               MOVE ZERO TO WS-WEEK-SUB
           END-IF.
      *
      *****************************************************************
      *    A TERMS CODE NOT ON FILE (OR NO TERMS FILE) IS NET 0, THE
      *    SAME AS ORDER ENTRY AND THE CHECK RUN TREAT IT.
      *****************************************************************
       720-READ-TERMS.
      *
           IF WS-TRMFILE-AVAILABLE
               READ TRMFILE
               IF WS-TRMFILE-SUCCESS
                   MOVE TRM-NET-DAYS TO WS-NET-DAYS
               END-IF
           END-IF.
      *
       800-PRINT-FORECAST.
      *
           PERFORM 810-PRINT-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
                 UNTIL WS-WEEK-SUB > 13.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE '13-WEEK TOTAL'  TO RPT-TOT-LABEL.
           MOVE WS-TOT-AR-IN     TO RPT-TOT-AR-IN.
           MOVE WS-TOT-ORDER-IN  TO RPT-TOT-ORDER-IN.
           COMPUTE WS-WEEK-IN = WS-TOT-AR-IN + WS-TOT-ORDER-IN.
           MOVE WS-WEEK-IN       TO RPT-TOT-TOTAL-IN.
           MOVE WS-TOT-AP-OUT    TO RPT-TOT-AP-OUT.
           MOVE WS-TOT-PO-OUT    TO RPT-TOT-PO-OUT.
           COMPUTE WS-WEEK-OUT = WS-TOT-AP-OUT + WS-TOT-PO-OUT.
           MOVE WS-WEEK-OUT      TO RPT-TOT-TOTAL-OUT.
           COMPUTE WS-WEEK-NET = WS-WEEK-IN - WS-WEEK-OUT.
           MOVE WS-WEEK-NET      TO RPT-TOT-NET.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           MOVE 'PAST DUE, INCLUDED IN WEEK 1:           IN '
               TO RPT-MEMO-LABEL.
           MOVE WS-PAST-DUE-IN  TO RPT-MEMO-IN.
           MOVE WS-PAST-DUE-OUT TO RPT-MEMO-OUT.
           WRITE PRINT-LINE FROM RPT-MEMO-LINE.
           MOVE 'BEYOND WEEK 13, NOT FORECAST:           IN '
               TO RPT-MEMO-LABEL.
           MOVE WS-BEYOND-IN  TO RPT-MEMO-IN.
           MOVE WS-BEYOND-OUT TO RPT-MEMO-OUT.
           WRITE PRINT-LINE FROM RPT-MEMO-LINE.
      *
           IF WS-DLT-OVERFLOW > ZERO
               MOVE WS-DLT-OVERFLOW TO RPT-OVERFLOW-COUNT
               WRITE PRINT-LINE FROM RPT-OVERFLOW-LINE
           END-IF.
      *
       810-PRINT-WEEK.
      *
           COMPUTE WS-WEEK-IN =
               FCW-AR-IN(WS-WEEK-SUB) + FCW-ORDER-IN(WS-WEEK-SUB).
           COMPUTE WS-WEEK-OUT =
               FCW-AP-OUT(WS-WEEK-SUB) + FCW-PO-OUT(WS-WEEK-SUB).
           COMPUTE WS-WEEK-NET = WS-WEEK-IN - WS-WEEK-OUT.
           ADD WS-WEEK-NET TO WS-CUMULATIVE-NET.
           ADD FCW-AR-IN(WS-WEEK-SUB)    TO WS-TOT-AR-IN.
           ADD FCW-ORDER-IN(WS-WEEK-SUB) TO WS-TOT-ORDER-IN.
           ADD FCW-AP-OUT(WS-WEEK-SUB)   TO WS-TOT-AP-OUT.
           ADD FCW-PO-OUT(WS-WEEK-SUB)   TO WS-TOT-PO-OUT.
      *
           MOVE WS-WEEK-SUB TO RPT-WEEK.
           COMPUTE RPT-DAY-FROM = (WS-WEEK-SUB - 1) * 7.
           COMPUTE RPT-DAY-TO   = (WS-WEEK-SUB * 7) - 1.
           MOVE FCW-AR-IN(WS-WEEK-SUB)    TO RPT-AR-IN.
           MOVE FCW-ORDER-IN(WS-WEEK-SUB) TO RPT-ORDER-IN.
           MOVE WS-WEEK-IN                TO RPT-TOTAL-IN.
           MOVE FCW-AP-OUT(WS-WEEK-SUB)   TO RPT-AP-OUT.
           MOVE FCW-PO-OUT(WS-WEEK-SUB)   TO RPT-PO-OUT.
           MOVE WS-WEEK-OUT               TO RPT-TOTAL-OUT.
           MOVE WS-WEEK-NET               TO RPT-NET.
           MOVE WS-CUMULATIVE-NET         TO RPT-CUMULATIVE.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE CMFFILE.
           IF WS-TRMFILE-AVAILABLE
               CLOSE TRMFILE
           END-IF.
           CLOSE APPFILE.
           CLOSE INVFILE.
           CLOSE OPNFILE.
           IF WS-APVFILE-AVAILABLE
               CLOSE APVFILE
           END-IF.
           IF WS-POFILE-AVAILABLE
               CLOSE POFILE
           END-IF.
           CLOSE VNDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
