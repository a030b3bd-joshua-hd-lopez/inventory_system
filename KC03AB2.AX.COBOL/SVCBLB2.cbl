       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCBLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    SERVICE CONTRACT BILLING.  READS THE SERVICE CONTRACT FILE
      *    (SVCAB2, LOADED BY SVCLOAB2) AND BILLS EVERY ACTIVE
      *    CONTRACT WHOSE NEXT BILL DATE HAS COME BY THE PROCESSING
      *    DATE AND FALLS WITHIN THE CONTRACT'S END DATE.  EACH CYCLE
      *    IS ITS OWN INVOICE ON INVAB2, NUMBERED FROM THE ORDINARY
      *    INVOICE SEQUENCE (CTLAB2 KEY 0, DRAWN DIRECTLY THE WAY
      *    EDIORB2 DRAWS IT), CARRYING THE CONTRACT'S CHARGE LINES AT
      *    QUANTITY ONE, TAXED BY THE CUSTOMER'S STATE ON THE TAXABLE
      *    CHARGE CODES, DUE BY THE CUSTOMER'S TERMS AND STAMPED WITH
      *    THE CUSTOMER'S CURRENCY, EXACTLY AS THE GATEWAY POSTS AN
      *    ORDER.  NOTHING SHIPS AND NO STOCK MOVES, SO THE INVOICE
      *    GOES ON BILLED: IT IS WRITTEN TO THE OPEN-ITEM FILE
      *    (OPNAB2), ROLLS THE INSAB2 SUMMARY AND THE CUSTOMER'S
      *    CM-BALANCE-DUE, AND GLEXTB2 JOURNALS IT WITH THE DAY'S
      *    INVOICES, CREDITING EACH LINE TO ITS CHARGE CODE'S REVENUE
      *    CLASS.  A CONTRACT THAT FELL BEHIND BILLS EVERY CYCLE IT
      *    OWES, ONE INVOICE EACH.  AFTER EACH CYCLE THE NEXT BILL
      *    DATE MOVES ON ONE OR THREE MONTHS, KEEPING THE DAY OF THE
      *    MONTH THE CONTRACT STARTED ON (THE LAST DAY OF A SHORTER
      *    MONTH), AND THE INVOICE IS LOGGED TO THE CONTRACT'S BILLING
      *    HISTORY (SVHAB2) WITH THE PERIOD IT COVERS.  A CONTRACT FOR
      *    A CUSTOMER NOT ON FILE OR CLOSED, OR NAMING A CHARGE CODE
      *    NOT ON FILE OR INACTIVE, IS NOT BILLED AND PRINTS AS AN
      *    EXCEPTION.  THE REGISTER IS FOLLOWED BY THE RENEWAL LIST:
      *    EVERY CONTRACT NOT CANCELLED WHOSE END DATE FALLS WITHIN
      *    THE NEXT 60 DAYS (SAME 30-DAY-MONTH DAY ARITHMETIC TXERPB2
      *    USES), SO SALES CAN RENEW IT BEFORE THE BILLING STOPS.
      *
      *    A CUSTOMER OF A SISTER COMPANY IS BILLED FROM THAT
      *    COMPANY'S OWN INVOICE RANGE ON COMAB2, AS ORDER ENTRY
      *    BILLS IT ONLINE, AND A CONTRACT IS NOT BILLED INTO A PERIOD
      *    THE CUSTOMER'S COMPANY HAS CLOSED OR LOCKED (PERAB2) - IT
      *    PRINTS AS AN EXCEPTION AND BILLS ON THE NEXT RUN IN AN OPEN
      *    PERIOD.
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

           SELECT SVCFILE ASSIGN TO SVCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-KEY
               FILE STATUS IS WS-SVCFILE-SW.

           SELECT SVHFILE ASSIGN TO SVHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SVH-KEY
               FILE STATUS IS WS-SVHFILE-SW.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT OPNFILE ASSIGN TO OPNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT CTLFILE ASSIGN TO CTLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-RECORD-KEY
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT COMFILE ASSIGN TO COMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COM-KEY
               FILE STATUS IS WS-COMFILE-SW.

           SELECT PERFILE ASSIGN TO PERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-KEY
               FILE STATUS IS WS-PERFILE-SW.

           SELECT INSFILE ASSIGN TO INSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-SUMMARY-KEY
               FILE STATUS IS WS-INSFILE-SW.

           SELECT TRMFILE ASSIGN TO TRMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-KEY
               FILE STATUS IS WS-TRMFILE-SW.

           SELECT TAXFILE ASSIGN TO TAXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-KEY
               FILE STATUS IS WS-TAXFILE-SW.

           SELECT CURFILE ASSIGN TO CURFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUR-KEY
               FILE STATUS IS WS-CURFILE-SW.

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
       FD SVCFILE
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS SERVICE-CONTRACT-RECORD.
      *
       COPY SVCCON.
      *
       FD SVHFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SERVICE-HISTORY-RECORD.
      *
       COPY SVCHIST.
      *
       FD CHGFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CHARGE-CODE-RECORD.
      *
       COPY CHGCODE.
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
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD CTLFILE
           RECORD CONTAINS 07 CHARACTERS
           DATA RECORD IS INVCTL-RECORD.
      *
       COPY INVCTL.
      *
       FD COMFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.
      *
       COPY COMPANY.
      *
       FD PERFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PERIOD-STATUS-RECORD.
      *
       COPY PERSTAT.
      *
       FD INSFILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS INVOICE-SUMMARY-RECORD.
      *
       COPY INVSUM.
      *
       FD TRMFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TERMS-CODE-RECORD.
      *
       COPY TERMS.
      *
       FD TAXFILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS TAX-JURISDICTION-RECORD.
      *
       COPY TAXJUR.
      *
       FD CURFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CURRENCY-RATE-RECORD.
      *
       COPY CURRATE.
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
       01 WS-SVCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SVCFILE-SUCCESS                VALUE '00'.
           88  WS-SVCFILE-EOF                     VALUE '10'.
       01 WS-SVHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SVHFILE-SUCCESS                VALUE '00'.
       01 WS-CHGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CHGFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-OPNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPNFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-NOTFOUND                VALUE '23'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-COMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COMFILE-SUCCESS                VALUE '00'.
       01 WS-COMFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-COMFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PERFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PERFILE-SUCCESS                VALUE '00'.
           88  WS-PERFILE-NOTFOUND                VALUE '23'.
       01 WS-PERFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-PERFILE-AVAILABLE              VALUE 'Y'.
       01 WS-INSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INSFILE-SUCCESS                VALUE '00'.
           88  WS-INSFILE-NOTFOUND                VALUE '23'.
       01 WS-TRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRMFILE-SUCCESS                VALUE '00'.
       01 WS-TAXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TAXFILE-SUCCESS                VALUE '00'.
       01 WS-CURFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CURFILE-SUCCESS                VALUE '00'.
       01 WS-CURFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CURFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
      *
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-CYCLE-DUE-SW                    PIC X(01)  VALUE 'N'.
           88  WS-CYCLE-DUE                      VALUE 'Y'.
       01 WS-CONTRACT-OK-SW                  PIC X(01)  VALUE 'N'.
           88  WS-CONTRACT-OK                    VALUE 'Y'.
      *
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
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
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
      *
      *    A CONTRACT DATE (MMDDYYYY) TURNED AROUND TO YYYYMMDD SO
      *    DATES COMPARE IN ORDER, AND TO A DAY NUMBER FOR THE
      *    RENEWAL WINDOW.
      *
       01 WS-SVC-DATE-WORK                   PIC 9(08).
       01 WS-SVC-DATE-R REDEFINES WS-SVC-DATE-WORK.
           05  WS-SVC-MM                     PIC 9(02).
           05  WS-SVC-DD                     PIC 9(02).
           05  WS-SVC-YYYY                   PIC 9(04).
       01 WS-BILL-YMD                        PIC 9(08).
       01 WS-END-YMD                         PIC 9(08).
       01 WS-PERIOD-END-YMD                  PIC 9(08).
       01 WS-END-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-DAYS-LEFT                       PIC S9(09) COMP-3.
       01 WS-ANCHOR-DD                       PIC 9(02).
       01 WS-CYCLE-MONTHS                    PIC 9(02).
       01 WS-PERIOD-START                    PIC X(08).
       01 WS-PERIOD-END                      PIC X(08).
      *
       01 WS-NEXT-INVOICE-NUMBER             PIC 9(06).
      *
      *****************************************************************
      *    A SISTER COMPANY NUMBERS ITS INVOICES FROM ITS OWN RANGE
      *    ON COMAB2 - COM-NEXT-NUMBER ENTRY FOR THE CTLAB2 DOCUMENT
      *    TYPE PLUS ONE.
      *****************************************************************
       01 WS-INVOICE-ENTRY                   PIC S9(03) COMP-3
                                              VALUE 1.
       01 WS-DRAW-COMPANY-CODE               PIC X(02).
       01 WS-DRAWN-NUMBER                    PIC 9(06).
       01 WS-COMPANY-DRAWN-SW                PIC X(01)  VALUE 'N'.
           88  WS-COMPANY-NUMBER-DRAWN           VALUE 'Y'.
      *
      *****************************************************************
      *    EACH COMPANY CLOSES ITS OWN PERIODS.  THE PERIOD STATUS IS
      *    READ ONCE FOR EACH COMPANY THE RUN MEETS AND KEPT HERE.
      *****************************************************************
       01  PERIOD-COMPANY-TABLE.
           05  PCT-ENTRY OCCURS 50 TIMES.
               10  PCT-COMPANY-CODE          PIC X(02).
               10  PCT-CLOSED-SW             PIC X(01).
       01  WS-PCT-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-PCT-SUB                        PIC S9(03) COMP-3.
       01  WS-PCT-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-PCT-FOUND                      VALUE 'Y'.
       01  WS-PERIOD-CLOSED-SW               PIC X(01)  VALUE 'N'.
           88  WS-PERIOD-CLOSED                  VALUE 'Y'.
      *
       01 WS-CYCLE-TOTAL                     PIC S9(07)V99 COMP-3.
       01 WS-TAXABLE-TOTAL                   PIC S9(09)V99 COMP-3.
       01 WS-LINE-SUB                        PIC S9(03) COMP-3.
       01 WS-INV-LINE-SUB                    PIC S9(03) COMP-3.
       01 WS-TAX-LINE-SUB                    PIC S9(03) COMP-3.
       01 WS-EXCEPTION-MESSAGE               PIC X(50).
      *
      *    WHETHER EACH CONTRACT LINE'S CHARGE CODE IS TAXABLE, READ
      *    FROM CHGAB2 WHEN THE CONTRACT IS EDITED.
      *
       01 WS-SVC-TAX-TABLE.
           05  WS-SVC-TAX-SW                 PIC X(01)
                                              OCCURS 5 TIMES.
      *
       01 WS-CONTRACT-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-INVOICE-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-EXCEPTION-COUNT                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-RENEWAL-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-AMOUNT-TOTAL                    PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
       01 WS-TAX-TOTAL                       PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    CALENDAR WORK AREA - THE SAME ARITHMETIC EDIORB2 USES TO
      *    STAMP THE DUE DATE, ALSO USED HERE TO STEP A CONTRACT'S
      *    NEXT BILL DATE ON BY WHOLE MONTHS.
      *****************************************************************
       01  DUE-DATE-FIELDS.
           05  DUE-DATE-WORK           PIC 9(08).
           05  DUE-DATE-SPLIT REDEFINES DUE-DATE-WORK.
               10  DUE-MM              PIC 9(02).
               10  DUE-DD              PIC 9(02).
               10  DUE-YYYY            PIC 9(04).
           05  DUE-MONTH-LENGTH        PIC 9(02).
           05  DUE-DAY-WORK            PIC 9(04).
           05  DUE-NET-DAYS            PIC 9(03).
           05  DUE-LEAP-QUOT           PIC 9(04).
           05  DUE-LEAP-REM            PIC 9(04).
      *
       01  MONTH-LENGTH-TABLE.
           05  MONTH-LENGTH-VALUES     PIC X(24) VALUE
               '312831303130313130313031'.
           05  MONTH-LENGTH-ENTRY REDEFINES MONTH-LENGTH-VALUES
                                   OCCURS 12 TIMES PIC 9(02).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(34) VALUE
               'SERVICE CONTRACT BILLING REGISTER'.
           05  FILLER          PIC X(07) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(72) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'CONTRACT'.
           05  FILLER          PIC X(08) VALUE 'CUST#'.
           05  FILLER          PIC X(08) VALUE 'INVOICE'.
           05  FILLER          PIC X(10) VALUE 'FROM'.
           05  FILLER          PIC X(10) VALUE 'THROUGH'.
           05  FILLER          PIC X(13) VALUE '     AMOUNT'.
           05  FILLER          PIC X(13) VALUE '        TAX'.
           05  FILLER          PIC X(12) VALUE '       TOTAL'.
           05  FILLER          PIC X(50) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-CONTRACT         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CUSTOMER         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-INVOICE          PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PERIOD-START     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PERIOD-END       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AMOUNT           PIC Z(06)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TAX              PIC Z(06)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TOTAL            PIC Z(07)9.99-.
           05  FILLER               PIC X(50) VALUE SPACE.
      *
       01  RPT-EXCEPTION-LINE.
           05  RPT-EXC-CONTRACT     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EXC-CUSTOMER     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(04) VALUE '*** '.
           05  RPT-EXC-MESSAGE      PIC X(50).
           05  FILLER               PIC X(62) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(25) VALUE
               'SERVICE INVOICES RAISED:'.
           05  RPT-INVOICE-COUNT    PIC Z(04)9.
           05  FILLER               PIC X(10) VALUE '  AMOUNT:'.
           05  RPT-TOT-AMOUNT       PIC Z(08)9.99-.
           05  FILLER               PIC X(07) VALUE '  TAX:'.
           05  RPT-TOT-TAX          PIC Z(08)9.99-.
           05  FILLER               PIC X(13) VALUE '  EXCEPTIONS:'.
           05  RPT-EXCEPTION-COUNT  PIC Z(04)9.
           05  FILLER               PIC X(41) VALUE SPACE.
      *
       01  RPT-RENEWAL-HEADING-1.
           05  FILLER          PIC X(46) VALUE
               'SERVICE CONTRACTS EXPIRING WITHIN 60 DAYS'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-REN-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(67) VALUE SPACE.
      *
       01  RPT-RENEWAL-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'CONTRACT'.
           05  FILLER          PIC X(08) VALUE 'CUST#'.
           05  FILLER          PIC X(32) VALUE 'CUSTOMER NAME'.
           05  FILLER          PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(05) VALUE 'FREQ'.
           05  FILLER          PIC X(10) VALUE 'ENDS'.
           05  FILLER          PIC X(10) VALUE 'DAYS LEFT'.
           05  FILLER          PIC X(13) VALUE ' CYCLE AMOUNT'.
           05  FILLER          PIC X(14) VALUE SPACE.
      *
       01  RPT-RENEWAL-LINE.
           05  RPT-REN-CONTRACT     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-REN-CUSTOMER     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-REN-NAME         PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-REN-DESCRIPTION  PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-REN-FREQUENCY    PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-REN-ENDS         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-REN-DAYS-LEFT    PIC Z(05)9-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-REN-AMOUNT       PIC Z(08)9.99-.
           05  FILLER               PIC X(14) VALUE SPACE.
      *
       01  RPT-RENEWAL-TOTAL-LINE.
           05  FILLER               PIC X(32) VALUE
               'CONTRACTS DUE FOR RENEWAL:'.
           05  RPT-RENEWAL-COUNT    PIC Z(04)9.
           05  FILLER               PIC X(95) VALUE SPACE.
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
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
      *
           PERFORM 100-OPEN-FILES.
      *
      *    THE REGISTRY KEY IS THE PROCESSING DATE, SO A SECOND RUN
      *    FOR THE SAME DAY REFUSES AS A DUPLICATE.
      *
           MOVE 'SVCBLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           PERFORM 160-RESERVE-INVOICE-NUMBERS.
           PERFORM 200-PRINT-HEADINGS.
           PERFORM 300-READ-CONTRACT.
      *
           PERFORM 400-PROCESS-CONTRACT
               UNTIL WS-EOF-YES.
      *
           PERFORM 700-REWRITE-CONTROL-RECORD.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 600-LIST-RENEWALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-CONTRACT-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-INVOICE-COUNT  TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN I-O SVCFILE.
           IF WS-SVCFILE-SUCCESS
               DISPLAY "SVCFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-SVCFILE-SW=" WS-SVCFILE-SW
               DISPLAY "SVCFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NOTHING HAS EVER BILLED - THE HISTORY
      *    FILE IS CREATED BY THIS FIRST RUN.
      *****************************************************************
           OPEN I-O SVHFILE.
           IF WS-SVHFILE-SUCCESS
               DISPLAY "SVHFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-SVHFILE-SW = '35'
                   OPEN OUTPUT SVHFILE
                   IF WS-SVHFILE-SUCCESS
                       DISPLAY "SVHFILE CREATED"
                   ELSE
                       DISPLAY "WS-SVHFILE-SW=" WS-SVHFILE-SW
                       DISPLAY "SVHFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-SVHFILE-SW=" WS-SVHFILE-SW
                   DISPLAY "SVHFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT CHGFILE.
           IF WS-CHGFILE-SUCCESS
               DISPLAY "CHGFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CHGFILE-SW=" WS-CHGFILE-SW
               DISPLAY "CHGFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O INVFILE.
           IF WS-INVFILE-SUCCESS
               DISPLAY "INVFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O OPNFILE.
           IF NOT WS-OPNFILE-SUCCESS
               DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
               DISPLAY "OPNFILE OPEN ERROR - RUN OPNBLB2 FIRST"
               STOP RUN
           END-IF.
      *
           OPEN I-O CMFFILE.
           IF WS-CMFFILE-SUCCESS
               DISPLAY "CMFFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O CTLFILE.
           IF WS-CTLFILE-SUCCESS
               DISPLAY "CTLFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO COMPANY HAS EVER BEEN LOADED - ONLY
      *    THE HOME COMPANY, WHICH NUMBERS FROM CTLAB2.
      *****************************************************************
           OPEN I-O COMFILE.
           IF NOT WS-COMFILE-SUCCESS
               IF WS-COMFILE-SW = '35'
                   MOVE 'N' TO WS-COMFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                   DISPLAY "COMFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO PERIOD HAS EVER BEEN CLOSED.
      *****************************************************************
           OPEN INPUT PERFILE.
           IF NOT WS-PERFILE-SUCCESS
               IF WS-PERFILE-SW = '35'
                   MOVE 'N' TO WS-PERFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-PERFILE-SW=" WS-PERFILE-SW
                   DISPLAY "PERFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O INSFILE.
           IF WS-INSFILE-SUCCESS
               DISPLAY "INSFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INSFILE-SW=" WS-INSFILE-SW
               DISPLAY "INSFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT TRMFILE.
           IF NOT WS-TRMFILE-SUCCESS
               DISPLAY "WS-TRMFILE-SW=" WS-TRMFILE-SW
               DISPLAY "TRMFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT TAXFILE.
           IF NOT WS-TAXFILE-SUCCESS
               DISPLAY "WS-TAXFILE-SW=" WS-TAXFILE-SW
               DISPLAY "TAXFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *    FILE STATUS 35 MEANS NO RATES HAVE EVER BEEN LOADED -
      *    EVERY CONTRACT BILLS IN DOLLARS.
      *
           OPEN INPUT CURFILE.
           IF NOT WS-CURFILE-SUCCESS
               IF WS-CURFILE-SW = '35'
                   MOVE 'N' TO WS-CURFILE-AVAILABLE-SW
                   DISPLAY "CURFILE NOT FOUND - DOLLAR BILLING ONLY"
               ELSE
                   DISPLAY "WS-CURFILE-SW=" WS-CURFILE-SW
                   DISPLAY "CURFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
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
      *****************************************************************
      *    SERVICE INVOICES TAKE THEIR NUMBERS FROM THE SAME SEQUENCE
      *    GETINAB2 DRAWS FROM ONLINE.  THE CONTROL IS READ ONCE HERE
      *    AND REWRITTEN, ADVANCED, AT END OF RUN - THE FILE SHOULD BE
      *    CLOSED TO CICS FOR THE BATCH WINDOW, AS CTLBLKB2 ASSUMES.
      *****************************************************************
       160-RESERVE-INVOICE-NUMBERS.
      *
           MOVE ZERO TO INVCTL-RECORD-KEY.
           READ CTLFILE.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE READ ERROR"
               STOP RUN
           END-IF.
           MOVE INVCTL-NEXT-NUMBER TO WS-NEXT-INVOICE-NUMBER.
      *
      *****************************************************************
      *    THE NEXT NUMBER FOR A SISTER COMPANY'S SERVICE INVOICE,
      *    FROM THE COMPANY'S OWN RANGE ON COMAB2 THE WAY GETINAB2
      *    DRAWS IT ONLINE - THE ENTRY IS READ, ADVANCED AND REWRITTEN
      *    FOR EACH NUMBER.  THE HOME COMPANY, A COMPANY NOT ON FILE,
      *    OR A ZERO ENTRY LEAVES WS-COMPANY-NUMBER-DRAWN OFF AND THE
      *    NUMBER COMES FROM CTLAB2 AS BEFORE.
      *****************************************************************
       165-DRAW-COMPANY-NUMBER.
      *
           MOVE 'N' TO WS-COMPANY-DRAWN-SW.
           IF WS-DRAW-COMPANY-CODE NOT = SPACE AND WS-COMFILE-AVAILABLE
               MOVE WS-DRAW-COMPANY-CODE TO COM-COMPANY-CODE
               READ COMFILE
               IF        WS-COMFILE-SUCCESS
                     AND COM-NEXT-NUMBER(WS-INVOICE-ENTRY) NOT = ZERO
                   MOVE COM-NEXT-NUMBER(WS-INVOICE-ENTRY)
                       TO WS-DRAWN-NUMBER
                   ADD 1 TO COM-NEXT-NUMBER(WS-INVOICE-ENTRY)
                   REWRITE COMPANY-RECORD
                   IF NOT WS-COMFILE-SUCCESS
                       DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                       DISPLAY "COMFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-COMPANY-DRAWN-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE PERIOD GATE.  EVERYTHING POSTS UNDER THE PROCESSING
      *    DATE, AND EACH COMPANY CLOSES ITS OWN PERIODS (PERAB2), SO
      *    THE TEST IS MADE AGAINST THE PERIOD OF THE CUSTOMER'S
      *    COMPANY (CM-COMPANY-CODE) - THE SAME TEST ITS OWN SCREENS
      *    MAKE.  A CLOSED OR LOCKED PERIOD SETS WS-PERIOD-CLOSED AND
      *    THE CONTRACT PRINTS AS AN EXCEPTION, NOT BILLED.
      *    NO PERIOD FILE, OR NO RECORD, MEANS OPEN.
      *****************************************************************
       170-CHECK-PERIOD-STATUS.
      *
           MOVE 'N' TO WS-PERIOD-CLOSED-SW.
           IF WS-PERFILE-AVAILABLE
               MOVE 'N' TO WS-PCT-FOUND-SW
               PERFORM 175-FIND-PERIOD-COMPANY
                   VARYING WS-PCT-SUB FROM 1 BY 1
                     UNTIL WS-PCT-SUB > WS-PCT-COUNT
                        OR WS-PCT-FOUND
               IF NOT WS-PCT-FOUND
                   PERFORM 177-READ-COMPANY-PERIOD
               END-IF
           END-IF.
      *
       175-FIND-PERIOD-COMPANY.
      *
           IF PCT-COMPANY-CODE(WS-PCT-SUB) = CM-COMPANY-CODE
               MOVE 'Y' TO WS-PCT-FOUND-SW
               MOVE PCT-CLOSED-SW(WS-PCT-SUB) TO WS-PERIOD-CLOSED-SW
           END-IF.
      *
       177-READ-COMPANY-PERIOD.
      *
           MOVE CM-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE WS-MDY-YYYY     TO PER-PERIOD(1:4).
           MOVE WS-MDY-MM       TO PER-PERIOD(5:2).
           READ PERFILE.
           EVALUATE TRUE
               WHEN WS-PERFILE-SUCCESS
                   IF PER-STATUS-CLOSED OR PER-STATUS-LOCKED
                       MOVE 'Y' TO WS-PERIOD-CLOSED-SW
                       DISPLAY "ACCOUNTING PERIOD " PER-PERIOD
                               " IS CLOSED FOR COMPANY '"
                               PER-COMPANY-CODE "'"
                   END-IF
               WHEN WS-PERFILE-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WS-PERFILE-SW=" WS-PERFILE-SW
                   DISPLAY "PERFILE READ ERROR"
                   STOP RUN
           END-EVALUATE.
      *
           IF WS-PCT-COUNT < 50
               ADD 1 TO WS-PCT-COUNT
               MOVE CM-COMPANY-CODE TO PCT-COMPANY-CODE(WS-PCT-COUNT)
               MOVE WS-PERIOD-CLOSED-SW TO PCT-CLOSED-SW(WS-PCT-COUNT)
           END-IF.
      *
       200-PRINT-HEADINGS.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
       300-READ-CONTRACT.
      *
           READ SVCFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       400-PROCESS-CONTRACT.
      *
           ADD 1 TO WS-CONTRACT-COUNT.
           IF SVC-STATUS-ACTIVE
               PERFORM 405-SET-END-DATE
               PERFORM 420-SET-CYCLE-DUE
               IF WS-CYCLE-DUE
                   PERFORM 410-EDIT-CONTRACT
                   IF WS-CONTRACT-OK
                       PERFORM 500-BILL-ONE-CYCLE
                           UNTIL NOT WS-CYCLE-DUE
                       PERFORM 598-REWRITE-CONTRACT
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM 300-READ-CONTRACT.
      *
       405-SET-END-DATE.
      *
           MOVE ZERO TO WS-END-YMD.
           IF SVC-END-DATE NUMERIC
               MOVE SVC-END-DATE TO WS-SVC-DATE-WORK
               COMPUTE WS-END-YMD =
                   (WS-SVC-YYYY * 10000) + (WS-SVC-MM * 100)
                       + WS-SVC-DD
           END-IF.
      *
      *****************************************************************
      *    A CONTRACT BILLS ONLY TO A LIVE ACCOUNT, AND ONLY WHEN
      *    EVERY CHARGE CODE IT NAMES CAN STILL BE BILLED.
      *****************************************************************
       410-EDIT-CONTRACT.
      *
           MOVE 'Y'  TO WS-CONTRACT-OK-SW.
           MOVE ZERO TO WS-CYCLE-TOTAL.
           MOVE SVC-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           EVALUATE TRUE
               WHEN WS-CMFFILE-NOTFOUND
                   MOVE 'CUSTOMER NOT ON FILE - NOT BILLED'
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 570-PRINT-EXCEPTION
               WHEN NOT WS-CMFFILE-SUCCESS
                   DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
                   DISPLAY "CMFFILE READ ERROR"
                   STOP RUN
               WHEN CM-STATUS-CLOSED
                   MOVE 'CUSTOMER ACCOUNT CLOSED - NOT BILLED'
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 570-PRINT-EXCEPTION
               WHEN OTHER
                   PERFORM 415-CHECK-CHARGE-CODE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                         UNTIL WS-LINE-SUB > 5
           END-EVALUATE.
      *
           IF WS-CONTRACT-OK
               PERFORM 170-CHECK-PERIOD-STATUS
               IF WS-PERIOD-CLOSED
                   MOVE 'ACCOUNTING PERIOD CLOSED - NOT BILLED'
                       TO WS-EXCEPTION-MESSAGE
                   PERFORM 570-PRINT-EXCEPTION
               END-IF
           END-IF.
      *
           IF WS-CONTRACT-OK AND WS-CYCLE-TOTAL NOT > ZERO
               MOVE 'CHARGE LINES TOTAL ZERO - NOT BILLED'
                   TO WS-EXCEPTION-MESSAGE
               PERFORM 570-PRINT-EXCEPTION
           END-IF.
      *
       415-CHECK-CHARGE-CODE.
      *
           MOVE 'N' TO WS-SVC-TAX-SW(WS-LINE-SUB).
           IF SVC-CHARGE-CODE(WS-LINE-SUB) NOT = SPACE
               MOVE SVC-CHARGE-CODE(WS-LINE-SUB) TO CHG-CHARGE-CODE
               READ CHGFILE
               IF WS-CHGFILE-SUCCESS AND NOT CHG-STATUS-INACTIVE
                   MOVE CHG-TAXABLE-SW TO WS-SVC-TAX-SW(WS-LINE-SUB)
                   ADD SVC-CHARGE-AMOUNT(WS-LINE-SUB)
                       TO WS-CYCLE-TOTAL
               ELSE
                   MOVE SPACE TO WS-EXCEPTION-MESSAGE
                   STRING 'CHARGE CODE '       DELIMITED BY SIZE
                          CHG-CHARGE-CODE      DELIMITED BY SPACE
                          ' NOT ON FILE OR INACTIVE - NOT BILLED'
                                               DELIMITED BY SIZE
                          INTO WS-EXCEPTION-MESSAGE
                   PERFORM 570-PRINT-EXCEPTION
               END-IF
           END-IF.
      *
      *****************************************************************
      *    A CYCLE IS DUE WHEN THE NEXT BILL DATE HAS COME AND THE
      *    CONTRACT HAS NOT ENDED BEFORE IT.
      *****************************************************************
       420-SET-CYCLE-DUE.
      *
           MOVE 'N' TO WS-CYCLE-DUE-SW.
           IF SVC-NEXT-BILL-DATE NUMERIC
               MOVE SVC-NEXT-BILL-DATE TO WS-SVC-DATE-WORK
               COMPUTE WS-BILL-YMD =
                   (WS-SVC-YYYY * 10000) + (WS-SVC-MM * 100)
                       + WS-SVC-DD
               IF        WS-BILL-YMD NOT > WS-RUN-DATE-X
                     AND WS-BILL-YMD NOT > WS-END-YMD
                   MOVE 'Y' TO WS-CYCLE-DUE-SW
               END-IF
           END-IF.
      *
       500-BILL-ONE-CYCLE.
      *
           MOVE SVC-NEXT-BILL-DATE TO WS-PERIOD-START.
           PERFORM 510-WRITE-SERVICE-INVOICE.
           PERFORM 515-WRITE-OPEN-ITEM.
           PERFORM 520-UPDATE-INVOICE-SUMMARY.
           PERFORM 530-UPDATE-CUSTOMER-BALANCE.
           PERFORM 540-ADVANCE-BILL-DATE.
           PERFORM 550-WRITE-HISTORY.
           PERFORM 560-PRINT-REGISTER-LINE.
      *
           MOVE WS-RUN-DATE-MDY    TO SVC-LAST-BILL-DATE.
           MOVE INV-INVOICE-NUMBER TO SVC-LAST-INVOICE-NUMBER.
           ADD INV-INVOICE-TOTAL   TO SVC-BILLED-TO-DATE.
           ADD 1                   TO SVC-CYCLES-BILLED.
      *
           ADD 1 TO WS-INVOICE-COUNT.
           ADD INV-INVOICE-TOTAL TO WS-AMOUNT-TOTAL.
           ADD INV-TAX-AMOUNT    TO WS-TAX-TOTAL.
      *
           PERFORM 420-SET-CYCLE-DUE.
      *
       510-WRITE-SERVICE-INVOICE.
      *
           MOVE CM-COMPANY-CODE TO WS-DRAW-COMPANY-CODE.
           PERFORM 165-DRAW-COMPANY-NUMBER.
           IF WS-COMPANY-NUMBER-DRAWN
               MOVE WS-DRAWN-NUMBER TO INV-INVOICE-NUMBER
           ELSE
               MOVE WS-NEXT-INVOICE-NUMBER TO INV-INVOICE-NUMBER
               ADD 1 TO WS-NEXT-INVOICE-NUMBER
           END-IF.
           MOVE WS-RUN-DATE-MDY     TO INV-INVOICE-DATE.
           MOVE SVC-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
           MOVE CM-COMPANY-CODE     TO INV-COMPANY-CODE.
           MOVE SVC-SHIPTO-SEQ      TO INV-SHIPTO-SEQ.
           IF SVC-PO-NUMBER = SPACE
               MOVE SPACE TO INV-PO-NUMBER
               STRING 'SVC '          DELIMITED BY SIZE
                      SVC-CONTRACT-ID DELIMITED BY SIZE
                      INTO INV-PO-NUMBER
           ELSE
               MOVE SVC-PO-NUMBER   TO INV-PO-NUMBER
           END-IF.
      *
           PERFORM 512-CLEAR-INVOICE-LINE
               VARYING WS-INV-LINE-SUB FROM 1 BY 1
                 UNTIL WS-INV-LINE-SUB > 10.
           MOVE ZERO TO WS-INV-LINE-SUB.
           PERFORM 514-MOVE-CHARGE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 5.
      *
           MOVE WS-CYCLE-TOTAL TO INV-INVOICE-TOTAL.
           MOVE ZERO  TO INV-FREIGHT-AMOUNT
                         INV-PARENT-INVOICE-NUMBER
                         INV-DROP-SHIP-PO
                         INV-WAVE-NUMBER.
           MOVE 'N'   TO INV-CONTINUED-SW
                         INV-VOID-SW
                         INV-SHIP-CONFIRMED-SW
                         INV-DROP-SHIP-SW
                         INV-FREIGHT-WAIVED-SW.
      *
      *    NOTHING SHIPS ON A SERVICE CYCLE, SO IT GOES ON BILLED.
      *
           MOVE 'I'   TO INV-ORDER-STATUS.
           MOVE SPACE TO INV-VOID-REASON
                         INV-VOID-OPERATOR
                         INV-VOID-DATE
                         INV-SHIP-DATE
                         INV-CARRIER-CODE
                         INV-TRACKING-NUMBER
                         INV-SALESPERSON-CODE
                         INV-ENTRY-DATE
                         INV-REQUESTED-DATE
                         INV-FREIGHT-TERMS
                         INV-FREIGHT-ACCOUNT.
           MOVE ZERO  TO INV-ENTRY-TIME.
           SET INV-SOURCE-SERVICE TO TRUE.
           MOVE 'SVCB' TO INV-ENTRY-OPERATOR.
      *
           PERFORM 580-CALCULATE-TAX.
           PERFORM 585-STAMP-DUE-DATE.
           PERFORM 595-CONVERT-CURRENCY.
      *
           WRITE INVOICE-RECORD.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "SERVICE INVOICE WRITE ERROR, INVOICE "
                       INV-INVOICE-NUMBER
               STOP RUN
           END-IF.
      *
       512-CLEAR-INVOICE-LINE.
      *
           MOVE SPACE TO INV-PRODUCT-CODE(WS-INV-LINE-SUB)
                         INV-WAREHOUSE-CODE(WS-INV-LINE-SUB)
                         INV-LOT-NUMBER(WS-INV-LINE-SUB).
           MOVE 'N'   TO INV-SUBSTITUTED-SW(WS-INV-LINE-SUB)
                         INV-CHARGE-TAX-SW(WS-INV-LINE-SUB).
           MOVE ZERO  TO INV-QUANTITY(WS-INV-LINE-SUB)
                         INV-UNIT-PRICE(WS-INV-LINE-SUB)
                         INV-AMOUNT(WS-INV-LINE-SUB).
      *
       514-MOVE-CHARGE-LINE.
      *
           IF SVC-CHARGE-CODE(WS-LINE-SUB) NOT = SPACE
               ADD 1 TO WS-INV-LINE-SUB
               MOVE SVC-CHARGE-CODE(WS-LINE-SUB)
                   TO INV-PRODUCT-CODE(WS-INV-LINE-SUB)
               MOVE 1 TO INV-QUANTITY(WS-INV-LINE-SUB)
               MOVE SVC-CHARGE-AMOUNT(WS-LINE-SUB)
                   TO INV-UNIT-PRICE(WS-INV-LINE-SUB)
                      INV-AMOUNT(WS-INV-LINE-SUB)
               MOVE WS-SVC-TAX-SW(WS-LINE-SUB)
                   TO INV-CHARGE-TAX-SW(WS-INV-LINE-SUB)
           END-IF.
      *
      *****************************************************************
      *    THE SERVICE INVOICE GOES STRAIGHT ONTO THE OPEN-ITEM FILE
      *    - IT IS A RECEIVABLE THE MOMENT IT IS WRITTEN.
      *****************************************************************
       515-WRITE-OPEN-ITEM.
      *
           MOVE INV-CUSTOMER-NUMBER TO OPN-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-NUMBER  TO OPN-INVOICE-NUMBER.
           MOVE INV-INVOICE-DATE    TO OPN-INVOICE-DATE.
           MOVE INV-DUE-DATE        TO OPN-DUE-DATE.
           COMPUTE OPN-ORIGINAL-AMOUNT =
               INV-INVOICE-TOTAL + INV-TAX-AMOUNT.
           MOVE OPN-ORIGINAL-AMOUNT TO OPN-OPEN-BALANCE.
           SET OPN-STATUS-OPEN TO TRUE.
           WRITE OPEN-ITEM-RECORD.
           IF NOT WS-OPNFILE-SUCCESS
               DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
               DISPLAY "OPNFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       520-UPDATE-INVOICE-SUMMARY.
      *
           MOVE 'S' TO IS-SUMMARY-KEY.
           READ INSFILE.
           IF WS-INSFILE-SUCCESS
               ADD 1 TO IS-INVOICE-COUNT
               ADD INV-INVOICE-TOTAL TO IS-INVOICE-TOTAL
               MOVE INV-INVOICE-NUMBER TO IS-LAST-INVOICE-NUMBER
               REWRITE INVOICE-SUMMARY-RECORD
           ELSE
               IF WS-INSFILE-NOTFOUND
                   MOVE 'S' TO IS-SUMMARY-KEY
                   MOVE 1 TO IS-INVOICE-COUNT
                   MOVE INV-INVOICE-TOTAL TO IS-INVOICE-TOTAL
                   MOVE INV-INVOICE-NUMBER TO IS-FIRST-INVOICE-NUMBER
                   MOVE INV-INVOICE-NUMBER TO IS-LAST-INVOICE-NUMBER
                   WRITE INVOICE-SUMMARY-RECORD
               ELSE
                   DISPLAY "WS-INSFILE-SW=" WS-INSFILE-SW
                   DISPLAY "INSFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       530-UPDATE-CUSTOMER-BALANCE.
      *
           MOVE INV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               ADD INV-INVOICE-TOTAL INV-TAX-AMOUNT
                   TO CM-BALANCE-DUE
               REWRITE CUSTOMER-MASTER-RECORD
           ELSE
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE READ ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    STEP THE NEXT BILL DATE ON ONE CYCLE, BACK ON THE DAY OF
      *    THE MONTH THE CONTRACT STARTED (THE LAST DAY OF A SHORTER
      *    MONTH), AND END THE PERIOD JUST BILLED THE DAY BEFORE IT -
      *    OR ON THE CONTRACT'S END DATE IF THAT COMES FIRST.
      *****************************************************************
       540-ADVANCE-BILL-DATE.
      *
           MOVE SVC-START-DATE TO WS-SVC-DATE-WORK.
           MOVE WS-SVC-DD TO WS-ANCHOR-DD.
           IF SVC-BILL-QUARTERLY
               MOVE 3 TO WS-CYCLE-MONTHS
           ELSE
               MOVE 1 TO WS-CYCLE-MONTHS
           END-IF.
      *
           MOVE SVC-NEXT-BILL-DATE TO DUE-DATE-WORK.
           ADD WS-CYCLE-MONTHS TO DUE-MM.
           IF DUE-MM > 12
               SUBTRACT 12 FROM DUE-MM
               ADD 1 TO DUE-YYYY
           END-IF.
           PERFORM 592-SET-MONTH-LENGTH.
           IF WS-ANCHOR-DD > DUE-MONTH-LENGTH
               MOVE DUE-MONTH-LENGTH TO DUE-DD
           ELSE
               MOVE WS-ANCHOR-DD TO DUE-DD
           END-IF.
           MOVE DUE-DATE-WORK TO SVC-NEXT-BILL-DATE.
      *
           IF DUE-DD > 1
               SUBTRACT 1 FROM DUE-DD
           ELSE
               IF DUE-MM = 1
                   MOVE 12 TO DUE-MM
                   SUBTRACT 1 FROM DUE-YYYY
               ELSE
                   SUBTRACT 1 FROM DUE-MM
               END-IF
               PERFORM 592-SET-MONTH-LENGTH
               MOVE DUE-MONTH-LENGTH TO DUE-DD
           END-IF.
           COMPUTE WS-PERIOD-END-YMD =
               (DUE-YYYY * 10000) + (DUE-MM * 100) + DUE-DD.
           IF WS-PERIOD-END-YMD > WS-END-YMD
               MOVE SVC-END-DATE TO WS-PERIOD-END
           ELSE
               MOVE DUE-DATE-WORK TO WS-PERIOD-END
           END-IF.
      *
       550-WRITE-HISTORY.
      *
           MOVE SPACE               TO SERVICE-HISTORY-RECORD.
           MOVE SVC-CONTRACT-ID     TO SVH-CONTRACT-ID.
           MOVE INV-INVOICE-NUMBER  TO SVH-INVOICE-NUMBER.
           MOVE SVC-CUSTOMER-NUMBER TO SVH-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-DATE    TO SVH-BILL-DATE.
           MOVE WS-PERIOD-START     TO SVH-PERIOD-START.
           MOVE WS-PERIOD-END       TO SVH-PERIOD-END.
           MOVE INV-INVOICE-TOTAL   TO SVH-AMOUNT.
           MOVE INV-TAX-AMOUNT      TO SVH-TAX-AMOUNT.
           WRITE SERVICE-HISTORY-RECORD.
           IF NOT WS-SVHFILE-SUCCESS
               DISPLAY "WS-SVHFILE-SW=" WS-SVHFILE-SW
               DISPLAY "SVHFILE WRITE ERROR, CONTRACT "
                       SVC-CONTRACT-ID
               STOP RUN
           END-IF.
      *
       560-PRINT-REGISTER-LINE.
      *
           MOVE SVC-CONTRACT-ID     TO RPT-CONTRACT.
           MOVE SVC-CUSTOMER-NUMBER TO RPT-CUSTOMER.
           MOVE INV-INVOICE-NUMBER  TO RPT-INVOICE.
           MOVE WS-PERIOD-START     TO RPT-PERIOD-START.
           MOVE WS-PERIOD-END       TO RPT-PERIOD-END.
           MOVE INV-INVOICE-TOTAL   TO RPT-AMOUNT.
           MOVE INV-TAX-AMOUNT      TO RPT-TAX.
           COMPUTE RPT-TOTAL = INV-INVOICE-TOTAL + INV-TAX-AMOUNT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       570-PRINT-EXCEPTION.
      *
           MOVE 'N' TO WS-CONTRACT-OK-SW.
           MOVE SVC-CONTRACT-ID      TO RPT-EXC-CONTRACT.
           MOVE SVC-CUSTOMER-NUMBER  TO RPT-EXC-CUSTOMER.
           MOVE WS-EXCEPTION-MESSAGE TO RPT-EXC-MESSAGE.
           WRITE PRINT-LINE FROM RPT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
      *
       580-CALCULATE-TAX.
      *
           MOVE ZERO TO INV-TAX-AMOUNT.
           IF NOT CM-TAX-EXEMPT
               MOVE CM-STATE TO TAX-STATE-CODE
               READ TAXFILE
               IF WS-TAXFILE-SUCCESS
                   PERFORM 582-SUM-TAXABLE-LINES
                   MULTIPLY WS-TAXABLE-TOTAL BY TAX-RATE-PCT
                       GIVING INV-TAX-AMOUNT ROUNDED
               END-IF
           END-IF.
      *
      *****************************************************************
      *    EVERY LINE IS A CHARGE LINE; TAX FALLS ON THOSE WHOSE
      *    CHARGE CODE IS TAXABLE.
      *****************************************************************
       582-SUM-TAXABLE-LINES.
      *
           MOVE ZERO TO WS-TAXABLE-TOTAL.
           PERFORM 584-CHECK-ONE-TAX-LINE
               VARYING WS-TAX-LINE-SUB FROM 1 BY 1
                 UNTIL WS-TAX-LINE-SUB > 10.
      *
       584-CHECK-ONE-TAX-LINE.
      *
           IF        INV-LINE-CHARGE(WS-TAX-LINE-SUB)
                 AND INV-CHARGE-TAXABLE(WS-TAX-LINE-SUB)
               ADD INV-AMOUNT(WS-TAX-LINE-SUB) TO WS-TAXABLE-TOTAL
           END-IF.
      *
       585-STAMP-DUE-DATE.
      *
           MOVE ZERO TO DUE-NET-DAYS.
           IF CM-TERMS-CODE NOT = SPACE
               MOVE CM-TERMS-CODE TO TRM-TERMS-CODE
               READ TRMFILE
               IF WS-TRMFILE-SUCCESS
                   MOVE TRM-NET-DAYS TO DUE-NET-DAYS
               END-IF
           END-IF.
      *
           MOVE INV-INVOICE-DATE TO DUE-DATE-WORK.
           MOVE DUE-DD TO DUE-DAY-WORK.
           ADD DUE-NET-DAYS TO DUE-DAY-WORK.
           PERFORM 592-SET-MONTH-LENGTH.
           PERFORM 594-ROLL-DUE-MONTH
               UNTIL DUE-DAY-WORK <= DUE-MONTH-LENGTH.
           MOVE DUE-DAY-WORK TO DUE-DD.
           MOVE DUE-DATE-WORK TO INV-DUE-DATE.
      *
       592-SET-MONTH-LENGTH.
      *
           MOVE MONTH-LENGTH-ENTRY(DUE-MM) TO DUE-MONTH-LENGTH.
           IF DUE-MM = 2
               DIVIDE DUE-YYYY BY 4 GIVING DUE-LEAP-QUOT
                   REMAINDER DUE-LEAP-REM
               IF DUE-LEAP-REM = ZERO
                   DIVIDE DUE-YYYY BY 100 GIVING DUE-LEAP-QUOT
                       REMAINDER DUE-LEAP-REM
                   IF DUE-LEAP-REM NOT = ZERO
                       MOVE 29 TO DUE-MONTH-LENGTH
                   ELSE
                       DIVIDE DUE-YYYY BY 400 GIVING DUE-LEAP-QUOT
                           REMAINDER DUE-LEAP-REM
                       IF DUE-LEAP-REM = ZERO
                           MOVE 29 TO DUE-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       594-ROLL-DUE-MONTH.
      *
           SUBTRACT DUE-MONTH-LENGTH FROM DUE-DAY-WORK.
           IF DUE-MM = 12
               MOVE 1 TO DUE-MM
               ADD 1 TO DUE-YYYY
           ELSE
               ADD 1 TO DUE-MM
           END-IF.
           PERFORM 592-SET-MONTH-LENGTH.
      *
      *****************************************************************
      *    FOREIGN-CURRENCY STAMP, SAME RULES AS ORDER ENTRY: THE
      *    CURAB2 RATE AND CONVERTED DOCUMENT TOTAL GO ON THE
      *    INVOICE; NO RATE MEANS A DOLLAR DOCUMENT.
      *****************************************************************
       595-CONVERT-CURRENCY.
      *
           MOVE SPACE TO INV-CURRENCY-CODE.
           MOVE ZERO  TO INV-EXCHANGE-RATE
                         INV-FOREIGN-TOTAL.
      *
           IF        WS-CURFILE-AVAILABLE
                 AND CM-CURRENCY-CODE NOT = SPACE
                 AND CM-CURRENCY-CODE NOT = LOW-VALUE
                 AND CM-CURRENCY-CODE NOT = 'USD'
               MOVE CM-CURRENCY-CODE TO CUR-CURRENCY-CODE
               READ CURFILE
               IF WS-CURFILE-SUCCESS
                   MOVE CM-CURRENCY-CODE  TO INV-CURRENCY-CODE
                   MOVE CUR-EXCHANGE-RATE TO INV-EXCHANGE-RATE
                   COMPUTE INV-FOREIGN-TOTAL ROUNDED =
                       (INV-INVOICE-TOTAL + INV-TAX-AMOUNT)
                           * CUR-EXCHANGE-RATE
               END-IF
           END-IF.
      *
       598-REWRITE-CONTRACT.
      *
           REWRITE SERVICE-CONTRACT-RECORD.
           IF NOT WS-SVCFILE-SUCCESS
               DISPLAY "WS-SVCFILE-SW=" WS-SVCFILE-SW
               DISPLAY "SVCFILE REWRITE ERROR, CONTRACT "
                       SVC-CONTRACT-ID
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    RENEWAL LIST - A SECOND PASS OVER THE CONTRACTS FOR THOSE
      *    RUNNING OUT IN THE NEXT 60 DAYS.
      *****************************************************************
       600-LIST-RENEWALS.
      *
           MOVE WS-RUN-DATE-X TO RPT-REN-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-RENEWAL-HEADING-1.
           WRITE PRINT-LINE FROM RPT-RENEWAL-HEADING-2.
      *
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUE TO SVC-KEY.
           START SVCFILE KEY >= SVC-KEY.
           IF WS-SVCFILE-SUCCESS
               PERFORM 300-READ-CONTRACT
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
           PERFORM 610-CHECK-RENEWAL
               UNTIL WS-EOF-YES.
      *
           MOVE WS-RENEWAL-COUNT TO RPT-RENEWAL-COUNT.
           WRITE PRINT-LINE FROM RPT-RENEWAL-TOTAL-LINE.
      *
       610-CHECK-RENEWAL.
      *
           IF        NOT SVC-STATUS-CANCELLED
                 AND SVC-END-DATE NUMERIC
               MOVE SVC-END-DATE TO WS-SVC-DATE-WORK
               COMPUTE WS-END-DAYNUM =
                   (WS-SVC-YYYY * 360) + (WS-SVC-MM * 30) + WS-SVC-DD
               COMPUTE WS-DAYS-LEFT = WS-END-DAYNUM - WS-RUN-DAYNUM
               IF WS-DAYS-LEFT >= ZERO AND WS-DAYS-LEFT <= 60
                   PERFORM 620-PRINT-RENEWAL-LINE
               END-IF
           END-IF.
      *
           PERFORM 300-READ-CONTRACT.
      *
       620-PRINT-RENEWAL-LINE.
      *
           MOVE SVC-CUSTOMER-NUMBER TO RPT-REN-CUSTOMER
                                       CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               MOVE SPACE TO RPT-REN-NAME
               STRING CM-FIRST-NAME DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY SPACE
                      INTO RPT-REN-NAME
           ELSE
               MOVE 'UNKNOWN CUSTOMER' TO RPT-REN-NAME
           END-IF.
      *
           MOVE ZERO TO WS-CYCLE-TOTAL.
           PERFORM 625-ADD-CHARGE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 5.
      *
           MOVE SVC-CONTRACT-ID     TO RPT-REN-CONTRACT.
           MOVE SVC-DESCRIPTION     TO RPT-REN-DESCRIPTION.
           MOVE SVC-BILL-FREQUENCY  TO RPT-REN-FREQUENCY.
           MOVE SVC-END-DATE        TO RPT-REN-ENDS.
           MOVE WS-DAYS-LEFT        TO RPT-REN-DAYS-LEFT.
           MOVE WS-CYCLE-TOTAL      TO RPT-REN-AMOUNT.
           WRITE PRINT-LINE FROM RPT-RENEWAL-LINE.
           ADD 1 TO WS-RENEWAL-COUNT.
      *
       625-ADD-CHARGE-LINE.
      *
           IF SVC-CHARGE-CODE(WS-LINE-SUB) NOT = SPACE
               ADD SVC-CHARGE-AMOUNT(WS-LINE-SUB) TO WS-CYCLE-TOTAL
           END-IF.
      *
       700-REWRITE-CONTROL-RECORD.
      *
           MOVE ZERO TO INVCTL-RECORD-KEY.
           READ CTLFILE.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE RE-READ ERROR"
               STOP RUN
           END-IF.
           MOVE WS-NEXT-INVOICE-NUMBER TO INVCTL-NEXT-NUMBER.
           REWRITE INVCTL-RECORD.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
       800-PRINT-TOTALS.
      *
           MOVE WS-INVOICE-COUNT   TO RPT-INVOICE-COUNT.
           MOVE WS-AMOUNT-TOTAL    TO RPT-TOT-AMOUNT.
           MOVE WS-TAX-TOTAL       TO RPT-TOT-TAX.
           MOVE WS-EXCEPTION-COUNT TO RPT-EXCEPTION-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE SVCFILE.
           CLOSE SVHFILE.
           CLOSE CHGFILE.
           CLOSE INVFILE.
           CLOSE OPNFILE.
           CLOSE CMFFILE.
           CLOSE CTLFILE.
           IF WS-COMFILE-AVAILABLE
               CLOSE COMFILE
           END-IF.
           IF WS-PERFILE-AVAILABLE
               CLOSE PERFILE
           END-IF.
           CLOSE INSFILE.
           CLOSE TRMFILE.
           CLOSE TAXFILE.
           IF WS-CURFILE-AVAILABLE
               CLOSE CURFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
