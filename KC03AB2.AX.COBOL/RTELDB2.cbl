       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTELDB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    DAILY DELIVERY LOAD PLAN FOR OUR OWN TRUCKS.  EVERY ROUTE
      *    ON RTEAB2 (SEE ROUTE) FLAGGED TO RUN ON TODAY'S WEEKDAY -
      *    THE PROCESSING DATE ON THE DAYAB2 RECORD, NOT THE WALL
      *    CLOCK - GETS A LOAD SHEET AND A DRIVER MANIFEST.
      *
      *    AN ORDER GOES ON A ROUTE WHEN IT IS LIVE (NOT VOIDED, NOT
      *    A CREDIT MEMO, NOT A DROP SHIP, COUNTER SALE OR CONSIGNMENT
      *    USAGE BILLING - NONE OF THOSE LEAVE ON OUR TRUCK) AND IS
      *    EITHER STILL OPEN (INV-ORDER-STATUS O) OR WAS SHIP-
      *    CONFIRMED TODAY.  ITS ROUTE AND STOP COME FROM THE SHIP-TO
      *    BRANCH (SHTAB2) WHEN THE ORDER SHIPS TO ONE THAT HAS A
      *    ROUTE, ELSE FROM THE CUSTOMER (CMFAB2); NO ROUTE MEANS A
      *    COMMON CARRIER OR PICKUP AND THE ORDER IS NOT OURS TO
      *    LOAD.  AN ORDER WHOSE ROUTE DOES NOT RUN TODAY WAITS FOR
      *    ITS DAY; ONE NAMING A ROUTE NOT ON FILE IS LISTED FOR THE
      *    DISPATCHER TO FIX.
      *
      *    THE WEIGHT OF AN ORDER IS THE SUM OF QUANTITY TIMES
      *    PRD-SHIP-WEIGHT OVER ITS PRODUCT LINES (CHARGE LINES SHIP
      *    NOTHING), THE SAME WEIGHT ORDER ENTRY PRICES FREIGHT ON.
      *
      *    PRTOUT IS THE LOAD SHEET: EACH ROUTE'S ORDERS IN REVERSE
      *    STOP ORDER, SO THE LAST STOP GOES ON THE TRUCK FIRST AND
      *    THE FIRST STOP COMES OFF FIRST, WITH THE RUNNING WEIGHT
      *    AGAINST THE TRUCK CAPACITY AND A WARNING WHEN THE LOAD IS
      *    OVER IT.  PRTMAN IS THE DRIVER MANIFEST: THE SAME ORDERS
      *    IN STOP ORDER WITH THE DELIVERY ADDRESS AND SIGNATURE LINES
      *    FOR THE RECEIVER.  THE MANIFEST NUMBER IS THE ROUTE CODE
      *    AND THE RUN DATE; THE SIGNED MANIFEST COMES BACK TO
      *    DISPATCH AND EACH STOP IS CONFIRMED THROUGH SHIP
      *    CONFIRMATION (SHCAB2) WITH THE ROUTE CODE AS THE CARRIER
      *    AND THE MANIFEST NUMBER AS THE TRACKING NUMBER.
      *
      *    THE WEEKDAY IS WORKED OUT FROM THE PROCESSING DATE BY
      *    ZELLER'S CONGRUENCE ON THE REAL (GREGORIAN) CALENDAR.
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

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT SHTFILE ASSIGN TO SHTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHT-KEY
               FILE STATUS IS WS-SHTFILE-SW.

           SELECT RTEFILE ASSIGN TO RTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RTEFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

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

           SELECT MANIFEST-FILE ASSIGN TO PRTMAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD SHTFILE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS SHIPTO-ADDRESS-RECORD.
      *
       COPY SHIPTO.
      *
       FD RTEFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DELIVERY-ROUTE-RECORD.
      *
       COPY ROUTE.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
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
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ROUTE-CODE                PIC X(04).
           05  SRT-ROUTE-STOP                PIC 9(03).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-PO-NUMBER                 PIC X(10).
           05  SRT-SHIP-NAME                 PIC X(30).
           05  SRT-SHIP-ADDRESS              PIC X(30).
           05  SRT-SHIP-ADDRESS-2            PIC X(30).
           05  SRT-SHIP-CITY                 PIC X(20).
           05  SRT-SHIP-STATE                PIC X(02).
           05  SRT-SHIP-ZIP                  PIC X(10).
           05  SRT-STATUS                    PIC X(01).
           05  SRT-PIECES                    PIC S9(07) COMP-3.
           05  SRT-WEIGHT                    PIC S9(07)V99 COMP-3.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       FD MANIFEST-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS MANIFEST-LINE.
       01  MANIFEST-LINE                     PIC X(132).
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
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-SHTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SHTFILE-SUCCESS                VALUE '00'.
       01 WS-RTEFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RTEFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-MANFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-MANFILE-SUCCESS                VALUE '00'.
       01 WS-SHT-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-SHT-AVAILABLE                  VALUE 'Y'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-ON-ROUTE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-ON-ROUTE                       VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-TODAY-MDY                       PIC X(08).
      *
      *****************************************************************
      *    ZELLER'S CONGRUENCE.  JANUARY AND FEBRUARY COUNT AS MONTHS
      *    13 AND 14 OF THE YEAR BEFORE; THE RESULT H RUNS SATURDAY
      *    (0) TO FRIDAY (6) AND IS TURNED INTO MONDAY (1) TO SUNDAY
      *    (7) TO MATCH RTE-RUN-DAY.
      *****************************************************************
       01 WS-ZELLER-FIELDS.
           05  WS-ZEL-MONTH                  PIC S9(03) COMP-3.
           05  WS-ZEL-YEAR                   PIC S9(05) COMP-3.
           05  WS-ZEL-CENTURY                PIC S9(03) COMP-3.
           05  WS-ZEL-YEAR-OF-CENTURY        PIC S9(03) COMP-3.
           05  WS-ZEL-MONTH-TERM             PIC S9(05) COMP-3.
           05  WS-ZEL-YEAR-TERM              PIC S9(03) COMP-3.
           05  WS-ZEL-CENTURY-TERM           PIC S9(03) COMP-3.
           05  WS-ZEL-SUM                    PIC S9(05) COMP-3.
           05  WS-ZEL-QUOTIENT               PIC S9(05) COMP-3.
           05  WS-ZEL-H                      PIC S9(03) COMP-3.
       01 WS-DAY-OF-WEEK                     PIC S9(03) COMP-3.
      *
       01 WS-DAY-NAME-VALUES.
           05  FILLER                        PIC X(09) VALUE 'MONDAY'.
           05  FILLER                        PIC X(09) VALUE 'TUESDAY'.
           05  FILLER                        PIC X(09)
                                             VALUE 'WEDNESDAY'.
           05  FILLER                        PIC X(09) VALUE 'THURSDAY'.
           05  FILLER                        PIC X(09) VALUE 'FRIDAY'.
           05  FILLER                        PIC X(09) VALUE 'SATURDAY'.
           05  FILLER                        PIC X(09) VALUE 'SUNDAY'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME                   PIC X(09)
                                             OCCURS 7 TIMES.
      *
       01 WS-ITEM-SUB                        PIC S9(03) COMP-3.
       01 WS-ROUTE-CODE                      PIC X(04).
       01 WS-ROUTE-STOP                      PIC 9(03).
       01 WS-ORDER-PIECES                    PIC S9(07) COMP-3.
       01 WS-ORDER-WEIGHT                    PIC S9(07)V99 COMP-3.
       01 WS-ROUTE-WEIGHT                    PIC S9(07)V99 COMP-3.
       01 WS-ROUTE-PIECES                    PIC S9(07) COMP-3.
       01 WS-CUM-WEIGHT                      PIC S9(07)V99 COMP-3.
       01 WS-WEIGHT-DIFF                     PIC S9(07)V99 COMP-3.
      *
       01 WS-MANIFEST-NUMBER.
           05  WS-MAN-ROUTE                  PIC X(04).
           05  FILLER                        PIC X(01)  VALUE '-'.
           05  WS-MAN-DATE                   PIC 9(08).
      *
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-ORDER-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-ROUTE-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-OVER-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-WAITING-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-PIECES                    PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-WEIGHT                    PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    ORDERS NAMING A ROUTE THAT IS NOT ON RTEAB2.
      *****************************************************************
       01  UNKNOWN-ROUTE-TABLE.
           05  UNR-ENTRY OCCURS 500 TIMES.
               10  UNR-INVOICE-NUMBER        PIC 9(06).
               10  UNR-CUSTOMER-NUMBER       PIC X(06).
               10  UNR-ROUTE-CODE            PIC X(04).
       01  WS-UNR-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-UNR-SUB                        PIC S9(05) COMP-3.
      *
      *****************************************************************
      *    ONE ROUTE'S ORDERS IN STOP ORDER, HELD SO THE LOAD SHEET
      *    CAN WALK THEM BACKWARD AND THE MANIFEST FORWARD.
      *****************************************************************
       01  ROUTE-STOP-TABLE.
           05  RST-ENTRY OCCURS 300 TIMES.
               10  RST-ROUTE-STOP            PIC 9(03).
               10  RST-INVOICE-NUMBER        PIC 9(06).
               10  RST-CUSTOMER-NUMBER       PIC X(06).
               10  RST-PO-NUMBER             PIC X(10).
               10  RST-SHIP-NAME             PIC X(30).
               10  RST-SHIP-ADDRESS          PIC X(30).
               10  RST-SHIP-ADDRESS-2        PIC X(30).
               10  RST-SHIP-CITY             PIC X(20).
               10  RST-SHIP-STATE            PIC X(02).
               10  RST-SHIP-ZIP              PIC X(10).
               10  RST-STATUS                PIC X(01).
               10  RST-PIECES                PIC S9(07) COMP-3.
               10  RST-WEIGHT                PIC S9(07)V99 COMP-3.
       01  WS-RST-COUNT                      PIC S9(05) COMP-3.
       01  WS-RST-SUB                        PIC S9(05) COMP-3.
       01  WS-LOAD-SEQ                       PIC S9(05) COMP-3.
       01  WS-CURRENT-ROUTE                  PIC X(04).
      *
       01  RPT-HEADING-1.
           05  RPT-HDG-TITLE        PIC X(22).
           05  FILLER               PIC X(07) VALUE 'ROUTE: '.
           05  RPT-HDG-ROUTE        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-HDG-DESCRIPTION  PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(07) VALUE 'TRUCK: '.
           05  RPT-HDG-TRUCK        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'MANIFEST: '.
           05  RPT-HDG-MANIFEST     PIC X(13).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-HDG-DAY          PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-HDG-RUN-DATE     PIC 9(08)/9(02)/9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(60) VALUE
               'LOAD IN THE ORDER LISTED - LAST STOP GOES ON FIRST.'.
           05  FILLER          PIC X(17) VALUE 'TRUCK CAPACITY: '.
           05  RPT-HDG-CAPACITY     PIC ZZ,ZZ9.
           05  FILLER          PIC X(49) VALUE ' LBS'.
      *
       01  RPT-HEADING-3.
           05  FILLER          PIC X(06) VALUE ' LOAD'.
           05  FILLER          PIC X(06) VALUE 'STOP'.
           05  FILLER          PIC X(09) VALUE 'INVOICE'.
           05  FILLER          PIC X(08) VALUE 'CUST'.
           05  FILLER          PIC X(32) VALUE 'DELIVER TO'.
           05  FILLER          PIC X(22) VALUE 'CITY'.
           05  FILLER          PIC X(10) VALUE '   PIECES'.
           05  FILLER          PIC X(13) VALUE '      WEIGHT'.
           05  FILLER          PIC X(13) VALUE '  CUM WEIGHT'.
           05  FILLER          PIC X(13) VALUE ' STATUS'.
      *
       01  RPT-LOAD-LINE.
           05  RPT-LOAD-SEQ         PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LOAD-STOP        PIC ZZ9.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-LOAD-INVOICE     PIC 9(06).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-LOAD-CUSTOMER    PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LOAD-NAME        PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LOAD-CITY        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LOAD-PIECES      PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LOAD-WEIGHT      PIC Z,ZZZ,ZZ9.99-.
           05  RPT-LOAD-CUM-WEIGHT  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LOAD-STATUS      PIC X(11).
      *
       01  RPT-ROUTE-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE 'STOPS:    '.
           05  RPT-RTOT-STOPS       PIC ZZZ9.
           05  FILLER               PIC X(47) VALUE SPACE.
           05  FILLER               PIC X(07) VALUE 'TOTAL: '.
           05  RPT-RTOT-PIECES      PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RTOT-WEIGHT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(21) VALUE SPACE.
      *
       01  RPT-CAPACITY-LINE.
           05  FILLER               PIC X(20) VALUE SPACE.
           05  RPT-CAP-LABEL        PIC X(40).
           05  RPT-CAP-WEIGHT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(05) VALUE ' LBS '.
           05  RPT-CAP-WARNING      PIC X(54).
      *
       01  RPT-UNKNOWN-HEADING.
           05  FILLER          PIC X(60) VALUE
               'NOT LOADED - ROUTE NOT ON THE ROUTE FILE'.
           05  FILLER          PIC X(72) VALUE SPACE.
      *
       01  RPT-UNKNOWN-LINE.
           05  FILLER               PIC X(06) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'INVOICE '.
           05  RPT-UNR-INVOICE      PIC 9(06).
           05  FILLER               PIC X(08) VALUE '  CUST: '.
           05  RPT-UNR-CUSTOMER     PIC X(06).
           05  FILLER               PIC X(09) VALUE '  ROUTE: '.
           05  RPT-UNR-ROUTE        PIC X(04).
           05  FILLER               PIC X(85) VALUE SPACE.
      *
       01  RPT-NONE-LINE.
           05  FILLER          PIC X(60) VALUE
               'NO ORDERS FOR ANY ROUTE RUNNING TODAY'.
           05  FILLER          PIC X(72) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-VALUE        PIC Z(10)9-.
           05  FILLER               PIC X(90) VALUE SPACE.
      *
       01  RPT-TOTAL-WEIGHT-LINE.
           05  RPT-TOTW-LABEL       PIC X(30).
           05  RPT-TOTW-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(84) VALUE SPACE.
      *
       01  RPT-MAN-HEADING-2.
           05  FILLER          PIC X(50) VALUE
               'DELIVER IN THE ORDER LISTED.  THE RECEIVER SIGNS'.
           05  FILLER          PIC X(82) VALUE
               'FOR EACH STOP; NOTE ANY SHORTAGE, DAMAGE OR REFUSAL.'.
      *
       01  RPT-MAN-STOP-LINE.
           05  FILLER               PIC X(05) VALUE 'STOP '.
           05  RPT-MAN-STOP         PIC ZZ9.
           05  FILLER               PIC X(11) VALUE '   INVOICE '.
           05  RPT-MAN-INVOICE      PIC 9(06).
           05  FILLER               PIC X(07) VALUE '   PO: '.
           05  RPT-MAN-PO           PIC X(10).
           05  FILLER               PIC X(09) VALUE '   CUST: '.
           05  RPT-MAN-CUSTOMER     PIC X(06).
           05  FILLER               PIC X(11) VALUE '   PIECES: '.
           05  RPT-MAN-PIECES       PIC Z(06)9-.
           05  FILLER               PIC X(11) VALUE '   WEIGHT: '.
           05  RPT-MAN-WEIGHT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(32) VALUE SPACE.
      *
       01  RPT-MAN-ADDRESS-LINE.
           05  FILLER               PIC X(11) VALUE SPACE.
           05  RPT-MAN-ADDRESS      PIC X(30).
           05  FILLER               PIC X(91) VALUE SPACE.
      *
       01  RPT-MAN-CITY-LINE.
           05  FILLER               PIC X(11) VALUE SPACE.
           05  RPT-MAN-CITY         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-MAN-STATE        PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-MAN-ZIP          PIC X(10).
           05  FILLER               PIC X(86) VALUE SPACE.
      *
       01  RPT-MAN-SIGN-LINE-1.
           05  FILLER               PIC X(11) VALUE SPACE.
           05  FILLER               PIC X(47) VALUE
               'RECEIVED BY (PRINT): __________________________'.
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(40) VALUE
               'SIGNATURE: _____________________________'.
           05  FILLER               PIC X(29) VALUE SPACE.
      *
       01  RPT-MAN-SIGN-LINE-2.
           05  FILLER               PIC X(11) VALUE SPACE.
           05  FILLER               PIC X(47) VALUE
               'PIECES RECEIVED: ______   TIME: _______________'.
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(40) VALUE
               'EXCEPTIONS: ____________________________'.
           05  FILLER               PIC X(29) VALUE SPACE.
      *
       01  RPT-MAN-DRIVER-LINE.
           05  FILLER               PIC X(47) VALUE
               'DRIVER: ______________________________'.
           05  FILLER               PIC X(40) VALUE
               'DEPARTED: __________  RETURNED: _______'.
           05  FILLER               PIC X(45) VALUE SPACE.
      *
       01  RPT-MAN-RETURN-LINE.
           05  FILLER               PIC X(52) VALUE
               'RETURN THIS MANIFEST TO DISPATCH.  CONFIRM EACH STOP'.
           05  FILLER               PIC X(35) VALUE
               ' IN SHIP CONFIRMATION WITH CARRIER '.
           05  RPT-MAN-RET-ROUTE    PIC X(04).
           05  FILLER               PIC X(14) VALUE ' AND TRACKING '.
           05  RPT-MAN-RET-MANIFEST PIC X(13).
           05  FILLER               PIC X(14) VALUE '.'.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           PERFORM 160-SET-DAY-OF-WEEK.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'RTELDB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ROUTE-CODE
                                SRT-ROUTE-STOP
                                SRT-INVOICE-NUMBER
               INPUT PROCEDURE IS 500-SELECT-ORDERS
               OUTPUT PROCEDURE IS 600-PRINT-ROUTES.
      *
           IF WS-ORDER-COUNT = ZERO
               WRITE PRINT-LINE FROM RPT-NONE-LINE
               WRITE MANIFEST-LINE FROM RPT-NONE-LINE
           END-IF.
           PERFORM 780-PRINT-UNKNOWN-ROUTES.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT  TO WS-RUN-COUNT-IN.
           MOVE WS-ORDER-COUNT TO WS-RUN-COUNT-OUT.
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
           STRING WS-RUN-MM WS-RUN-DD WS-RUN-YYYY
                  DELIMITED BY SIZE
               INTO WS-TODAY-MDY.
      *
       160-SET-DAY-OF-WEEK.
      *
           IF WS-RUN-MM < 3
               COMPUTE WS-ZEL-MONTH = WS-RUN-MM + 12
               COMPUTE WS-ZEL-YEAR  = WS-RUN-YYYY - 1
           ELSE
               MOVE WS-RUN-MM   TO WS-ZEL-MONTH
               MOVE WS-RUN-YYYY TO WS-ZEL-YEAR
           END-IF.
      *
           DIVIDE WS-ZEL-YEAR BY 100
               GIVING WS-ZEL-CENTURY
               REMAINDER WS-ZEL-YEAR-OF-CENTURY.
           COMPUTE WS-ZEL-MONTH-TERM = (13 * (WS-ZEL-MONTH + 1)) / 5.
           DIVIDE WS-ZEL-YEAR-OF-CENTURY BY 4
               GIVING WS-ZEL-YEAR-TERM.
           DIVIDE WS-ZEL-CENTURY BY 4
               GIVING WS-ZEL-CENTURY-TERM.
           COMPUTE WS-ZEL-SUM = WS-RUN-DD
                              + WS-ZEL-MONTH-TERM
                              + WS-ZEL-YEAR-OF-CENTURY
                              + WS-ZEL-YEAR-TERM
                              + WS-ZEL-CENTURY-TERM
                              + (5 * WS-ZEL-CENTURY).
           DIVIDE WS-ZEL-SUM BY 7
               GIVING WS-ZEL-QUOTIENT
               REMAINDER WS-ZEL-H.
      *
           COMPUTE WS-ZEL-SUM = WS-ZEL-H + 5.
           DIVIDE WS-ZEL-SUM BY 7
               GIVING WS-ZEL-QUOTIENT
               REMAINDER WS-DAY-OF-WEEK.
           ADD 1 TO WS-DAY-OF-WEEK.
      *
           MOVE WS-DAY-NAME(WS-DAY-OF-WEEK) TO RPT-HDG-DAY.
           MOVE WS-RUN-DATE-X               TO RPT-HDG-RUN-DATE
                                               WS-MAN-DATE.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT SHTFILE.
           IF NOT WS-SHTFILE-SUCCESS
               IF WS-SHTFILE-SW = '35'
                   MOVE 'N' TO WS-SHT-AVAILABLE-SW
                   DISPLAY "NO SHIP-TO FILE - CUSTOMER ROUTES ONLY"
               ELSE
                   DISPLAY "WS-SHTFILE-SW=" WS-SHTFILE-SW
                   DISPLAY "SHTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT RTEFILE.
           IF NOT WS-RTEFILE-SUCCESS
               DISPLAY "WS-RTEFILE-SW=" WS-RTEFILE-SW
               DISPLAY "RTEFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT MANIFEST-FILE.
           IF NOT WS-MANFILE-SUCCESS
               DISPLAY "WS-MANFILE-SW=" WS-MANFILE-SW
               DISPLAY "MANIFEST-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    WALK THE INVOICE FILE FOR ORDERS GOING OUT ON A ROUTE THAT
      *    RUNS TODAY.  EACH ONE IS WEIGHED AND RELEASED TO THE SORT
      *    AS ONE STOP.
      *****************************************************************
       500-SELECT-ORDERS.
      *
           PERFORM 510-READ-INVOICE.
           PERFORM 520-CHECK-ORDER
               UNTIL WS-EOF-YES.
      *
       510-READ-INVOICE.
      *
           READ INVFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF-YES
               ADD 1 TO WS-READ-COUNT
           END-IF.
      *
       520-CHECK-ORDER.
      *
           IF        NOT INV-VOIDED
                 AND NOT INV-DROP-SHIP
                 AND NOT INV-SOURCE-CREDIT
                 AND NOT INV-SOURCE-COUNTER
                 AND NOT INV-SOURCE-CONSIGNMENT
                 AND (INV-ORDER-OPEN
                      OR (INV-SHIP-CONFIRMED
                          AND INV-SHIP-DATE = WS-TODAY-MDY))
               PERFORM 530-FIND-ROUTE
               IF WS-ON-ROUTE
                   PERFORM 550-RELEASE-STOP
               END-IF
           END-IF.
      *
           PERFORM 510-READ-INVOICE.
      *
      *****************************************************************
      *    THE DELIVERY ADDRESS IS THE CUSTOMER'S, OR THE SHIP-TO
      *    BRANCH'S WHEN THE ORDER SHIPS TO ONE (AS BOLPRB2 DOES IT).
      *    A BRANCH WITH ITS OWN ROUTE OVERRIDES THE CUSTOMER'S.
      *****************************************************************
       530-FIND-ROUTE.
      *
           MOVE 'N' TO WS-ON-ROUTE-SW.
           MOVE SPACE TO WS-ROUTE-CODE
                         SRT-SHIP-NAME
                         SRT-SHIP-ADDRESS
                         SRT-SHIP-ADDRESS-2
                         SRT-SHIP-CITY
                         SRT-SHIP-STATE
                         SRT-SHIP-ZIP.
           MOVE ZERO TO WS-ROUTE-STOP.
      *
           MOVE INV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               STRING CM-FIRST-NAME DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY SPACE
                   INTO SRT-SHIP-NAME
               MOVE CM-ADDRESS    TO SRT-SHIP-ADDRESS
               MOVE CM-ADDRESS-2  TO SRT-SHIP-ADDRESS-2
               MOVE CM-CITY       TO SRT-SHIP-CITY
               MOVE CM-STATE      TO SRT-SHIP-STATE
               MOVE CM-ZIP-CODE   TO SRT-SHIP-ZIP
               MOVE CM-ROUTE-CODE TO WS-ROUTE-CODE
               IF CM-ROUTE-STOP NUMERIC
                   MOVE CM-ROUTE-STOP TO WS-ROUTE-STOP
               END-IF
           END-IF.
      *
           IF        WS-SHT-AVAILABLE
                 AND INV-SHIPTO-SEQ NOT = ZERO
               MOVE INV-CUSTOMER-NUMBER TO SHT-CUSTOMER-NUMBER
               MOVE INV-SHIPTO-SEQ      TO SHT-SHIPTO-SEQ
               READ SHTFILE
               IF WS-SHTFILE-SUCCESS
                   MOVE SHT-NAME      TO SRT-SHIP-NAME
                   MOVE SHT-ADDRESS   TO SRT-SHIP-ADDRESS
                   MOVE SHT-ADDRESS-2 TO SRT-SHIP-ADDRESS-2
                   MOVE SHT-CITY      TO SRT-SHIP-CITY
                   MOVE SHT-STATE     TO SRT-SHIP-STATE
                   MOVE SHT-ZIP-CODE  TO SRT-SHIP-ZIP
                   IF SHT-ROUTE-CODE NOT = SPACE
                       MOVE SHT-ROUTE-CODE TO WS-ROUTE-CODE
                       MOVE SHT-ROUTE-STOP TO WS-ROUTE-STOP
                   END-IF
               END-IF
           END-IF.
      *
           IF        WS-ROUTE-CODE NOT = SPACE
                 AND WS-ROUTE-CODE NOT = LOW-VALUE
               MOVE WS-ROUTE-CODE TO RTE-ROUTE-CODE
               READ RTEFILE
               IF WS-RTEFILE-SUCCESS
                   IF RTE-RUNS-ON-DAY(WS-DAY-OF-WEEK)
                       MOVE 'Y' TO WS-ON-ROUTE-SW
                   ELSE
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
               ELSE
                   IF WS-UNR-COUNT < 500
                       ADD 1 TO WS-UNR-COUNT
                       MOVE INV-INVOICE-NUMBER
                           TO UNR-INVOICE-NUMBER(WS-UNR-COUNT)
                       MOVE INV-CUSTOMER-NUMBER
                           TO UNR-CUSTOMER-NUMBER(WS-UNR-COUNT)
                       MOVE WS-ROUTE-CODE
                           TO UNR-ROUTE-CODE(WS-UNR-COUNT)
                   END-IF
               END-IF
           END-IF.
      *
       540-WEIGH-LINE.
      *
           IF        INV-PRODUCT-CODE(WS-ITEM-SUB) NOT = SPACE
                 AND INV-QUANTITY(WS-ITEM-SUB) > ZERO
                 AND NOT INV-LINE-CHARGE(WS-ITEM-SUB)
               ADD INV-QUANTITY(WS-ITEM-SUB) TO WS-ORDER-PIECES
               MOVE INV-PRODUCT-CODE(WS-ITEM-SUB) TO PRD-PRODUCT-CODE
               READ PRDFILE
               IF WS-PRDFILE-SUCCESS
                   COMPUTE WS-ORDER-WEIGHT = WS-ORDER-WEIGHT
                       + (INV-QUANTITY(WS-ITEM-SUB) * PRD-SHIP-WEIGHT)
               END-IF
           END-IF.
      *
       550-RELEASE-STOP.
      *
           MOVE ZERO TO WS-ORDER-PIECES
                        WS-ORDER-WEIGHT.
           PERFORM 540-WEIGH-LINE
               VARYING WS-ITEM-SUB FROM 1 BY 1
                 UNTIL WS-ITEM-SUB > 10.
      *
           MOVE WS-ROUTE-CODE       TO SRT-ROUTE-CODE.
           MOVE WS-ROUTE-STOP       TO SRT-ROUTE-STOP.
           MOVE INV-INVOICE-NUMBER  TO SRT-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER.
           MOVE INV-PO-NUMBER       TO SRT-PO-NUMBER.
           IF INV-ORDER-OPEN
               MOVE 'O' TO SRT-STATUS
           ELSE
               MOVE 'C' TO SRT-STATUS
           END-IF.
           MOVE WS-ORDER-PIECES     TO SRT-PIECES.
           MOVE WS-ORDER-WEIGHT     TO SRT-WEIGHT.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-ORDER-COUNT.
      *
      *****************************************************************
      *    ONE ROUTE AT A TIME.  ITS STOPS ARE GATHERED FIRST SO THE
      *    LOAD SHEET CAN LIST THEM LAST STOP FIRST AND SHOW THE
      *    ROUTE TOTAL, THEN THE MANIFEST LISTS THEM FIRST STOP FIRST.
      *****************************************************************
       600-PRINT-ROUTES.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 610-RETURN-SORTED-RECORD.
           PERFORM 620-PROCESS-ROUTE
               UNTIL WS-SORT-EOF.
      *
       610-RETURN-SORTED-RECORD.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PROCESS-ROUTE.
      *
           MOVE SRT-ROUTE-CODE TO WS-CURRENT-ROUTE.
           MOVE ZERO TO WS-RST-COUNT
                        WS-ROUTE-PIECES
                        WS-ROUTE-WEIGHT.
           PERFORM 630-GATHER-STOP
               UNTIL WS-SORT-EOF
                  OR SRT-ROUTE-CODE NOT = WS-CURRENT-ROUTE.
      *
           ADD 1 TO WS-ROUTE-COUNT.
           MOVE WS-CURRENT-ROUTE TO RTE-ROUTE-CODE.
           READ RTEFILE.
           IF NOT WS-RTEFILE-SUCCESS
               MOVE SPACE TO RTE-DESCRIPTION
                             RTE-TRUCK-ID
               MOVE ZERO  TO RTE-TRUCK-CAPACITY
           END-IF.
           MOVE WS-CURRENT-ROUTE   TO RPT-HDG-ROUTE
                                      WS-MAN-ROUTE
                                      RPT-MAN-RET-ROUTE.
           MOVE RTE-DESCRIPTION    TO RPT-HDG-DESCRIPTION.
           MOVE RTE-TRUCK-ID       TO RPT-HDG-TRUCK.
           MOVE WS-MANIFEST-NUMBER TO RPT-HDG-MANIFEST
                                      RPT-MAN-RET-MANIFEST.
           MOVE RTE-TRUCK-CAPACITY TO RPT-HDG-CAPACITY.
      *
           PERFORM 640-PRINT-LOAD-SHEET.
           PERFORM 660-PRINT-MANIFEST.
      *
       630-GATHER-STOP.
      *
           IF WS-RST-COUNT < 300
               ADD 1 TO WS-RST-COUNT
               MOVE SRT-ROUTE-STOP
                   TO RST-ROUTE-STOP(WS-RST-COUNT)
               MOVE SRT-INVOICE-NUMBER
                   TO RST-INVOICE-NUMBER(WS-RST-COUNT)
               MOVE SRT-CUSTOMER-NUMBER
                   TO RST-CUSTOMER-NUMBER(WS-RST-COUNT)
               MOVE SRT-PO-NUMBER  TO RST-PO-NUMBER(WS-RST-COUNT)
               MOVE SRT-SHIP-NAME  TO RST-SHIP-NAME(WS-RST-COUNT)
               MOVE SRT-SHIP-ADDRESS
                   TO RST-SHIP-ADDRESS(WS-RST-COUNT)
               MOVE SRT-SHIP-ADDRESS-2
                   TO RST-SHIP-ADDRESS-2(WS-RST-COUNT)
               MOVE SRT-SHIP-CITY  TO RST-SHIP-CITY(WS-RST-COUNT)
               MOVE SRT-SHIP-STATE TO RST-SHIP-STATE(WS-RST-COUNT)
               MOVE SRT-SHIP-ZIP   TO RST-SHIP-ZIP(WS-RST-COUNT)
               MOVE SRT-STATUS     TO RST-STATUS(WS-RST-COUNT)
               MOVE SRT-PIECES     TO RST-PIECES(WS-RST-COUNT)
               MOVE SRT-WEIGHT     TO RST-WEIGHT(WS-RST-COUNT)
               ADD SRT-PIECES TO WS-ROUTE-PIECES
               ADD SRT-WEIGHT TO WS-ROUTE-WEIGHT
           ELSE
               DISPLAY "ROUTE " WS-CURRENT-ROUTE
                       " OVER 300 STOPS - INVOICE "
                       SRT-INVOICE-NUMBER " NOT LOADED"
           END-IF.
           PERFORM 610-RETURN-SORTED-RECORD.
      *
       640-PRINT-LOAD-SHEET.
      *
           MOVE 'DELIVERY LOAD SHEET' TO RPT-HDG-TITLE.
           IF WS-ROUTE-COUNT > 1
               MOVE SPACE TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
           WRITE PRINT-LINE FROM RPT-HEADING-3.
      *
           MOVE ZERO TO WS-CUM-WEIGHT
                        WS-LOAD-SEQ.
           PERFORM 645-PRINT-LOAD-LINE
               VARYING WS-RST-SUB FROM WS-RST-COUNT BY -1
                 UNTIL WS-RST-SUB < 1.
      *
           MOVE WS-RST-COUNT    TO RPT-RTOT-STOPS.
           MOVE WS-ROUTE-PIECES TO RPT-RTOT-PIECES.
           MOVE WS-ROUTE-WEIGHT TO RPT-RTOT-WEIGHT.
           WRITE PRINT-LINE FROM RPT-ROUTE-TOTAL-LINE.
      *
           MOVE SPACE TO RPT-CAP-WARNING.
           IF WS-ROUTE-WEIGHT > RTE-TRUCK-CAPACITY
               COMPUTE WS-WEIGHT-DIFF =
                   WS-ROUTE-WEIGHT - RTE-TRUCK-CAPACITY
               MOVE 'OVER TRUCK CAPACITY BY:' TO RPT-CAP-LABEL
               MOVE '** OVERLOADED - MOVE STOPS TO ANOTHER TRUCK **'
                   TO RPT-CAP-WARNING
               ADD 1 TO WS-OVER-COUNT
           ELSE
               COMPUTE WS-WEIGHT-DIFF =
                   RTE-TRUCK-CAPACITY - WS-ROUTE-WEIGHT
               MOVE 'CAPACITY REMAINING:' TO RPT-CAP-LABEL
           END-IF.
           MOVE WS-WEIGHT-DIFF TO RPT-CAP-WEIGHT.
           WRITE PRINT-LINE FROM RPT-CAPACITY-LINE.
      *
           ADD WS-ROUTE-PIECES TO WS-TOTAL-PIECES.
           ADD WS-ROUTE-WEIGHT TO WS-TOTAL-WEIGHT.
      *
       645-PRINT-LOAD-LINE.
      *
           ADD 1 TO WS-LOAD-SEQ.
           ADD RST-WEIGHT(WS-RST-SUB) TO WS-CUM-WEIGHT.
           MOVE WS-LOAD-SEQ                     TO RPT-LOAD-SEQ.
           MOVE RST-ROUTE-STOP(WS-RST-SUB)      TO RPT-LOAD-STOP.
           MOVE RST-INVOICE-NUMBER(WS-RST-SUB)  TO RPT-LOAD-INVOICE.
           MOVE RST-CUSTOMER-NUMBER(WS-RST-SUB) TO RPT-LOAD-CUSTOMER.
           MOVE RST-SHIP-NAME(WS-RST-SUB)       TO RPT-LOAD-NAME.
           MOVE RST-SHIP-CITY(WS-RST-SUB)       TO RPT-LOAD-CITY.
           MOVE RST-PIECES(WS-RST-SUB)          TO RPT-LOAD-PIECES.
           MOVE RST-WEIGHT(WS-RST-SUB)          TO RPT-LOAD-WEIGHT.
           MOVE WS-CUM-WEIGHT                   TO RPT-LOAD-CUM-WEIGHT.
           IF RST-STATUS(WS-RST-SUB) = 'O'
               MOVE 'OPEN'      TO RPT-LOAD-STATUS
           ELSE
               MOVE 'CONFIRMED' TO RPT-LOAD-STATUS
           END-IF.
           WRITE PRINT-LINE FROM RPT-LOAD-LINE.
      *
       660-PRINT-MANIFEST.
      *
           MOVE 'DRIVER MANIFEST' TO RPT-HDG-TITLE.
           IF WS-ROUTE-COUNT > 1
               MOVE SPACE TO MANIFEST-LINE
               WRITE MANIFEST-LINE
               WRITE MANIFEST-LINE
           END-IF.
           WRITE MANIFEST-LINE FROM RPT-HEADING-1.
           WRITE MANIFEST-LINE FROM RPT-MAN-HEADING-2.
      *
           PERFORM 665-PRINT-MANIFEST-STOP
               VARYING WS-RST-SUB FROM 1 BY 1
                 UNTIL WS-RST-SUB > WS-RST-COUNT.
      *
           MOVE SPACE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           WRITE MANIFEST-LINE FROM RPT-MAN-DRIVER-LINE.
           WRITE MANIFEST-LINE FROM RPT-MAN-RETURN-LINE.
      *
       665-PRINT-MANIFEST-STOP.
      *
           MOVE SPACE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE RST-ROUTE-STOP(WS-RST-SUB)      TO RPT-MAN-STOP.
           MOVE RST-INVOICE-NUMBER(WS-RST-SUB)  TO RPT-MAN-INVOICE.
           MOVE RST-PO-NUMBER(WS-RST-SUB)       TO RPT-MAN-PO.
           MOVE RST-CUSTOMER-NUMBER(WS-RST-SUB) TO RPT-MAN-CUSTOMER.
           MOVE RST-PIECES(WS-RST-SUB)          TO RPT-MAN-PIECES.
           MOVE RST-WEIGHT(WS-RST-SUB)          TO RPT-MAN-WEIGHT.
           WRITE MANIFEST-LINE FROM RPT-MAN-STOP-LINE.
      *
           MOVE RST-SHIP-NAME(WS-RST-SUB)    TO RPT-MAN-ADDRESS.
           WRITE MANIFEST-LINE FROM RPT-MAN-ADDRESS-LINE.
           MOVE RST-SHIP-ADDRESS(WS-RST-SUB) TO RPT-MAN-ADDRESS.
           WRITE MANIFEST-LINE FROM RPT-MAN-ADDRESS-LINE.
           IF RST-SHIP-ADDRESS-2(WS-RST-SUB) NOT = SPACE
               MOVE RST-SHIP-ADDRESS-2(WS-RST-SUB) TO RPT-MAN-ADDRESS
               WRITE MANIFEST-LINE FROM RPT-MAN-ADDRESS-LINE
           END-IF.
           MOVE RST-SHIP-CITY(WS-RST-SUB)    TO RPT-MAN-CITY.
           MOVE RST-SHIP-STATE(WS-RST-SUB)   TO RPT-MAN-STATE.
           MOVE RST-SHIP-ZIP(WS-RST-SUB)     TO RPT-MAN-ZIP.
           WRITE MANIFEST-LINE FROM RPT-MAN-CITY-LINE.
      *
           MOVE SPACE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           WRITE MANIFEST-LINE FROM RPT-MAN-SIGN-LINE-1.
           MOVE SPACE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           WRITE MANIFEST-LINE FROM RPT-MAN-SIGN-LINE-2.
      *
       780-PRINT-UNKNOWN-ROUTES.
      *
           IF WS-UNR-COUNT > ZERO
               MOVE SPACE TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM RPT-UNKNOWN-HEADING
               PERFORM 785-PRINT-UNKNOWN-LINE
                   VARYING WS-UNR-SUB FROM 1 BY 1
                     UNTIL WS-UNR-SUB > WS-UNR-COUNT
           END-IF.
      *
       785-PRINT-UNKNOWN-LINE.
      *
           MOVE UNR-INVOICE-NUMBER(WS-UNR-SUB)  TO RPT-UNR-INVOICE.
           MOVE UNR-CUSTOMER-NUMBER(WS-UNR-SUB) TO RPT-UNR-CUSTOMER.
           MOVE UNR-ROUTE-CODE(WS-UNR-SUB)      TO RPT-UNR-ROUTE.
           WRITE PRINT-LINE FROM RPT-UNKNOWN-LINE.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'ROUTES LOADED:                ' TO RPT-TOT-LABEL.
           MOVE WS-ROUTE-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ROUTES OVER TRUCK CAPACITY:   ' TO RPT-TOT-LABEL.
           MOVE WS-OVER-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ORDERS LOADED:                ' TO RPT-TOT-LABEL.
           MOVE WS-ORDER-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PIECES LOADED:                ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-PIECES TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'POUNDS LOADED:                ' TO RPT-TOTW-LABEL.
           MOVE WS-TOTAL-WEIGHT TO RPT-TOTW-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-WEIGHT-LINE.
           MOVE 'ORDERS WAITING FOR ROUTE DAY: ' TO RPT-TOT-LABEL.
           MOVE WS-WAITING-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ORDERS WITH ROUTE NOT ON FILE:' TO RPT-TOT-LABEL.
           MOVE WS-UNR-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE INVFILE.
           CLOSE CMFFILE.
           IF WS-SHT-AVAILABLE
               CLOSE SHTFILE
           END-IF.
           CLOSE RTEFILE.
           CLOSE PRDFILE.
           CLOSE PRINT-FILE.
           CLOSE MANIFEST-FILE.
           DISPLAY "ROUTES: " WS-ROUTE-COUNT " ORDERS: " WS-ORDER-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
