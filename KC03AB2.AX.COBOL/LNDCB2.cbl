       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNDCB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LANDED COST ALLOCATION.  RCVAB2 AVERAGES A RECEIPT INTO
      *    PRD-UNIT-COST AT PO-UNIT-COST ONLY, SO THE INBOUND FREIGHT,
      *    DUTY AND BROKERAGE ON A SHIPMENT NEVER REACH PRODUCT COST
      *    AND THE MARGIN AND VALUATION REPORTS (PRDMARB2, CPRFB2,
      *    INVVLB2) OVERSTATE MARGIN.  ACCOUNTS PAYABLE KEYS EACH SUCH
      *    BILL TO LNDDATA AS AN 'H' RECORD (CARRIER, BILL NUMBER,
      *    CHARGE TYPE F/D/B, BASIS, AMOUNT, BILL DATE) FOLLOWED BY A
      *    'D' RECORD FOR EVERY PO THE BILL COVERS, WITH ONE 'T'
      *    TRAILER CARRYING THE BILL COUNT AND TOTAL AMOUNT.
      *
      *    EACH BILL IS SPREAD ACROSS THE RECEIVED QUANTITY OF ITS
      *    POS' LINES (DROP-SHIP LINES NEVER REACHED OUR SHELVES AND
      *    TAKE NONE) IN PROPORTION TO RECEIVED VALUE AT PO COST (V,
      *    THE DEFAULT), RECEIVED WEIGHT AT PRD-SHIP-WEIGHT (W) OR
      *    RECEIVED UNITS (Q).  THE LAST LINE TAKES THE ROUNDING SO
      *    THE SHARES ADD BACK TO THE BILL.  A LINE'S SHARE IS SPLIT
      *    BETWEEN ITS UNITS STILL ON HAND - TAKEN AS THE LATEST STOCK
      *    IN, SO NO MORE THAN THE PRODUCT'S ON-HAND QUANTITY LESS
      *    WHAT OTHER LINES OF THE SAME BILL HAVE ALREADY CLAIMED -
      *    AND ITS UNITS ALREADY SOLD.  THE ON-HAND PART IS AVERAGED
      *    INTO PRD-UNIT-COST AND LOGGED TO CSTAB2 AS A LANDED-COST
      *    ADJUSTMENT (CST-SOURCE 'L'); THE SOLD PART CANNOT BE PUT
      *    BACK INTO COST OF GOODS ALREADY SHIPPED AND PRINTS ON THE
      *    LANDED COST VARIANCE REPORT (PRTVAR) INSTEAD.
      *
      *    A BILL IS APPLIED ALL OR NOTHING: AN UNKNOWN PO, A BAD
      *    CODE, NOTHING RECEIVED TO SPREAD OVER OR A BILL ALREADY ON
      *    LNDAB2 REJECTS THE WHOLE BILL.  THE RUN PROVES ITSELF
      *    AGAINST THE TRAILER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT LNDINPUT ASSIGN TO LNDDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT CSTFILE ASSIGN TO CSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CST-KEY
               FILE STATUS IS WS-CSTFILE-SW.

           SELECT LNDFILE ASSIGN TO LNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LND-KEY
               FILE STATUS IS WS-LNDFILE-SW.

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

           SELECT VARIANCE-FILE ASSIGN TO PRTVAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD LNDINPUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LNDI-RECORD.

       01  LNDI-RECORD.
           05  LNDI-RECORD-TYPE              PIC X(01).
               88  LNDI-HEADER-RECORD              VALUE 'H'.
               88  LNDI-DETAIL-RECORD              VALUE 'D'.
               88  LNDI-TRAILER-RECORD             VALUE 'T'.
           05  LNDI-DATA-AREA                PIC X(79).
           05  LNDI-HEADER-AREA REDEFINES LNDI-DATA-AREA.
               10  LNDI-H-CARRIER-NUMBER     PIC X(06).
               10  LNDI-H-BILL-NUMBER        PIC X(10).
               10  LNDI-H-CHARGE-TYPE        PIC X(01).
               10  LNDI-H-BASIS              PIC X(01).
               10  LNDI-H-AMOUNT             PIC 9(07)V99.
               10  LNDI-H-BILL-DATE          PIC X(08).
               10  FILLER                    PIC X(44).
           05  LNDI-DETAIL-AREA REDEFINES LNDI-DATA-AREA.
               10  LNDI-D-PO-NUMBER          PIC 9(06).
               10  FILLER                    PIC X(73).
           05  LNDI-TRAILER-AREA REDEFINES LNDI-DATA-AREA.
               10  LNDI-T-BILL-COUNT         PIC 9(07).
               10  LNDI-T-TOTAL-AMOUNT       PIC 9(09)V99.
               10  FILLER                    PIC X(61).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD POFILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS PURCHASE-ORDER-RECORD.
      *
       COPY PURCHORD.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD CSTFILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS COST-CHANGE-RECORD.
      *
       COPY CSTHIST.
      *
       FD LNDFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LANDED-COST-BILL-RECORD.
      *
       COPY LNDBILL.
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
       FD VARIANCE-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS VARIANCE-LINE.
       01  VARIANCE-LINE                     PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-EOF                     VALUE '10'.
           88  WS-POFILE-NOTFOUND                 VALUE '23'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
       01 WS-CSTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CSTFILE-SUCCESS                VALUE '00'.
           88  WS-CSTFILE-DUPLICATE               VALUE '22'.
       01 WS-LNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LNDFILE-SUCCESS                VALUE '00'.
           88  WS-LNDFILE-NOTFOUND                VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-VARFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VARFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-TRAILER-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-READ                   VALUE 'Y'.
       01 WS-BILL-OPEN-SW                    PIC X(01)  VALUE 'N'.
           88  WS-BILL-OPEN                      VALUE 'Y'.
       01 WS-PO-DONE-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PO-DONE                        VALUE 'Y'.
       01 WS-PO-FOUND-SW                     PIC X(01)  VALUE 'N'.
           88  WS-PO-FOUND                       VALUE 'Y'.
       01 WS-CST-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-CST-DONE                       VALUE 'Y'.
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
       01 WS-CLOCK-TIME                      PIC 9(08).
      *
      *****************************************************************
      *    THE BILL BEING GATHERED.  ITS PO NUMBERS ARE HELD UNTIL THE
      *    NEXT HEADER (OR THE TRAILER) CLOSES IT, THEN EVERY RECEIVED
      *    LINE OF THOSE POS IS LOADED TO THE ALLOCATION TABLE.
      *****************************************************************
       01 WS-BILL-HEADER.
           05  WS-BILL-CARRIER               PIC X(06).
           05  WS-BILL-NUMBER                PIC X(10).
           05  WS-BILL-CHARGE-TYPE           PIC X(01).
               88  WS-BILL-CHARGE-VALID          VALUE 'F' 'D' 'B'.
           05  WS-BILL-BASIS                 PIC X(01).
               88  WS-BILL-BASIS-VALID           VALUE 'V' 'W' 'Q'.
               88  WS-BILL-BY-VALUE              VALUE 'V'.
               88  WS-BILL-BY-WEIGHT             VALUE 'W'.
           05  WS-BILL-AMOUNT                PIC S9(07)V99.
           05  WS-BILL-DATE                  PIC X(08).
       01 WS-BILL-REASON                     PIC X(34).
      *
       01 WS-BPO-MAX-ENTRIES                 PIC S9(03) COMP-3
                                              VALUE +50.
       01 WS-BPO-COUNT                       PIC S9(03) COMP-3.
       01 WS-BPO-SUB                         PIC S9(03) COMP-3.
       01  BILL-PO-TABLE.
           05  BPO-ENTRY OCCURS 50 TIMES.
               10  BPO-PO-NUMBER             PIC 9(06).
      *
       01 WS-ALC-MAX-ENTRIES                 PIC S9(03) COMP-3
                                              VALUE +300.
       01 WS-ALC-COUNT                       PIC S9(03) COMP-3.
       01 WS-ALC-SUB                         PIC S9(03) COMP-3.
       01  ALLOCATION-TABLE.
           05  ALC-ENTRY OCCURS 300 TIMES.
               10  ALC-PO-NUMBER             PIC 9(06).
               10  ALC-LINE-NUMBER           PIC 9(02).
               10  ALC-PRODUCT-CODE          PIC X(10).
               10  ALC-RECEIVED              PIC S9(07)     COMP-3.
               10  ALC-BASIS                 PIC S9(13)V99  COMP-3.
      *
       01 WS-CLM-COUNT                       PIC S9(03) COMP-3.
       01 WS-CLM-SUB                         PIC S9(03) COMP-3.
       01 WS-CLM-USE                         PIC S9(03) COMP-3.
       01  CLAIMED-STOCK-TABLE.
           05  CLM-ENTRY OCCURS 300 TIMES.
               10  CLM-PRODUCT-CODE          PIC X(10).
               10  CLM-UNITS                 PIC S9(07)     COMP-3.
      *
       01 WS-TOTAL-BASIS                     PIC S9(13)V99  COMP-3.
       01 WS-ALLOCATED                       PIC S9(07)V99  COMP-3.
       01 WS-LINE-SHARE                      PIC S9(07)V99  COMP-3.
       01 WS-LINE-CAPITALIZED                PIC S9(07)V99  COMP-3.
       01 WS-LINE-VARIANCE                   PIC S9(07)V99  COMP-3.
       01 WS-ON-HAND                         PIC S9(07)     COMP-3.
       01 WS-IN-STOCK                        PIC S9(07)     COMP-3.
       01 WS-OLD-COST                        PIC S9(07)V99  COMP-3.
       01 WS-NEW-COST                        PIC S9(07)V99  COMP-3.
       01 WS-BILL-CAPITALIZED                PIC S9(07)V99  COMP-3.
       01 WS-BILL-VARIANCE                   PIC S9(07)V99  COMP-3.
      *
       01 WS-BILL-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-APPLIED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECTED-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-COST-CHANGE-COUNT               PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-AMOUNT                    PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-CAPITALIZED               PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-VARIANCE                  PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-AMOUNT                  PIC S9(09)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'LANDED COST ALLOCATION REGISTER'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(12) VALUE 'PO-LINE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE '  RECEIVED'.
           05  FILLER          PIC X(17) VALUE '            BASIS'.
           05  FILLER          PIC X(13) VALUE '        SHARE'.
           05  FILLER          PIC X(10) VALUE '  IN STOCK'.
           05  FILLER          PIC X(13) VALUE '  CAPITALIZED'.
           05  FILLER          PIC X(13) VALUE '  TO VARIANCE'.
           05  FILLER          PIC X(12) VALUE '    OLD COST'.
           05  FILLER          PIC X(12) VALUE '    NEW COST'.
           05  FILLER          PIC X(08) VALUE SPACE.
      *
       01  RPT-BILL-LINE.
           05  FILLER               PIC X(05) VALUE 'BILL '.
           05  RPT-BL-BILL          PIC X(10).
           05  FILLER               PIC X(10) VALUE '  CARRIER '.
           05  RPT-BL-CARRIER       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-BL-CHARGE        PIC X(10).
           05  FILLER               PIC X(04) VALUE ' BY '.
           05  RPT-BL-BASIS         PIC X(08).
           05  FILLER               PIC X(08) VALUE ' AMOUNT '.
           05  RPT-BL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(07) VALUE '  DATED'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-BL-DATE          PIC X(08).
           05  FILLER               PIC X(40) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PO               PIC 9(06).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-LINE             PIC 9(02).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RECEIVED         PIC Z(08)9-.
           05  RPT-BASIS            PIC Z(12)9.99-.
           05  RPT-SHARE            PIC Z(08)9.99-.
           05  RPT-IN-STOCK         PIC Z(08)9-.
           05  RPT-CAPITALIZED      PIC Z(08)9.99-.
           05  RPT-VARIANCE         PIC Z(08)9.99-.
           05  RPT-OLD-COST         PIC Z(07)9.99-.
           05  RPT-NEW-COST         PIC Z(07)9.99-.
           05  FILLER               PIC X(08) VALUE SPACE.
      *
       01  RPT-BILL-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE SPACE.
           05  FILLER               PIC X(39) VALUE
               'BILL APPLIED'.
           05  RPT-BT-AMOUNT        PIC Z(08)9.99-.
           05  FILLER               PIC X(10) VALUE SPACE.
           05  RPT-BT-CAPITALIZED   PIC Z(08)9.99-.
           05  RPT-BT-VARIANCE      PIC Z(08)9.99-.
           05  FILLER               PIC X(32) VALUE SPACE.
      *
       01  RPT-REJECT-LINE.
           05  FILLER               PIC X(09) VALUE 'REJECT:  '.
           05  RPT-RJ-CARRIER       PIC X(06).
           05  FILLER               PIC X(07) VALUE '  BILL '.
           05  RPT-RJ-BILL          PIC X(10).
           05  FILLER               PIC X(05) VALUE '  PO '.
           05  RPT-RJ-PO            PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RJ-REASON        PIC X(34).
           05  FILLER               PIC X(53) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-VALUE        PIC Z(10)9-.
           05  FILLER               PIC X(90) VALUE SPACE.
      *
       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL        PIC X(30).
           05  RPT-AMT-VALUE        PIC Z(08)9.99-.
           05  FILLER               PIC X(89) VALUE SPACE.
      *
       01  VAR-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'LANDED COST VARIANCE - UNITS SOLD'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  VAR-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  VAR-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'CARRIER'.
           05  FILLER          PIC X(12) VALUE 'BILL'.
           05  FILLER          PIC X(11) VALUE 'CHARGE'.
           05  FILLER          PIC X(12) VALUE 'PO-LINE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE '  RECEIVED'.
           05  FILLER          PIC X(10) VALUE '      SOLD'.
           05  FILLER          PIC X(13) VALUE '        SHARE'.
           05  FILLER          PIC X(13) VALUE '  TO VARIANCE'.
           05  FILLER          PIC X(31) VALUE SPACE.
      *
       01  VAR-DETAIL-LINE.
           05  VAR-CARRIER          PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  VAR-BILL             PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  VAR-CHARGE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VAR-PO               PIC 9(06).
           05  FILLER               PIC X(01) VALUE '-'.
           05  VAR-LINE             PIC 9(02).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  VAR-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  VAR-RECEIVED         PIC Z(08)9-.
           05  VAR-SOLD             PIC Z(08)9-.
           05  VAR-SHARE            PIC Z(08)9.99-.
           05  VAR-VARIANCE         PIC Z(08)9.99-.
           05  FILLER               PIC X(31) VALUE SPACE.
      *
       01  VAR-TOTAL-LINE.
           05  FILLER               PIC X(88) VALUE
               'TOTAL LANDED COST CHARGED TO VARIANCE'.
           05  VAR-TOT-VARIANCE     PIC Z(08)9.99-.
           05  FILLER               PIC X(31) VALUE SPACE.
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
           MOVE 'LNDCB2  ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE
                                 VAR-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
           WRITE VARIANCE-LINE FROM VAR-HEADING-1.
           WRITE VARIANCE-LINE FROM VAR-HEADING-2.
      *
           PERFORM 300-READ-BILL-RECORD.
           PERFORM 400-PROCESS-BILL-RECORD
               UNTIL WS-EOF-YES.
           PERFORM 500-APPLY-BILL.
      *
           PERFORM 800-PROVE-THE-RUN.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-BILL-COUNT    TO WS-RUN-COUNT-IN.
           MOVE WS-APPLIED-COUNT TO WS-RUN-COUNT-OUT.
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
       100-OPEN-FILES.
      *
           OPEN INPUT LNDINPUT.
           IF NOT WS-INFILE-SUCCESS
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "LNDDATA OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "POFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O CSTFILE.
           IF NOT WS-CSTFILE-SUCCESS
               IF WS-CSTFILE-SW = '35'
                   OPEN OUTPUT CSTFILE
                   CLOSE CSTFILE
                   OPEN I-O CSTFILE
               END-IF
               IF NOT WS-CSTFILE-SUCCESS
                   DISPLAY "WS-CSTFILE-SW=" WS-CSTFILE-SW
                   DISPLAY "CSTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O LNDFILE.
           IF NOT WS-LNDFILE-SUCCESS
               IF WS-LNDFILE-SW = '35'
                   OPEN OUTPUT LNDFILE
                   CLOSE LNDFILE
                   OPEN I-O LNDFILE
               END-IF
               IF NOT WS-LNDFILE-SUCCESS
                   DISPLAY "WS-LNDFILE-SW=" WS-LNDFILE-SW
                   DISPLAY "LNDFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT VARIANCE-FILE.
           IF NOT WS-VARFILE-SUCCESS
               DISPLAY "WS-VARFILE-SW=" WS-VARFILE-SW
               DISPLAY "VARIANCE-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-BILL-RECORD.
      *
           READ LNDINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *****************************************************************
      *    A HEADER OR THE TRAILER CLOSES THE BILL GATHERED SO FAR.
      *****************************************************************
       400-PROCESS-BILL-RECORD.
      *
           EVALUATE TRUE
               WHEN LNDI-HEADER-RECORD
                   PERFORM 500-APPLY-BILL
                   PERFORM 410-START-BILL
               WHEN LNDI-DETAIL-RECORD
                   PERFORM 420-ADD-BILL-PO
               WHEN LNDI-TRAILER-RECORD
                   PERFORM 500-APPLY-BILL
                   MOVE 'Y' TO WS-TRAILER-SW
                   MOVE LNDI-T-BILL-COUNT   TO WS-TRAILER-COUNT
                   MOVE LNDI-T-TOTAL-AMOUNT TO WS-TRAILER-AMOUNT
               WHEN OTHER
                   MOVE SPACE TO RPT-RJ-CARRIER
                                 RPT-RJ-BILL
                   MOVE ZERO  TO RPT-RJ-PO
                   MOVE 'UNKNOWN RECORD TYPE' TO RPT-RJ-REASON
                   WRITE PRINT-LINE FROM RPT-REJECT-LINE
           END-EVALUATE.
      *
           PERFORM 300-READ-BILL-RECORD.
      *
       410-START-BILL.
      *
           ADD 1 TO WS-BILL-COUNT.
           MOVE 'Y'                    TO WS-BILL-OPEN-SW.
           MOVE SPACE                  TO WS-BILL-REASON.
           MOVE ZERO                   TO WS-BPO-COUNT.
           MOVE LNDI-H-CARRIER-NUMBER  TO WS-BILL-CARRIER.
           MOVE LNDI-H-BILL-NUMBER     TO WS-BILL-NUMBER.
           MOVE LNDI-H-CHARGE-TYPE     TO WS-BILL-CHARGE-TYPE.
           MOVE LNDI-H-BASIS           TO WS-BILL-BASIS.
           IF WS-BILL-BASIS = SPACE
               MOVE 'V' TO WS-BILL-BASIS
           END-IF.
           MOVE LNDI-H-BILL-DATE       TO WS-BILL-DATE.
      *
           EVALUATE TRUE
               WHEN LNDI-H-AMOUNT NOT NUMERIC
                   MOVE ZERO TO WS-BILL-AMOUNT
                   MOVE 'BILL AMOUNT MISSING' TO WS-BILL-REASON
               WHEN LNDI-H-AMOUNT = ZERO
                   MOVE ZERO TO WS-BILL-AMOUNT
                   MOVE 'BILL AMOUNT MISSING' TO WS-BILL-REASON
               WHEN OTHER
                   MOVE LNDI-H-AMOUNT TO WS-BILL-AMOUNT
                   ADD LNDI-H-AMOUNT  TO WS-TOTAL-AMOUNT
           END-EVALUATE.
           IF WS-BILL-REASON = SPACE
               EVALUATE TRUE
                   WHEN        WS-BILL-CARRIER = SPACE
                            OR WS-BILL-NUMBER = SPACE
                       MOVE 'CARRIER OR BILL NUMBER MISSING'
                           TO WS-BILL-REASON
                   WHEN NOT WS-BILL-CHARGE-VALID
                       MOVE 'CHARGE TYPE NOT F, D OR B'
                           TO WS-BILL-REASON
                   WHEN NOT WS-BILL-BASIS-VALID
                       MOVE 'BASIS NOT V, W OR Q'
                           TO WS-BILL-REASON
               END-EVALUATE
           END-IF.
      *
       420-ADD-BILL-PO.
      *
           EVALUATE TRUE
               WHEN NOT WS-BILL-OPEN
                   MOVE SPACE TO RPT-RJ-CARRIER
                                 RPT-RJ-BILL
                   MOVE ZERO  TO RPT-RJ-PO
                   IF LNDI-D-PO-NUMBER NUMERIC
                       MOVE LNDI-D-PO-NUMBER TO RPT-RJ-PO
                   END-IF
                   MOVE 'NO BILL HEADER' TO RPT-RJ-REASON
                   WRITE PRINT-LINE FROM RPT-REJECT-LINE
               WHEN LNDI-D-PO-NUMBER NOT NUMERIC
                   IF WS-BILL-REASON = SPACE
                       MOVE 'PO NUMBER NOT NUMERIC'
                           TO WS-BILL-REASON
                   END-IF
               WHEN WS-BPO-COUNT NOT < WS-BPO-MAX-ENTRIES
                   IF WS-BILL-REASON = SPACE
                       MOVE 'TOO MANY POS ON ONE BILL'
                           TO WS-BILL-REASON
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BPO-COUNT
                   MOVE LNDI-D-PO-NUMBER
                       TO BPO-PO-NUMBER(WS-BPO-COUNT)
           END-EVALUATE.
      *
      *****************************************************************
      *    CLOSE THE BILL: LOAD THE RECEIVED LINES OF ITS POS, THEN
      *    SPREAD IT OVER THEM - OR REJECT THE BILL WHOLE.
      *****************************************************************
       500-APPLY-BILL.
      *
           IF WS-BILL-OPEN
               MOVE 'N' TO WS-BILL-OPEN-SW
               PERFORM 510-LOAD-BILL-LINES
               IF WS-BILL-REASON = SPACE
                   PERFORM 600-ALLOCATE-BILL
               ELSE
                   PERFORM 590-REJECT-BILL
               END-IF
           END-IF.
      *
       510-LOAD-BILL-LINES.
      *
           MOVE ZERO TO WS-ALC-COUNT
                        WS-TOTAL-BASIS.
      *
           IF        WS-BILL-REASON = SPACE
                 AND WS-BPO-COUNT = ZERO
               MOVE 'NO PO NUMBERS ON BILL' TO WS-BILL-REASON
           END-IF.
      *
           IF WS-BILL-REASON = SPACE
               MOVE WS-BILL-CARRIER TO LND-CARRIER-NUMBER
               MOVE WS-BILL-NUMBER  TO LND-BILL-NUMBER
               READ LNDFILE
               IF WS-LNDFILE-SUCCESS
                   MOVE 'BILL ALREADY APPLIED' TO WS-BILL-REASON
               END-IF
           END-IF.
      *
           IF WS-BILL-REASON = SPACE
               PERFORM 520-LOAD-ONE-PO
                   VARYING WS-BPO-SUB FROM 1 BY 1
                     UNTIL WS-BPO-SUB > WS-BPO-COUNT
                        OR WS-BILL-REASON NOT = SPACE
           END-IF.
      *
           IF WS-BILL-REASON = SPACE
               EVALUATE TRUE
                   WHEN WS-ALC-COUNT = ZERO
                       MOVE 'NOTHING RECEIVED ON THESE POS'
                           TO WS-BILL-REASON
                   WHEN WS-TOTAL-BASIS NOT > ZERO
                     AND WS-BILL-BY-WEIGHT
                       MOVE 'NO SHIP WEIGHT ON RECEIVED LINES'
                           TO WS-BILL-REASON
                   WHEN WS-TOTAL-BASIS NOT > ZERO
                       MOVE 'NO RECEIVED VALUE TO SPREAD OVER'
                           TO WS-BILL-REASON
               END-EVALUATE
           END-IF.
      *
       520-LOAD-ONE-PO.
      *
           MOVE BPO-PO-NUMBER(WS-BPO-SUB) TO PO-PO-NUMBER.
           MOVE ZERO                      TO PO-LINE-NUMBER.
           MOVE 'N' TO WS-PO-FOUND-SW.
           MOVE 'N' TO WS-PO-DONE-SW.
           START POFILE KEY >= PO-KEY.
           IF NOT WS-POFILE-SUCCESS
               MOVE 'Y' TO WS-PO-DONE-SW
           END-IF.
           PERFORM 530-READ-PO-LINE
               UNTIL WS-PO-DONE.
      *
           IF        NOT WS-PO-FOUND
                 AND WS-BILL-REASON = SPACE
               MOVE 'PO NOT ON FILE' TO WS-BILL-REASON
               MOVE BPO-PO-NUMBER(WS-BPO-SUB) TO RPT-RJ-PO
           END-IF.
      *
       530-READ-PO-LINE.
      *
           READ POFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PO-DONE-SW
           NOT AT END
               IF PO-PO-NUMBER NOT = BPO-PO-NUMBER(WS-BPO-SUB)
                   MOVE 'Y' TO WS-PO-DONE-SW
               ELSE
                   MOVE 'Y' TO WS-PO-FOUND-SW
                   IF        PO-QUANTITY-RECEIVED > ZERO
                         AND NOT PO-DROP-SHIP
                       PERFORM 540-ADD-ALLOCATION-LINE
                   END-IF
               END-IF
           END-READ.
      *
       540-ADD-ALLOCATION-LINE.
      *
           IF WS-ALC-COUNT NOT < WS-ALC-MAX-ENTRIES
               IF WS-BILL-REASON = SPACE
                   MOVE 'TOO MANY LINES ON ONE BILL'
                       TO WS-BILL-REASON
               END-IF
           ELSE
               ADD 1 TO WS-ALC-COUNT
               MOVE PO-PO-NUMBER    TO ALC-PO-NUMBER(WS-ALC-COUNT)
               MOVE PO-LINE-NUMBER  TO ALC-LINE-NUMBER(WS-ALC-COUNT)
               MOVE PO-PRODUCT-CODE TO ALC-PRODUCT-CODE(WS-ALC-COUNT)
               MOVE PO-QUANTITY-RECEIVED
                   TO ALC-RECEIVED(WS-ALC-COUNT)
               EVALUATE TRUE
                   WHEN WS-BILL-BY-VALUE
                       COMPUTE ALC-BASIS(WS-ALC-COUNT) =
                           PO-QUANTITY-RECEIVED * PO-UNIT-COST
                   WHEN WS-BILL-BY-WEIGHT
                       MOVE ZERO TO ALC-BASIS(WS-ALC-COUNT)
                       MOVE PO-PRODUCT-CODE TO PRD-PRODUCT-CODE
                       READ PRDFILE
                       IF WS-PRDFILE-SUCCESS
                           COMPUTE ALC-BASIS(WS-ALC-COUNT) =
                               PO-QUANTITY-RECEIVED * PRD-SHIP-WEIGHT
                       END-IF
                   WHEN OTHER
                       MOVE PO-QUANTITY-RECEIVED
                           TO ALC-BASIS(WS-ALC-COUNT)
               END-EVALUATE
               ADD ALC-BASIS(WS-ALC-COUNT) TO WS-TOTAL-BASIS
           END-IF.
      *
       590-REJECT-BILL.
      *
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE WS-BILL-CARRIER TO RPT-RJ-CARRIER.
           MOVE WS-BILL-NUMBER  TO RPT-RJ-BILL.
           IF WS-BILL-REASON NOT = 'PO NOT ON FILE'
               MOVE ZERO TO RPT-RJ-PO
           END-IF.
           MOVE WS-BILL-REASON  TO RPT-RJ-REASON.
           WRITE PRINT-LINE FROM RPT-REJECT-LINE.
      *
       600-ALLOCATE-BILL.
      *
           PERFORM 610-PRINT-BILL-HEADING.
           MOVE ZERO TO WS-ALLOCATED
                        WS-CLM-COUNT
                        WS-BILL-CAPITALIZED
                        WS-BILL-VARIANCE.
           PERFORM 620-ALLOCATE-ONE-LINE
               VARYING WS-ALC-SUB FROM 1 BY 1
                 UNTIL WS-ALC-SUB > WS-ALC-COUNT.
      *
           PERFORM 690-RECORD-BILL.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-BILL-CAPITALIZED TO WS-TOTAL-CAPITALIZED.
           ADD WS-BILL-VARIANCE    TO WS-TOTAL-VARIANCE.
      *
           MOVE WS-BILL-AMOUNT      TO RPT-BT-AMOUNT.
           MOVE WS-BILL-CAPITALIZED TO RPT-BT-CAPITALIZED.
           MOVE WS-BILL-VARIANCE    TO RPT-BT-VARIANCE.
           WRITE PRINT-LINE FROM RPT-BILL-TOTAL-LINE.
      *
       610-PRINT-BILL-HEADING.
      *
           MOVE WS-BILL-NUMBER  TO RPT-BL-BILL.
           MOVE WS-BILL-CARRIER TO RPT-BL-CARRIER.
           PERFORM 615-DESCRIBE-CHARGE.
           MOVE VAR-CHARGE      TO RPT-BL-CHARGE.
           EVALUATE TRUE
               WHEN WS-BILL-BY-VALUE
                   MOVE 'VALUE'    TO RPT-BL-BASIS
               WHEN WS-BILL-BY-WEIGHT
                   MOVE 'WEIGHT'   TO RPT-BL-BASIS
               WHEN OTHER
                   MOVE 'QUANTITY' TO RPT-BL-BASIS
           END-EVALUATE.
           MOVE WS-BILL-AMOUNT  TO RPT-BL-AMOUNT.
           MOVE WS-BILL-DATE    TO RPT-BL-DATE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-BILL-LINE.
      *
       615-DESCRIBE-CHARGE.
      *
           EVALUATE WS-BILL-CHARGE-TYPE
               WHEN 'F'
                   MOVE 'FREIGHT'   TO VAR-CHARGE
               WHEN 'D'
                   MOVE 'DUTY'      TO VAR-CHARGE
               WHEN OTHER
                   MOVE 'BROKERAGE' TO VAR-CHARGE
           END-EVALUATE.
      *
      *****************************************************************
      *    ONE LINE'S SHARE.  THE UNITS STILL IN STOCK ABSORB THEIR
      *    PART INTO THE AVERAGE COST OF EVERYTHING ON HAND; THE REST
      *    (AND ANY PART TOO SMALL TO MOVE THE COST BY A CENT) GOES
      *    TO VARIANCE.
      *****************************************************************
       620-ALLOCATE-ONE-LINE.
      *
           IF WS-ALC-SUB = WS-ALC-COUNT
               COMPUTE WS-LINE-SHARE = WS-BILL-AMOUNT - WS-ALLOCATED
           ELSE
               COMPUTE WS-LINE-SHARE ROUNDED =
                   WS-BILL-AMOUNT * ALC-BASIS(WS-ALC-SUB)
                       / WS-TOTAL-BASIS
           END-IF.
           ADD WS-LINE-SHARE TO WS-ALLOCATED.
      *
           MOVE ZERO TO WS-ON-HAND
                        WS-IN-STOCK
                        WS-OLD-COST
                        WS-NEW-COST.
           MOVE ALC-PRODUCT-CODE(WS-ALC-SUB) TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-UNIT-COST TO WS-OLD-COST
                                     WS-NEW-COST
               IF PRD-QUANTITY-ON-HAND > ZERO
                   MOVE PRD-QUANTITY-ON-HAND TO WS-ON-HAND
               END-IF
               PERFORM 630-FIND-CLAIM-ENTRY
               COMPUTE WS-IN-STOCK = WS-ON-HAND - CLM-UNITS(WS-CLM-USE)
               IF WS-IN-STOCK > ALC-RECEIVED(WS-ALC-SUB)
                   MOVE ALC-RECEIVED(WS-ALC-SUB) TO WS-IN-STOCK
               END-IF
               IF WS-IN-STOCK < ZERO
                   MOVE ZERO TO WS-IN-STOCK
               END-IF
               ADD WS-IN-STOCK TO CLM-UNITS(WS-CLM-USE)
           END-IF.
      *
           IF WS-IN-STOCK = ALC-RECEIVED(WS-ALC-SUB)
               MOVE WS-LINE-SHARE TO WS-LINE-CAPITALIZED
           ELSE
               COMPUTE WS-LINE-CAPITALIZED ROUNDED =
                   WS-LINE-SHARE * WS-IN-STOCK
                       / ALC-RECEIVED(WS-ALC-SUB)
           END-IF.
      *
           IF WS-LINE-CAPITALIZED NOT = ZERO
               COMPUTE WS-NEW-COST ROUNDED =
                   WS-OLD-COST + (WS-LINE-CAPITALIZED / WS-ON-HAND)
               IF WS-NEW-COST = WS-OLD-COST
                   MOVE ZERO TO WS-LINE-CAPITALIZED
               ELSE
                   PERFORM 640-UPDATE-PRODUCT-COST
               END-IF
           END-IF.
           COMPUTE WS-LINE-VARIANCE =
               WS-LINE-SHARE - WS-LINE-CAPITALIZED.
           ADD WS-LINE-CAPITALIZED TO WS-BILL-CAPITALIZED.
           ADD WS-LINE-VARIANCE    TO WS-BILL-VARIANCE.
      *
           MOVE ALC-PO-NUMBER(WS-ALC-SUB)    TO RPT-PO.
           MOVE ALC-LINE-NUMBER(WS-ALC-SUB)  TO RPT-LINE.
           MOVE ALC-PRODUCT-CODE(WS-ALC-SUB) TO RPT-PRODUCT.
           MOVE ALC-RECEIVED(WS-ALC-SUB)     TO RPT-RECEIVED.
           MOVE ALC-BASIS(WS-ALC-SUB)        TO RPT-BASIS.
           MOVE WS-LINE-SHARE                TO RPT-SHARE.
           MOVE WS-IN-STOCK                  TO RPT-IN-STOCK.
           MOVE WS-LINE-CAPITALIZED          TO RPT-CAPITALIZED.
           MOVE WS-LINE-VARIANCE             TO RPT-VARIANCE.
           MOVE WS-OLD-COST                  TO RPT-OLD-COST.
           MOVE WS-NEW-COST                  TO RPT-NEW-COST.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           IF WS-LINE-VARIANCE NOT = ZERO
               PERFORM 650-WRITE-VARIANCE-LINE
           END-IF.
      *
      *****************************************************************
      *    UNITS OF EACH PRODUCT ALREADY CLAIMED AS IN STOCK BY
      *    EARLIER LINES OF THIS BILL, SO TWO RECEIPTS OF ONE PRODUCT
      *    CANNOT BOTH COUNT THE SAME UNITS ON THE SHELF.
      *****************************************************************
       630-FIND-CLAIM-ENTRY.
      *
           MOVE ZERO TO WS-CLM-USE.
           PERFORM 635-MATCH-CLAIM-ENTRY
               VARYING WS-CLM-SUB FROM 1 BY 1
                 UNTIL WS-CLM-SUB > WS-CLM-COUNT
                    OR WS-CLM-USE > ZERO.
      *
           IF WS-CLM-USE = ZERO
               ADD 1 TO WS-CLM-COUNT
               MOVE WS-CLM-COUNT TO WS-CLM-USE
               MOVE PRD-PRODUCT-CODE TO CLM-PRODUCT-CODE(WS-CLM-USE)
               MOVE ZERO             TO CLM-UNITS(WS-CLM-USE)
           END-IF.
      *
       635-MATCH-CLAIM-ENTRY.
      *
           IF CLM-PRODUCT-CODE(WS-CLM-SUB) = PRD-PRODUCT-CODE
               MOVE WS-CLM-SUB TO WS-CLM-USE
           END-IF.
      *
       640-UPDATE-PRODUCT-COST.
      *
           MOVE WS-NEW-COST TO PRD-UNIT-COST.
           REWRITE PRODUCT-MASTER-RECORD.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE REWRITE ERROR"
               STOP RUN
           END-IF.
           ADD 1 TO WS-COST-CHANGE-COUNT.
      *
           MOVE SPACE                      TO COST-CHANGE-RECORD.
           MOVE PRD-PRODUCT-CODE           TO CST-PRODUCT-CODE.
           ACCEPT CST-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           DIVIDE WS-CLOCK-TIME BY 100 GIVING CST-CHANGE-TIME.
           MOVE WS-OLD-COST                TO CST-OLD-COST.
           MOVE WS-NEW-COST                TO CST-NEW-COST.
           MOVE ALC-PO-NUMBER(WS-ALC-SUB)  TO CST-PO-NUMBER.
           MOVE WS-IN-STOCK                TO CST-RECEIPT-QTY.
           MOVE 'LND '                     TO CST-CHANGED-BY.
           SET CST-SOURCE-LANDED-COST TO TRUE.
      *
           MOVE 'N' TO WS-CST-DONE-SW.
           PERFORM 645-WRITE-COST-HISTORY-ONCE
               UNTIL WS-CST-DONE.
      *
       645-WRITE-COST-HISTORY-ONCE.
      *
           WRITE COST-CHANGE-RECORD.
           IF WS-CSTFILE-DUPLICATE
               ADD 1 TO CST-CHANGE-TIME
           ELSE
               IF NOT WS-CSTFILE-SUCCESS
                   DISPLAY "WS-CSTFILE-SW=" WS-CSTFILE-SW
                   DISPLAY "CSTFILE WRITE ERROR"
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-CST-DONE-SW
           END-IF.
      *
       650-WRITE-VARIANCE-LINE.
      *
           MOVE WS-BILL-CARRIER              TO VAR-CARRIER.
           MOVE WS-BILL-NUMBER               TO VAR-BILL.
           PERFORM 615-DESCRIBE-CHARGE.
           MOVE ALC-PO-NUMBER(WS-ALC-SUB)    TO VAR-PO.
           MOVE ALC-LINE-NUMBER(WS-ALC-SUB)  TO VAR-LINE.
           MOVE ALC-PRODUCT-CODE(WS-ALC-SUB) TO VAR-PRODUCT.
           MOVE ALC-RECEIVED(WS-ALC-SUB)     TO VAR-RECEIVED.
           COMPUTE VAR-SOLD = ALC-RECEIVED(WS-ALC-SUB) - WS-IN-STOCK.
           MOVE WS-LINE-SHARE                TO VAR-SHARE.
           MOVE WS-LINE-VARIANCE             TO VAR-VARIANCE.
           WRITE VARIANCE-LINE FROM VAR-DETAIL-LINE.
      *
       690-RECORD-BILL.
      *
           MOVE SPACE               TO LANDED-COST-BILL-RECORD.
           MOVE WS-BILL-CARRIER     TO LND-CARRIER-NUMBER.
           MOVE WS-BILL-NUMBER      TO LND-BILL-NUMBER.
           MOVE WS-BILL-CHARGE-TYPE TO LND-CHARGE-TYPE.
           MOVE WS-BILL-BASIS       TO LND-ALLOCATION-BASIS.
           MOVE WS-BILL-AMOUNT      TO LND-BILL-AMOUNT.
           MOVE WS-BILL-DATE        TO LND-BILL-DATE.
           MOVE WS-RUN-DATE-MDY     TO LND-APPLIED-DATE.
           MOVE WS-BILL-CAPITALIZED TO LND-CAPITALIZED-AMOUNT.
           MOVE WS-BILL-VARIANCE    TO LND-VARIANCE-AMOUNT.
           MOVE WS-ALC-COUNT        TO LND-LINE-COUNT.
           WRITE LANDED-COST-BILL-RECORD.
           IF NOT WS-LNDFILE-SUCCESS
               DISPLAY "WS-LNDFILE-SW=" WS-LNDFILE-SW
               DISPLAY "LNDFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       800-PROVE-THE-RUN.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'BILLS READ:                   ' TO RPT-TOT-LABEL.
           MOVE WS-BILL-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'BILLS APPLIED:                ' TO RPT-TOT-LABEL.
           MOVE WS-APPLIED-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'BILLS REJECTED:               ' TO RPT-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PRODUCT COSTS CHANGED:        ' TO RPT-TOT-LABEL.
           MOVE WS-COST-CHANGE-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL OF BILLS READ:          ' TO RPT-AMT-LABEL.
           MOVE WS-TOTAL-AMOUNT TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'CAPITALIZED INTO COST:        ' TO RPT-AMT-LABEL.
           MOVE WS-TOTAL-CAPITALIZED TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'CHARGED TO VARIANCE:          ' TO RPT-AMT-LABEL.
           MOVE WS-TOTAL-VARIANCE TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
      *
           MOVE SPACE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE WS-TOTAL-VARIANCE TO VAR-TOT-VARIANCE.
           WRITE VARIANCE-LINE FROM VAR-TOTAL-LINE.
      *
           IF NOT WS-TRAILER-READ
               DISPLAY "LNDCB2: NO TRAILER - FILE MAY BE INCOMPLETE"
           ELSE
               IF        WS-TRAILER-COUNT NOT = WS-BILL-COUNT
                      OR WS-TRAILER-AMOUNT NOT = WS-TOTAL-AMOUNT
                   MOVE 'TRAILER BILL COUNT:           '
                       TO RPT-TOT-LABEL
                   MOVE WS-TRAILER-COUNT TO RPT-TOT-VALUE
                   WRITE PRINT-LINE FROM RPT-TOTAL-LINE
                   MOVE 'TRAILER AMOUNT:               '
                       TO RPT-AMT-LABEL
                   MOVE WS-TRAILER-AMOUNT TO RPT-AMT-VALUE
                   WRITE PRINT-LINE FROM RPT-AMOUNT-LINE
                   DISPLAY "LNDCB2: FILE DOES NOT AGREE WITH TRAILER"
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE LNDINPUT.
           CLOSE POFILE.
           CLOSE PRDFILE.
           CLOSE CSTFILE.
           CLOSE LNDFILE.
           CLOSE PRINT-FILE.
           CLOSE VARIANCE-FILE.
           DISPLAY "LANDED COST BILLS APPLIED:  " WS-APPLIED-COUNT.
           DISPLAY "LANDED COST BILLS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
