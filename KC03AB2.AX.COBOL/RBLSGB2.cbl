       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBLSGB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    INTER-WAREHOUSE REBALANCING SUGGESTIONS.  POGENB2 BUYS FOR
      *    A SHORT WAREHOUSE EVEN WHEN ANOTHER WAREHOUSE IS SITTING ON
      *    MONTHS OF THE SAME ITEM; THIS RUN GOES FIRST AND PROPOSES
      *    MOVING THE IDLE STOCK INSTEAD.  ONE CONTROL CARD DRIVES IT,
      *    PREVIEW-THEN-APPLY LIKE THE REORDER POINT RECALCULATION
      *    (ROPCLB2):
      *
      *      COL 1     MODE     P=PREVIEW (PRINT FOR APPROVAL ONLY),
      *                         A=APPLY (PRINT AND LOAD)
      *      COL 2-3   MONTHS   TRAILING DEMAND WINDOW (DEFAULT 03)
      *      COL 4-6   COVER    PERCENT OF ONE MONTH'S DEMAND TO HOLD
      *                         ABOVE THE REORDER POINT (DEFAULT 100)
      *      COL 7-11  MINIMUM  SMALLEST TRANSFER WORTH PROPOSING
      *                         (DEFAULT 00001)
      *
      *    WHSAB2 IS SWEPT IN PRODUCT SEQUENCE AND MATCHED AGAINST
      *    SHSAB2 FOR THE PRODUCT'S DEMAND IN THE WINDOW.  SALES
      *    HISTORY IS KEPT BY CUSTOMER, NOT WAREHOUSE, SO THE AVERAGE
      *    MONTHLY DEMAND IS SPREAD ACROSS THE PRODUCT'S WAREHOUSES IN
      *    PROPORTION TO THEIR REORDER POINTS (EVENLY WHEN NONE IS
      *    SET).  EACH WAREHOUSE'S POSITION IS ON-HAND LESS ALLOCATED,
      *    PLUS TRANSFERS ALREADY PENDING OR IN TRANSIT TO IT, LESS
      *    PENDING TRANSFERS OUT OF IT, SO A PROPOSAL IS NEVER MADE
      *    TWICE.  ITS TARGET IS ITS REORDER POINT PLUS ITS SHARE OF
      *    DEMAND TIMES THE COVER.  A WAREHOUSE UNDER ITS REORDER
      *    POINT IS SHORT BY TARGET LESS POSITION; ONE OVER ITS TARGET
      *    HAS THE EXCESS TO SPARE (NEVER MORE THAN IT HAS ON THE
      *    SHELF).  SHORT WAREHOUSES ARE FILLED FROM THOSE WITH STOCK
      *    TO SPARE.  INACTIVE WAREHOUSES ON WRHAB2 NEITHER GIVE NOR
      *    TAKE.  A CONSIGNMENT WAREHOUSE AT A CUSTOMER SITE CAN BE
      *    SHORT AND TAKE STOCK, BUT NEVER GIVES ANY - WHAT IS THERE
      *    COMES BACK ONLY BY A DELIBERATE TRANSFER.  STOCK IS ONLY
      *    PROPOSED BETWEEN WAREHOUSES OF THE SAME COMPANY (WRHAB2
      *    COMPANY CODE); MOVING GOODS FROM ONE COMPANY'S BOOKS TO
      *    ANOTHER'S IS AN INTERCOMPANY TRANSFER, KEYED BY HAND ON
      *    XFREAB2, SO EVERY TRANSFER LOADED HERE IS FLAGGED N.
      *
      *    PREVIEW PRINTS THE PROPOSALS WITH AN APPROVAL LINE.  APPLY
      *    PRINTS THEM AGAIN AND LOADS EACH ONE TO TRFAB2 AS A PENDING
      *    TRANSFER, NUMBERED FROM THE CTLAB2 TRANSFER SEQUENCE (KEY
      *    4) THE WAY CTLBLKB2 DRAWS NUMBERS IN BATCH - OR, WHERE THE
      *    WAREHOUSES BELONG TO A SISTER COMPANY, FROM THAT COMPANY'S
      *    OWN TRANSFER RANGE ON COMAB2, AS XFREAB2 DOES.  NOTHING MOVES
      *    UNTIL THE SOURCE WAREHOUSE CONFIRMS THE TRANSFER NUMBER ON
      *    XFREAB2 (ACTION C).  POGENB2 NETS PENDING AND IN-TRANSIT
      *    TRANSFERS OUT OF ITS SHORTFALLS, SO THIS RUN IS SCHEDULED
      *    AHEAD OF IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO RBLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT WHSFILE ASSIGN TO WHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHSFILE-SW.

           SELECT SHSFILE ASSIGN TO SHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHS-KEY
               FILE STATUS IS WS-SHSFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT WRHFILE ASSIGN TO WRHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRH-KEY
               FILE STATUS IS WS-WRHFILE-SW.

           SELECT TRFFILE ASSIGN TO TRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRFFILE-SW.

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
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-MODE                     PIC X(01).
               88  PARM-MODE-PREVIEW             VALUE 'P'.
               88  PARM-MODE-APPLY               VALUE 'A'.
           05  PARM-MONTHS                   PIC 9(02).
           05  PARM-COVER-PCT                PIC 9(03).
           05  PARM-MINIMUM-QTY              PIC 9(05).
           05  FILLER                        PIC X(09).
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD SHSFILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS SALES-HISTORY-RECORD.
      *
       COPY SLSHIST.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WAREHOUSE-MASTER-RECORD.
      *
       COPY WHSMAST.
      *
       FD TRFFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TRANSFER-RECORD.
      *
       COPY TRANSFR.
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
           88  WS-PARMFILE-EOF                    VALUE '10'.
       01 WS-WHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WHSFILE-SUCCESS                VALUE '00'.
           88  WS-WHSFILE-EOF                     VALUE '10'.
       01 WS-SHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SHSFILE-SUCCESS                VALUE '00'.
           88  WS-SHSFILE-EOF                     VALUE '10'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
       01 WS-WRHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WRHFILE-SUCCESS                VALUE '00'.
           88  WS-WRHFILE-NOTFOUND                VALUE '23'.
       01 WS-TRFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRFFILE-SUCCESS                VALUE '00'.
           88  WS-TRFFILE-EOF                     VALUE '10'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-COMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COMFILE-SUCCESS                VALUE '00'.
       01 WS-COMFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-COMFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SHS-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-SHS-EOF                        VALUE 'Y'.
       01 WS-TRF-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRF-EOF                        VALUE 'Y'.
       01 WS-WRHFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-WRHFILE-AVAILABLE              VALUE 'Y'.
       01 WS-TRFFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-TRFFILE-AVAILABLE              VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
       01 WS-MONTHS                          PIC 9(02) VALUE 03.
       01 WS-COVER-PCT                       PIC 9(03) VALUE 100.
       01 WS-MINIMUM-QTY                     PIC 9(05) VALUE 00001.
      *
      *****************************************************************
      *    THE WINDOW START PERIOD (YYYYMM), COUNTED BACK FROM THE
      *    RUN MONTH.  PERIODS COMPARE AS STRINGS.
      *****************************************************************
       01 WS-START-PERIOD.
           05  WS-SP-YYYY                    PIC 9(04).
           05  WS-SP-MM                      PIC 9(02).
       01 WS-MONTH-COUNTER                   PIC 9(02).
      *
       01 WS-CURRENT-PRODUCT                 PIC X(10) VALUE SPACE.
       01 WS-PRODUCT-ACTIVE-SW               PIC X(01) VALUE 'N'.
           88  WS-PRODUCT-ACTIVE                 VALUE 'Y'.
       01 WS-DEMAND-QTY                      PIC S9(11) COMP-3
                                              VALUE ZERO.
       01 WS-AVG-MONTHLY                     PIC S9(09)V99 COMP-3.
       01 WS-ROP-TOTAL                       PIC S9(09) COMP-3.
       01 WS-DEMAND-SHARE                    PIC S9(09)V99 COMP-3.
       01 WS-PENDING-OUT-QTY                 PIC S9(09) COMP-3.
       01 WS-TRANSFER-QTY                    PIC S9(07) COMP-3.
      *
       01 WS-PRODUCTS-SEEN                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-PROPOSAL-COUNT                  PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-PROPOSAL-UNITS                  PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-LOADED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    A SISTER COMPANY NUMBERS ITS TRANSFERS FROM ITS OWN RANGE
      *    ON COMAB2 - COM-NEXT-NUMBER ENTRY FOR THE CTLAB2 DOCUMENT
      *    TYPE PLUS ONE.
      *****************************************************************
       01 WS-TRANSFER-ENTRY                  PIC S9(03) COMP-3
                                              VALUE 5.
       01 WS-DRAW-COMPANY-CODE               PIC X(02).
       01 WS-DRAWN-NUMBER                    PIC 9(06).
       01 WS-COMPANY-DRAWN-SW                PIC X(01)  VALUE 'N'.
           88  WS-COMPANY-NUMBER-DRAWN           VALUE 'Y'.
      *
      *****************************************************************
      *    TRANSFERS ALREADY OPEN ON TRFAB2 (PENDING OR IN TRANSIT),
      *    GATHERED IN ONE PASS UP FRONT.  THEY ARE FEW; OVERFLOW IS
      *    COUNTED AND CALLED OUT ON THE REPORT.
      *****************************************************************
       01  OPEN-TRANSFER-TABLE.
           05  OTB-ENTRY OCCURS 500 TIMES.
               10  OTB-PRODUCT-CODE          PIC X(10).
               10  OTB-FROM-WAREHOUSE        PIC X(03).
               10  OTB-TO-WAREHOUSE          PIC X(03).
               10  OTB-STATUS                PIC X(01).
                   88  OTB-STATUS-PENDING        VALUE 'P'.
               10  OTB-QUANTITY              PIC S9(07) COMP-3.
       01  WS-OTB-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-OTB-SUB                        PIC S9(03) COMP-3.
       01  WS-OTB-OVERFLOW-COUNT             PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    THE CURRENT PRODUCT'S WAREHOUSES, BUILT AS ITS WHSAB2
      *    RECORDS GO BY AND WORKED WHEN THE PRODUCT CHANGES.
      *****************************************************************
       01  WAREHOUSE-TABLE.
           05  WTB-ENTRY OCCURS 20 TIMES.
               10  WTB-WAREHOUSE-CODE        PIC X(03).
               10  WTB-ACTIVE-SW             PIC X(01).
                   88  WTB-ACTIVE                VALUE 'Y'.
               10  WTB-CONSIGN-SW            PIC X(01).
                   88  WTB-CONSIGNMENT           VALUE 'Y'.
               10  WTB-COMPANY-CODE          PIC X(02).
               10  WTB-REORDER-POINT         PIC S9(07) COMP-3.
               10  WTB-AVAILABLE             PIC S9(09) COMP-3.
               10  WTB-POSITION              PIC S9(09) COMP-3.
               10  WTB-TARGET                PIC S9(09) COMP-3.
               10  WTB-NEED                  PIC S9(09) COMP-3.
               10  WTB-SURPLUS               PIC S9(09) COMP-3.
       01  WS-WTB-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-WTB-SUB                        PIC S9(03) COMP-3.
       01  WS-SHORT-SUB                      PIC S9(03) COMP-3.
       01  WS-DONOR-SUB                      PIC S9(03) COMP-3.
       01  WS-WTB-OVERFLOW-COUNT             PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'INTER-WAREHOUSE REBALANCING PROPOSALS'.
           05  RPT-HDG-MODE    PIC X(08).
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(61) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(10) VALUE 'PROD CODE'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(03) VALUE 'FRM'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE 'POSITION'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE '  TARGET'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(03) VALUE 'TO'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE 'POSITION'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE '  TARGET'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE 'XFER QTY'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(06) VALUE 'XFR NO'.
           05  FILLER          PIC X(32) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PRODUCT-CODE     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-FROM-WAREHOUSE   PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-FROM-POSITION    PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-FROM-TARGET      PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TO-WAREHOUSE     PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TO-POSITION      PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TO-TARGET        PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TRANSFER-QTY     PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-TRANSFER-NUMBER  PIC X(06).
           05  FILLER               PIC X(32) VALUE SPACE.
      *
       01  RPT-OTB-OVERFLOW-LINE.
           05  FILLER               PIC X(44) VALUE
               '** OPEN TRANSFER TABLE FULL - TRANSFERS NOT '.
           05  FILLER               PIC X(14) VALUE 'COUNTED =     '.
           05  RPT-OTB-OVERFLOW-COUNT PIC Z(04)9.
           05  FILLER               PIC X(69) VALUE SPACE.
      *
       01  RPT-WTB-OVERFLOW-LINE.
           05  FILLER               PIC X(44) VALUE
               '** WAREHOUSE TABLE FULL - WAREHOUSE RECORDS '.
           05  FILLER               PIC X(14) VALUE 'SKIPPED =     '.
           05  RPT-WTB-OVERFLOW-COUNT PIC Z(04)9.
           05  FILLER               PIC X(69) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(22) VALUE
               'PRODUCTS EVALUATED:   '.
           05  RPT-PRODUCTS-SEEN    PIC Z(04)9.
           05  FILLER               PIC X(13) VALUE '   PROPOSALS:'.
           05  RPT-PROPOSAL-COUNT   PIC Z(04)9.
           05  FILLER               PIC X(09) VALUE '   UNITS:'.
           05  RPT-PROPOSAL-UNITS   PIC Z(08)9.
           05  FILLER               PIC X(21) VALUE
               '   LOADED AS PENDING:'.
           05  RPT-LOADED-COUNT     PIC Z(04)9.
           05  FILLER               PIC X(43) VALUE SPACE.
      *
       01  RPT-APPROVAL-LINE.
           05  FILLER               PIC X(50) VALUE
               'APPROVED FOR LOADING BY: ____________________    '.
           05  FILLER               PIC X(16) VALUE 'DATE: __________'.
           05  FILLER               PIC X(66) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
      *
           PERFORM 110-READ-PARM-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 140-COMPUTE-START-PERIOD.
      *
           MOVE 'RBLSGB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           IF PARM-MODE-APPLY
               MOVE 'APPLY   ' TO RPT-HDG-MODE
           ELSE
               MOVE 'PREVIEW ' TO RPT-HDG-MODE
           END-IF.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 200-LOAD-OPEN-TRANSFERS.
      *
           PERFORM 310-READ-HISTORY.
           PERFORM 300-READ-WAREHOUSE.
           PERFORM 400-PROCESS-WAREHOUSE
               UNTIL WS-EOF-YES.
      *
           IF WS-PRODUCT-ACTIVE
               PERFORM 500-CLOSE-OUT-PRODUCT
           END-IF.
      *
           IF WS-OTB-OVERFLOW-COUNT > ZERO
               MOVE WS-OTB-OVERFLOW-COUNT TO RPT-OTB-OVERFLOW-COUNT
               WRITE PRINT-LINE FROM RPT-OTB-OVERFLOW-LINE
           END-IF.
           IF WS-WTB-OVERFLOW-COUNT > ZERO
               MOVE WS-WTB-OVERFLOW-COUNT TO RPT-WTB-OVERFLOW-COUNT
               WRITE PRINT-LINE FROM RPT-WTB-OVERFLOW-LINE
           END-IF.
      *
           MOVE WS-PRODUCTS-SEEN  TO RPT-PRODUCTS-SEEN.
           MOVE WS-PROPOSAL-COUNT TO RPT-PROPOSAL-COUNT.
           MOVE WS-PROPOSAL-UNITS TO RPT-PROPOSAL-UNITS.
           MOVE WS-LOADED-COUNT   TO RPT-LOADED-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF PARM-MODE-PREVIEW AND WS-PROPOSAL-COUNT > ZERO
               WRITE PRINT-LINE FROM RPT-APPROVAL-LINE
           END-IF.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-PRODUCTS-SEEN TO WS-RUN-COUNT-IN.
           MOVE WS-LOADED-COUNT  TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
      *****************************************************************
      *    THE CONTROL CARD IS READ BEFORE THE OTHER FILES OPEN - THE
      *    MODE DECIDES WHETHER TRFAB2 AND CTLAB2 ARE OPENED FOR
      *    UPDATE.
      *****************************************************************
       110-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "RBLPARM OPEN ERROR"
               STOP RUN
           END-IF.
      *
           READ PARM-FILE
               AT END
                   DISPLAY "NO CONTROL CARD - RUN ABANDONED"
                   STOP RUN
           END-READ.
      *
           IF PARM-MODE NOT = 'P' AND 'A'
               DISPLAY "MODE MUST BE P OR A - RUN ABANDONED"
               STOP RUN
           END-IF.
           IF PARM-MONTHS NUMERIC AND PARM-MONTHS > ZERO
               MOVE PARM-MONTHS TO WS-MONTHS
           END-IF.
           IF PARM-COVER-PCT NUMERIC AND PARM-COVER-PCT > ZERO
               MOVE PARM-COVER-PCT TO WS-COVER-PCT
           END-IF.
           IF PARM-MINIMUM-QTY NUMERIC AND PARM-MINIMUM-QTY > ZERO
               MOVE PARM-MINIMUM-QTY TO WS-MINIMUM-QTY
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT WHSFILE.
           IF NOT WS-WHSFILE-SUCCESS
               DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
               DISPLAY "WHSFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT SHSFILE.
           IF NOT WS-SHSFILE-SUCCESS
               DISPLAY "WS-SHSFILE-SW=" WS-SHSFILE-SW
               DISPLAY "SHSFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS THE WAREHOUSE MASTER HAS NEVER BEEN
      *    LOADED - EVERY WAREHOUSE IS TREATED AS ACTIVE.
      *****************************************************************
           OPEN INPUT WRHFILE.
           IF NOT WS-WRHFILE-SUCCESS
               IF WS-WRHFILE-SW = '35'
                   MOVE 'N' TO WS-WRHFILE-AVAILABLE-SW
                   DISPLAY "WRHFILE NOT FOUND - ALL WAREHOUSES ACTIVE"
               ELSE
                   DISPLAY "WS-WRHFILE-SW=" WS-WRHFILE-SW
                   DISPLAY "WRHFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO TRANSFER HAS EVER BEEN KEYED.  A
      *    PREVIEW HAS NOTHING OPEN TO NET; AN APPLY CREATES THE FILE
      *    TO LOAD ITS PENDING TRANSFERS INTO.
      *****************************************************************
           IF PARM-MODE-APPLY
               OPEN I-O TRFFILE
           ELSE
               OPEN INPUT TRFFILE
           END-IF.
           IF NOT WS-TRFFILE-SUCCESS
               IF WS-TRFFILE-SW = '35'
                   MOVE 'N' TO WS-TRFFILE-AVAILABLE-SW
                   DISPLAY "TRFFILE NOT FOUND - NO OPEN TRANSFERS"
                   IF PARM-MODE-APPLY
                       OPEN OUTPUT TRFFILE
                       IF NOT WS-TRFFILE-SUCCESS
                           DISPLAY "WS-TRFFILE-SW=" WS-TRFFILE-SW
                           DISPLAY "TRFFILE CREATE ERROR"
                           STOP RUN
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "WS-TRFFILE-SW=" WS-TRFFILE-SW
                   DISPLAY "TRFFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           IF PARM-MODE-APPLY
               OPEN I-O CTLFILE
               IF NOT WS-CTLFILE-SUCCESS
                   DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
                   DISPLAY "CTLFILE OPEN ERROR"
                   STOP RUN
               END-IF
      *
      *    FILE STATUS 35 MEANS NO COMPANY HAS EVER BEEN LOADED -
      *    ONLY THE HOME COMPANY, WHICH NUMBERS FROM CTLAB2.
      *
               OPEN I-O COMFILE
               IF NOT WS-COMFILE-SUCCESS
                   IF WS-COMFILE-SW = '35'
                       MOVE 'N' TO WS-COMFILE-AVAILABLE-SW
                   ELSE
                       DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                       DISPLAY "COMFILE OPEN ERROR"
                       STOP RUN
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-COMFILE-AVAILABLE-SW
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       140-COMPUTE-START-PERIOD.
      *
           MOVE WS-RUN-YYYY TO WS-SP-YYYY.
           MOVE WS-RUN-MM   TO WS-SP-MM.
           PERFORM 150-BACK-ONE-MONTH
               VARYING WS-MONTH-COUNTER FROM 1 BY 1
                 UNTIL WS-MONTH-COUNTER > WS-MONTHS.
      *
       150-BACK-ONE-MONTH.
      *
           IF WS-SP-MM = 1
               MOVE 12 TO WS-SP-MM
               SUBTRACT 1 FROM WS-SP-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SP-MM
           END-IF.
      *
       200-LOAD-OPEN-TRANSFERS.
      *
           IF NOT WS-TRFFILE-AVAILABLE
               MOVE 'Y' TO WS-TRF-EOF-SW
           ELSE
               PERFORM 210-READ-TRANSFER
           END-IF.
           PERFORM 220-TALLY-TRANSFER
               UNTIL WS-TRF-EOF.
      *
       210-READ-TRANSFER.
      *
           READ TRFFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-TRF-EOF-SW
           END-READ.
      *
       220-TALLY-TRANSFER.
      *
           IF TRF-STATUS-PENDING OR TRF-STATUS-IN-TRANSIT
               IF WS-OTB-COUNT < 500
                   ADD 1 TO WS-OTB-COUNT
                   MOVE TRF-PRODUCT-CODE
                       TO OTB-PRODUCT-CODE(WS-OTB-COUNT)
                   MOVE TRF-FROM-WAREHOUSE
                       TO OTB-FROM-WAREHOUSE(WS-OTB-COUNT)
                   MOVE TRF-TO-WAREHOUSE
                       TO OTB-TO-WAREHOUSE(WS-OTB-COUNT)
                   MOVE TRF-STATUS
                       TO OTB-STATUS(WS-OTB-COUNT)
                   MOVE TRF-QUANTITY
                       TO OTB-QUANTITY(WS-OTB-COUNT)
               ELSE
                   ADD 1 TO WS-OTB-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
           PERFORM 210-READ-TRANSFER.
      *
       300-READ-WAREHOUSE.
      *
           READ WHSFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       310-READ-HISTORY.
      *
           READ SHSFILE
               AT END MOVE 'Y' TO WS-SHS-EOF-SW
           END-READ.
      *
       400-PROCESS-WAREHOUSE.
      *
           IF        WS-PRODUCT-ACTIVE
                 AND WHS-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT
               PERFORM 500-CLOSE-OUT-PRODUCT
           END-IF.
      *
           MOVE 'Y' TO WS-PRODUCT-ACTIVE-SW.
           MOVE WHS-PRODUCT-CODE TO WS-CURRENT-PRODUCT.
      *
           IF WS-WTB-COUNT < 20
               PERFORM 410-ADD-WAREHOUSE
           ELSE
               ADD 1 TO WS-WTB-OVERFLOW-COUNT
           END-IF.
      *
           PERFORM 300-READ-WAREHOUSE.
      *
       410-ADD-WAREHOUSE.
      *
           ADD 1 TO WS-WTB-COUNT.
           MOVE WHS-WAREHOUSE-CODE TO WTB-WAREHOUSE-CODE(WS-WTB-COUNT).
           MOVE WHS-REORDER-POINT  TO WTB-REORDER-POINT(WS-WTB-COUNT).
           COMPUTE WTB-AVAILABLE(WS-WTB-COUNT) =
               WHS-QUANTITY-ON-HAND - WHS-QUANTITY-ALLOCATED.
           MOVE ZERO TO WTB-TARGET(WS-WTB-COUNT)
                        WTB-NEED(WS-WTB-COUNT)
                        WTB-SURPLUS(WS-WTB-COUNT).
      *
           MOVE 'Y' TO WTB-ACTIVE-SW(WS-WTB-COUNT).
           MOVE 'N' TO WTB-CONSIGN-SW(WS-WTB-COUNT).
           MOVE SPACE TO WTB-COMPANY-CODE(WS-WTB-COUNT).
           IF WS-WRHFILE-AVAILABLE
               MOVE WHS-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE
               READ WRHFILE
               IF NOT WS-WRHFILE-SUCCESS OR WRH-STATUS-INACTIVE
                   MOVE 'N' TO WTB-ACTIVE-SW(WS-WTB-COUNT)
               END-IF
               IF WS-WRHFILE-SUCCESS AND WRH-TYPE-CONSIGNMENT
                   MOVE 'Y' TO WTB-CONSIGN-SW(WS-WTB-COUNT)
               END-IF
               IF WS-WRHFILE-SUCCESS
                   MOVE WRH-COMPANY-CODE
                       TO WTB-COMPANY-CODE(WS-WTB-COUNT)
               END-IF
           END-IF.
      *
      *****************************************************************
      *    ALL OF THE PRODUCT'S WAREHOUSES ARE IN THE TABLE.  PICK UP
      *    ITS DEMAND FROM SALES HISTORY, SET EACH WAREHOUSE'S
      *    POSITION AND TARGET, AND MATCH SHORT WAREHOUSES TO THOSE
      *    WITH STOCK TO SPARE.  IT TAKES TWO STOCKING WAREHOUSES TO
      *    HAVE ANYTHING TO REBALANCE.
      *****************************************************************
       500-CLOSE-OUT-PRODUCT.
      *
           ADD 1 TO WS-PRODUCTS-SEEN.
           PERFORM 510-GATHER-DEMAND.
      *
           MOVE WS-CURRENT-PRODUCT TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF        WS-PRDFILE-SUCCESS
                 AND PRD-STATUS-ACTIVE
                 AND WS-WTB-COUNT > 1
               PERFORM 520-SET-TARGETS
               PERFORM 540-FILL-SHORT-WAREHOUSE
                   VARYING WS-SHORT-SUB FROM 1 BY 1
                     UNTIL WS-SHORT-SUB > WS-WTB-COUNT
           END-IF.
      *
           MOVE ZERO TO WS-DEMAND-QTY
                        WS-WTB-COUNT.
           MOVE 'N' TO WS-PRODUCT-ACTIVE-SW.
      *
      *****************************************************************
      *    SHSAB2 IS IN PRODUCT SEQUENCE TOO.  HISTORY FOR PRODUCTS
      *    NOT STOCKED IN ANY WAREHOUSE IS PASSED OVER; THE CURRENT
      *    PRODUCT'S QUANTITIES INSIDE THE WINDOW ARE SUMMED.
      *****************************************************************
       510-GATHER-DEMAND.
      *
           PERFORM 515-TAKE-HISTORY-RECORD
               UNTIL WS-SHS-EOF
                  OR SHS-PRODUCT-CODE > WS-CURRENT-PRODUCT.
      *
       515-TAKE-HISTORY-RECORD.
      *
           IF        SHS-PRODUCT-CODE = WS-CURRENT-PRODUCT
                 AND SHS-PERIOD >= WS-START-PERIOD
               ADD SHS-QUANTITY TO WS-DEMAND-QTY
           END-IF.
      *
           PERFORM 310-READ-HISTORY.
      *
       520-SET-TARGETS.
      *
           COMPUTE WS-AVG-MONTHLY ROUNDED =
               WS-DEMAND-QTY / WS-MONTHS.
           IF WS-AVG-MONTHLY < ZERO
               MOVE ZERO TO WS-AVG-MONTHLY
           END-IF.
      *
           MOVE ZERO TO WS-ROP-TOTAL.
           PERFORM 521-ADD-REORDER-POINT
               VARYING WS-WTB-SUB FROM 1 BY 1
                 UNTIL WS-WTB-SUB > WS-WTB-COUNT.
      *
           PERFORM 525-SET-WAREHOUSE-TARGET
               VARYING WS-WTB-SUB FROM 1 BY 1
                 UNTIL WS-WTB-SUB > WS-WTB-COUNT.
      *
       521-ADD-REORDER-POINT.
      *
           IF        WTB-ACTIVE(WS-WTB-SUB)
                 AND WTB-REORDER-POINT(WS-WTB-SUB) > ZERO
               ADD WTB-REORDER-POINT(WS-WTB-SUB) TO WS-ROP-TOTAL
           END-IF.
      *
       525-SET-WAREHOUSE-TARGET.
      *
           IF WTB-ACTIVE(WS-WTB-SUB)
               IF WS-ROP-TOTAL > ZERO
                   IF WTB-REORDER-POINT(WS-WTB-SUB) > ZERO
                       COMPUTE WS-DEMAND-SHARE ROUNDED =
                           WS-AVG-MONTHLY
                         * WTB-REORDER-POINT(WS-WTB-SUB)
                         / WS-ROP-TOTAL
                   ELSE
                       MOVE ZERO TO WS-DEMAND-SHARE
                   END-IF
               ELSE
                   COMPUTE WS-DEMAND-SHARE ROUNDED =
                       WS-AVG-MONTHLY / WS-WTB-COUNT
               END-IF
               COMPUTE WTB-TARGET(WS-WTB-SUB) ROUNDED =
                   WTB-REORDER-POINT(WS-WTB-SUB)
                 + (WS-DEMAND-SHARE * WS-COVER-PCT) / 100
      *
               MOVE WTB-AVAILABLE(WS-WTB-SUB)
                   TO WTB-POSITION(WS-WTB-SUB)
               MOVE ZERO TO WS-PENDING-OUT-QTY
               PERFORM 526-APPLY-OPEN-TRANSFER
                   VARYING WS-OTB-SUB FROM 1 BY 1
                     UNTIL WS-OTB-SUB > WS-OTB-COUNT
               SUBTRACT WS-PENDING-OUT-QTY
                   FROM WTB-AVAILABLE(WS-WTB-SUB)
      *
               IF WTB-POSITION(WS-WTB-SUB)
                       < WTB-REORDER-POINT(WS-WTB-SUB)
                   COMPUTE WTB-NEED(WS-WTB-SUB) =
                       WTB-TARGET(WS-WTB-SUB)
                     - WTB-POSITION(WS-WTB-SUB)
               END-IF
               IF WTB-POSITION(WS-WTB-SUB) > WTB-TARGET(WS-WTB-SUB)
                   COMPUTE WTB-SURPLUS(WS-WTB-SUB) =
                       WTB-POSITION(WS-WTB-SUB)
                     - WTB-TARGET(WS-WTB-SUB)
                   IF WTB-SURPLUS(WS-WTB-SUB)
                           > WTB-AVAILABLE(WS-WTB-SUB)
                       MOVE WTB-AVAILABLE(WS-WTB-SUB)
                           TO WTB-SURPLUS(WS-WTB-SUB)
                   END-IF
                   IF WTB-SURPLUS(WS-WTB-SUB) < ZERO
                       MOVE ZERO TO WTB-SURPLUS(WS-WTB-SUB)
                   END-IF
               END-IF
               IF WTB-CONSIGNMENT(WS-WTB-SUB)
                   MOVE ZERO TO WTB-SURPLUS(WS-WTB-SUB)
               END-IF
           END-IF.
      *
      *****************************************************************
      *    STOCK ALREADY ON ITS WAY IN (PENDING OR IN TRANSIT) COUNTS
      *    TOWARD THE WAREHOUSE; A PENDING TRANSFER OUT IS STILL ON
      *    ITS SHELF BUT SPOKEN FOR.  AN IN-TRANSIT TRANSFER OUT HAS
      *    ALREADY LEFT ON-HAND.
      *****************************************************************
       526-APPLY-OPEN-TRANSFER.
      *
           IF OTB-PRODUCT-CODE(WS-OTB-SUB) = WS-CURRENT-PRODUCT
               IF OTB-TO-WAREHOUSE(WS-OTB-SUB)
                       = WTB-WAREHOUSE-CODE(WS-WTB-SUB)
                   ADD OTB-QUANTITY(WS-OTB-SUB)
                       TO WTB-POSITION(WS-WTB-SUB)
               END-IF
               IF        OTB-FROM-WAREHOUSE(WS-OTB-SUB)
                           = WTB-WAREHOUSE-CODE(WS-WTB-SUB)
                     AND OTB-STATUS-PENDING(WS-OTB-SUB)
                   SUBTRACT OTB-QUANTITY(WS-OTB-SUB)
                       FROM WTB-POSITION(WS-WTB-SUB)
                   ADD OTB-QUANTITY(WS-OTB-SUB)
                       TO WS-PENDING-OUT-QTY
               END-IF
           END-IF.
      *
       540-FILL-SHORT-WAREHOUSE.
      *
           IF WTB-NEED(WS-SHORT-SUB) > ZERO
               PERFORM 550-DRAW-FROM-DONOR
                   VARYING WS-DONOR-SUB FROM 1 BY 1
                     UNTIL WS-DONOR-SUB > WS-WTB-COUNT
                        OR WTB-NEED(WS-SHORT-SUB) NOT > ZERO
           END-IF.
      *
       550-DRAW-FROM-DONOR.
      *
           IF        WS-DONOR-SUB NOT = WS-SHORT-SUB
                 AND WTB-SURPLUS(WS-DONOR-SUB) > ZERO
                 AND WTB-COMPANY-CODE(WS-DONOR-SUB)
                       = WTB-COMPANY-CODE(WS-SHORT-SUB)
               IF WTB-SURPLUS(WS-DONOR-SUB) < WTB-NEED(WS-SHORT-SUB)
                   MOVE WTB-SURPLUS(WS-DONOR-SUB) TO WS-TRANSFER-QTY
               ELSE
                   MOVE WTB-NEED(WS-SHORT-SUB) TO WS-TRANSFER-QTY
               END-IF
               IF WS-TRANSFER-QTY >= WS-MINIMUM-QTY
                   PERFORM 560-PROPOSE-TRANSFER
                   SUBTRACT WS-TRANSFER-QTY
                       FROM WTB-SURPLUS(WS-DONOR-SUB)
                            WTB-NEED(WS-SHORT-SUB)
               END-IF
           END-IF.
      *
       560-PROPOSE-TRANSFER.
      *
           ADD 1 TO WS-PROPOSAL-COUNT.
           ADD WS-TRANSFER-QTY TO WS-PROPOSAL-UNITS.
      *
           MOVE SPACE TO RPT-TRANSFER-NUMBER.
           IF PARM-MODE-APPLY
               PERFORM 570-LOAD-PENDING-TRANSFER
               MOVE TRF-TRANSFER-NUMBER TO RPT-TRANSFER-NUMBER
           END-IF.
      *
           MOVE WS-CURRENT-PRODUCT      TO RPT-PRODUCT-CODE.
           MOVE PRD-PRODUCT-DESCRIPTION TO RPT-DESCRIPTION.
           MOVE WTB-WAREHOUSE-CODE(WS-DONOR-SUB) TO RPT-FROM-WAREHOUSE.
           MOVE WTB-POSITION(WS-DONOR-SUB)       TO RPT-FROM-POSITION.
           MOVE WTB-TARGET(WS-DONOR-SUB)         TO RPT-FROM-TARGET.
           MOVE WTB-WAREHOUSE-CODE(WS-SHORT-SUB) TO RPT-TO-WAREHOUSE.
           MOVE WTB-POSITION(WS-SHORT-SUB)       TO RPT-TO-POSITION.
           MOVE WTB-TARGET(WS-SHORT-SUB)         TO RPT-TO-TARGET.
           MOVE WS-TRANSFER-QTY                  TO RPT-TRANSFER-QTY.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       570-LOAD-PENDING-TRANSFER.
      *
           PERFORM 575-DRAW-TRANSFER-NUMBER.
      *
           MOVE WS-CURRENT-PRODUCT TO TRF-PRODUCT-CODE.
           MOVE WTB-WAREHOUSE-CODE(WS-DONOR-SUB) TO TRF-FROM-WAREHOUSE.
           MOVE WTB-WAREHOUSE-CODE(WS-SHORT-SUB) TO TRF-TO-WAREHOUSE.
           MOVE WS-TRANSFER-QTY    TO TRF-QUANTITY.
           SET TRF-STATUS-PENDING  TO TRUE.
           MOVE 'N'                TO TRF-INTERCO-SW.
           MOVE SPACE              TO TRF-SHIP-DATE
                                      TRF-RECEIVE-DATE
                                      TRF-SHIP-OPERATOR
                                      TRF-RECEIVE-OPERATOR.
      *
           WRITE TRANSFER-RECORD.
           IF NOT WS-TRFFILE-SUCCESS
               DISPLAY "WS-TRFFILE-SW=" WS-TRFFILE-SW
               DISPLAY "TRFFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
           ADD 1 TO WS-LOADED-COUNT.
      *
       575-DRAW-TRANSFER-NUMBER.
      *
           MOVE WTB-COMPANY-CODE(WS-DONOR-SUB) TO WS-DRAW-COMPANY-CODE.
           PERFORM 576-DRAW-COMPANY-NUMBER.
           IF WS-COMPANY-NUMBER-DRAWN
               MOVE WS-DRAWN-NUMBER TO TRF-TRANSFER-NUMBER
           ELSE
               PERFORM 577-DRAW-HOME-NUMBER
           END-IF.
      *
      *****************************************************************
      *    THE NEXT NUMBER FOR A SISTER COMPANY'S TRANSFER,
      *    FROM THE COMPANY'S OWN RANGE ON COMAB2 THE WAY GETINAB2
      *    DRAWS IT ONLINE - THE ENTRY IS READ, ADVANCED AND REWRITTEN
      *    FOR EACH NUMBER.  THE HOME COMPANY, A COMPANY NOT ON FILE,
      *    OR A ZERO ENTRY LEAVES WS-COMPANY-NUMBER-DRAWN OFF AND THE
      *    NUMBER COMES FROM CTLAB2 AS BEFORE.
      *****************************************************************
       576-DRAW-COMPANY-NUMBER.
      *
           MOVE 'N' TO WS-COMPANY-DRAWN-SW.
           IF WS-DRAW-COMPANY-CODE NOT = SPACE AND WS-COMFILE-AVAILABLE
               MOVE WS-DRAW-COMPANY-CODE TO COM-COMPANY-CODE
               READ COMFILE
               IF        WS-COMFILE-SUCCESS
                     AND COM-NEXT-NUMBER(WS-TRANSFER-ENTRY) NOT = ZERO
                   MOVE COM-NEXT-NUMBER(WS-TRANSFER-ENTRY)
                       TO WS-DRAWN-NUMBER
                   ADD 1 TO COM-NEXT-NUMBER(WS-TRANSFER-ENTRY)
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
       577-DRAW-HOME-NUMBER.
      *
           SET INVCTL-TRANSFER-NUMBER-SEQ TO TRUE.
           READ CTLFILE INTO INVCTL-RECORD.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE READ ERROR"
               STOP RUN
           END-IF.
      *
           MOVE INVCTL-NEXT-NUMBER TO TRF-TRANSFER-NUMBER.
           ADD 1 TO INVCTL-NEXT-NUMBER.
      *
           REWRITE INVCTL-RECORD.
           IF NOT WS-CTLFILE-SUCCESS
               DISPLAY "WS-CTLFILE-SW=" WS-CTLFILE-SW
               DISPLAY "CTLFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE PARM-FILE.
           CLOSE WHSFILE.
           CLOSE SHSFILE.
           CLOSE PRDFILE.
           IF WS-WRHFILE-AVAILABLE
               CLOSE WRHFILE
           END-IF.
           IF WS-TRFFILE-AVAILABLE OR PARM-MODE-APPLY
               CLOSE TRFFILE
           END-IF.
           IF PARM-MODE-APPLY
               CLOSE CTLFILE
           END-IF.
           IF WS-COMFILE-AVAILABLE
               CLOSE COMFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "PROPOSED TRANSFERS: " WS-PROPOSAL-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
