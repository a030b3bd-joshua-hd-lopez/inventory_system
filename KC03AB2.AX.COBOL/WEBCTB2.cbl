       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBCTB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    NIGHTLY WEB STOREFRONT CATALOG EXTRACT.  THE STOREFRONT
      *    SELLS FROM OUR OWN MASTERS, SO EVERY NIGHT IT IS SENT A
      *    FULL REFRESH OF WHAT IS FOR SALE, AT WHAT PRICE, AND HOW
      *    MUCH OF IT CAN BE PROMISED:
      *      - WEBCAT (SEE WEBCAT) - A 'P' RECORD FOR EVERY ACTIVE
      *        PRODUCT ON PRDAB2 WITH ITS LIST PRICE, BREAK TIERS AND
      *        ANY PRMAB2 PROMOTION INSIDE ITS DATE WINDOW, THEN AN
      *        'A' RECORD FOR EVERY WAREHOUSE STOCKING IT ON WHSAB2
      *        WITH THE AVAILABLE TO PROMISE - ON HAND (QUARANTINE IS
      *        ALREADY OUT OF IT) LESS ALLOCATED, NEVER BELOW ZERO.
      *        AN INACTIVE PRODUCT IS LEFT OFF, WHICH A FULL LOAD
      *        TAKES AS WITHDRAWN.  A 'T' TRAILER OF TYPE F CARRIES
      *        THE CONTROL TOTALS.
      *      - WEBCPR - THE CNTAB2 CONTRACT PRICES OF EVERY ACTIVE
      *        ACCOUNT FLAGGED CM-WEB-ACCOUNT, SO A LOGGED-IN BUYER
      *        SEES THEIR OWN PRICE.  AN 'H' PER ACCOUNT, A 'C' PER
      *        CONTRACT IN FORCE ON THE PROCESSING DATE FOR A
      *        PRODUCT ON THE CATALOG, AND A 'T' TRAILER.  NO CONTRACT
      *        FILE (35) SENDS AN EMPTY FILE WITH ITS TRAILER.
      *    THE WBSAB2 SNAPSHOT (SEE WEBSNAP) IS REBUILT FROM WHAT WAS
      *    SENT, SO THE INTRADAY WEBDLB2 CHANGE EXTRACT SENDS ONLY
      *    WHAT MOVES AFTER TONIGHT.  THE REGISTER PRINTS THE SAME
      *    CONTROL TOTALS AS THE TRAILERS.
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

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT PRMFILE ASSIGN TO PRMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRMFILE-SW.

           SELECT WHSFILE ASSIGN TO WHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHSFILE-SW.

           SELECT CNTFILE ASSIGN TO CNTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNT-KEY
               FILE STATUS IS WS-CNTFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT WBSFILE ASSIGN TO WBSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WBS-KEY
               FILE STATUS IS WS-WBSFILE-SW.

           SELECT WEBCAT ASSIGN TO WEBCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

           SELECT WEBCPR ASSIGN TO WEBCPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPRFILE-SW.

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
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD PRMFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PROMO-PRICE-RECORD.
      *
       COPY PROMO.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD CNTFILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS CONTRACT-PRICE-RECORD.
      *
       COPY CONTRACT.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD WBSFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WEB-SNAPSHOT-RECORD.
      *
       COPY WEBSNAP.
      *
       FD WEBCAT
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WEB-CATALOG-RECORD.
      *
       COPY WEBCAT.
      *
       FD WEBCPR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WEBCPR-RECORD.
       01  WEBCPR-RECORD                     PIC X(80).
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
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-PRMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRMFILE-SUCCESS                VALUE '00'.
       01 WS-PRM-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-PRM-AVAILABLE                  VALUE 'Y'.
       01 WS-WHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WHSFILE-SUCCESS                VALUE '00'.
       01 WS-CNTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CNTFILE-SUCCESS                VALUE '00'.
       01 WS-CNT-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-CNT-AVAILABLE                  VALUE 'Y'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-WBSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WBSFILE-SUCCESS                VALUE '00'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-CPRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CPRFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-WHS-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-WHS-EOF-YES                    VALUE 'Y'.
       01 WS-CNT-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CNT-EOF-YES                    VALUE 'Y'.
       01 WS-WEB-CUSTOMER-SW                 PIC X(01)  VALUE 'N'.
           88  WS-WEB-CUSTOMER                   VALUE 'Y'.
       01 WS-HEADER-SENT-SW                  PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SENT                    VALUE 'Y'.
       01 WS-IN-FORCE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-IN-FORCE                       VALUE 'Y'.
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
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-EXP-DATE-WORK                   PIC X(08).
       01 WS-EXP-DATE-R REDEFINES WS-EXP-DATE-WORK.
           05  WS-EXP-MM                     PIC 9(02).
           05  WS-EXP-DD                     PIC 9(02).
           05  WS-EXP-YYYY                   PIC 9(04).
       01 WS-EXP-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-RUN-TIME-X                      PIC 9(08).
       01 WS-RUN-TIME-R REDEFINES WS-RUN-TIME-X.
           05  WS-RUN-HHMMSS                 PIC 9(06).
           05  FILLER                        PIC X(02).
      *
       01 WS-CURRENT-CUSTOMER                PIC X(06) VALUE SPACE.
       01 WS-ATP-QUANTITY                    PIC S9(07) COMP-3.
       01 WS-PRODUCTS-READ                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRODUCTS-INACTIVE               PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRODUCT-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-AVAILABILITY-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PROMO-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-ATP                       PIC S9(11) COMP-3
                                              VALUE ZERO.
       01 WS-LIST-PRICE-HASH                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-CONTRACTS-READ                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-CUSTOMER-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-CONTRACT-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-CONTRACT-HASH                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
      *    THE CUSTOMER PRICE RECORDS, FIXED COLUMNS FOR THE
      *    STOREFRONT.  PRICES SIGNED ZONED, DATES MMDDYYYY.
      *
       01  WP-HEADER-RECORD.
           05  FILLER                        PIC X(01) VALUE 'H'.
           05  WPH-CUSTOMER-NUMBER           PIC X(06).
           05  WPH-CUSTOMER-NAME             PIC X(30).
           05  WPH-PRICE-LEVEL               PIC X(02).
           05  WPH-CURRENCY-CODE             PIC X(03).
           05  FILLER                        PIC X(38) VALUE SPACE.
      *
       01  WP-CONTRACT-RECORD.
           05  FILLER                        PIC X(01) VALUE 'C'.
           05  WPC-CUSTOMER-NUMBER           PIC X(06).
           05  WPC-PRODUCT-CODE              PIC X(10).
           05  WPC-CONTRACT-PRICE            PIC S9(07)V99.
           05  WPC-EFFECTIVE-DATE            PIC X(08).
           05  WPC-EXPIRATION-DATE           PIC X(08).
           05  FILLER                        PIC X(38) VALUE SPACE.
      *
       01  WP-TRAILER-RECORD.
           05  FILLER                        PIC X(01) VALUE 'T'.
           05  WPT-CUSTOMER-COUNT            PIC 9(07).
           05  WPT-CONTRACT-COUNT            PIC 9(07).
           05  WPT-CONTRACT-HASH             PIC S9(11)V99.
           05  WPT-EXTRACT-DATE              PIC X(08).
           05  WPT-EXTRACT-TIME              PIC 9(06).
           05  FILLER                        PIC X(38) VALUE SPACE.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'WEB STOREFRONT CATALOG EXTRACT REGISTER'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL        PIC X(40).
           05  RPT-CNT-VALUE        PIC Z(10)9-.
           05  FILLER               PIC X(80) VALUE SPACE.
      *
       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL        PIC X(40).
           05  RPT-AMT-VALUE        PIC Z(10)9.99-.
           05  FILLER               PIC X(77) VALUE SPACE.
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
           ACCEPT WS-RUN-TIME-X FROM TIME.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'WEBCTB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           PERFORM 300-READ-PRODUCT.
           PERFORM 400-PROCESS-PRODUCT
               UNTIL WS-EOF-YES.
      *
           IF WS-CNT-AVAILABLE
               PERFORM 500-EXTRACT-CONTRACT-PRICES
           END-IF.
      *
           PERFORM 800-WRITE-TRAILERS.
           PERFORM 900-CLOSE-FILES.
      *
           COMPUTE WS-RUN-COUNT-IN = WS-PRODUCTS-READ
                                   + WS-CONTRACTS-READ.
           COMPUTE WS-RUN-COUNT-OUT = WS-PRODUCT-COUNT
                                    + WS-AVAILABILITY-COUNT
                                    + WS-CONTRACT-COUNT.
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
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT WHSFILE.
           IF NOT WS-WHSFILE-SUCCESS
               DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
               DISPLAY "WHSFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    NO PROMOTION FILE (35) MEANS NOTHING IS ON PROMOTION; NO
      *    CONTRACT FILE (35) MEANS NO ACCOUNT HAS A PRICE OF ITS OWN.
      *****************************************************************
           OPEN INPUT PRMFILE.
           IF NOT WS-PRMFILE-SUCCESS
               IF WS-PRMFILE-SW = '35'
                   MOVE 'N' TO WS-PRM-AVAILABLE-SW
                   DISPLAY "PRMFILE NOT ON FILE - NO PROMOTIONS"
               ELSE
                   DISPLAY "WS-PRMFILE-SW=" WS-PRMFILE-SW
                   DISPLAY "PRMFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CNTFILE.
           IF NOT WS-CNTFILE-SUCCESS
               IF WS-CNTFILE-SW = '35'
                   MOVE 'N' TO WS-CNT-AVAILABLE-SW
                   DISPLAY "CNTFILE NOT ON FILE - NO CONTRACT PRICES"
               ELSE
                   DISPLAY "WS-CNTFILE-SW=" WS-CNTFILE-SW
                   DISPLAY "CNTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT WBSFILE.
           IF NOT WS-WBSFILE-SUCCESS
               DISPLAY "WS-WBSFILE-SW=" WS-WBSFILE-SW
               DISPLAY "WBSFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT WEBCAT.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "WEBCAT OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT WEBCPR.
           IF NOT WS-CPRFILE-SUCCESS
               DISPLAY "WS-CPRFILE-SW=" WS-CPRFILE-SW
               DISPLAY "WEBCPR OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-PRODUCT.
      *
           READ PRDFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *****************************************************************
      *    ONE PRODUCT: ITS 'P' RECORD, THEN ITS WAREHOUSES.  EACH
      *    GOES ON THE SNAPSHOT AS IT IS SENT; THE PRODUCT ROW (BLANK
      *    WAREHOUSE) SORTS AHEAD OF ITS WAREHOUSE ROWS, SO THE
      *    SNAPSHOT IS WRITTEN IN KEY ORDER.
      *****************************************************************
       400-PROCESS-PRODUCT.
      *
           ADD 1 TO WS-PRODUCTS-READ.
      *
           IF PRD-STATUS-ACTIVE
               PERFORM 410-WRITE-PRODUCT-RECORD
               PERFORM 450-WRITE-AVAILABILITY
           ELSE
               ADD 1 TO WS-PRODUCTS-INACTIVE
           END-IF.
      *
           PERFORM 300-READ-PRODUCT.
      *
       410-WRITE-PRODUCT-RECORD.
      *
           MOVE SPACE TO WEB-CATALOG-RECORD.
           SET WBC-PRODUCT-RECORD TO TRUE.
           MOVE PRD-PRODUCT-CODE        TO WBC-PRODUCT-CODE.
           SET WBC-STATUS-ACTIVE TO TRUE.
           MOVE PRD-PRODUCT-DESCRIPTION TO WBC-DESCRIPTION.
           MOVE PRD-PRODUCT-CATEGORY    TO WBC-CATEGORY.
           MOVE PRD-UNIT-OF-MEASURE     TO WBC-UNIT-OF-MEASURE.
           MOVE PRD-CASE-PACK-QTY       TO WBC-CASE-PACK-QTY.
           MOVE PRD-UNIT-PRICE          TO WBC-LIST-PRICE.
           MOVE PRD-BREAK-QTY (1)       TO WBC-BREAK-QTY (1).
           MOVE PRD-BREAK-PRICE (1)     TO WBC-BREAK-PRICE (1).
           MOVE PRD-BREAK-QTY (2)       TO WBC-BREAK-QTY (2).
           MOVE PRD-BREAK-PRICE (2)     TO WBC-BREAK-PRICE (2).
           MOVE PRD-BREAK-QTY (3)       TO WBC-BREAK-QTY (3).
           MOVE PRD-BREAK-PRICE (3)     TO WBC-BREAK-PRICE (3).
           MOVE PRD-SHIP-WEIGHT         TO WBC-SHIP-WEIGHT.
      *
           MOVE ZERO  TO WBC-PROMO-PRICE.
           MOVE SPACE TO WBC-PROMO-END-DATE.
           IF WS-PRM-AVAILABLE
               PERFORM 440-CHECK-PROMO-PRICE
           END-IF.
      *
           WRITE WEB-CATALOG-RECORD.
           ADD 1 TO WS-PRODUCT-COUNT.
           ADD PRD-UNIT-PRICE TO WS-LIST-PRICE-HASH.
      *
           MOVE SPACE TO WEB-SNAPSHOT-RECORD.
           MOVE PRD-PRODUCT-CODE        TO WBS-PRODUCT-CODE.
           SET WBS-STATUS-ACTIVE TO TRUE.
           MOVE WBC-LIST-PRICE          TO WBS-LIST-PRICE.
           MOVE WBC-BREAK-QTY (1)       TO WBS-BREAK-QTY (1).
           MOVE WBC-BREAK-PRICE (1)     TO WBS-BREAK-PRICE (1).
           MOVE WBC-BREAK-QTY (2)       TO WBS-BREAK-QTY (2).
           MOVE WBC-BREAK-PRICE (2)     TO WBS-BREAK-PRICE (2).
           MOVE WBC-BREAK-QTY (3)       TO WBS-BREAK-QTY (3).
           MOVE WBC-BREAK-PRICE (3)     TO WBS-BREAK-PRICE (3).
           MOVE WBC-PROMO-PRICE         TO WBS-PROMO-PRICE.
           MOVE WBC-PROMO-END-DATE      TO WBS-PROMO-END-DATE.
           MOVE ZERO                    TO WBS-ATP-QUANTITY.
           PERFORM 470-WRITE-SNAPSHOT.
      *
      *****************************************************************
      *    A PROMOTION GOES OUT ONLY INSIDE ITS DATE WINDOW, THE SAME
      *    TEST PRLSTB2 AND ORDER ENTRY APPLY; ITS END DATE GOES WITH
      *    IT SO THE STOREFRONT CAN SHOW "SALE ENDS".
      *****************************************************************
       440-CHECK-PROMO-PRICE.
      *
           MOVE PRD-PRODUCT-CODE TO PRM-PRODUCT-CODE.
           READ PRMFILE.
           IF WS-PRMFILE-SUCCESS
               IF PRM-START-DATE NUMERIC AND PRM-END-DATE NUMERIC
                   MOVE PRM-START-DATE TO WS-EXP-DATE-WORK
                   COMPUTE WS-EXP-DAYNUM =
                       (WS-EXP-YYYY * 360) + (WS-EXP-MM * 30)
                           + WS-EXP-DD
                   IF WS-EXP-DAYNUM <= WS-RUN-DAYNUM
                       MOVE PRM-END-DATE TO WS-EXP-DATE-WORK
                       COMPUTE WS-EXP-DAYNUM =
                           (WS-EXP-YYYY * 360) + (WS-EXP-MM * 30)
                               + WS-EXP-DD
                       IF WS-EXP-DAYNUM >= WS-RUN-DAYNUM
                           MOVE PRM-PROMO-PRICE TO WBC-PROMO-PRICE
                           MOVE PRM-END-DATE    TO WBC-PROMO-END-DATE
                           ADD 1 TO WS-PROMO-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      *    EVERY WHSAB2 ROW FOR THE PRODUCT, IN WAREHOUSE ORDER.
      *****************************************************************
       450-WRITE-AVAILABILITY.
      *
           MOVE 'N' TO WS-WHS-EOF-SW.
           MOVE PRD-PRODUCT-CODE TO WHS-PRODUCT-CODE.
           MOVE LOW-VALUE        TO WHS-WAREHOUSE-CODE.
           START WHSFILE KEY NOT < WHS-KEY
               INVALID KEY MOVE 'Y' TO WS-WHS-EOF-SW
           END-START.
           IF NOT WS-WHS-EOF-YES
               PERFORM 455-READ-WAREHOUSE
           END-IF.
           PERFORM 460-WRITE-WAREHOUSE
               UNTIL WS-WHS-EOF-YES.
      *
       455-READ-WAREHOUSE.
      *
           READ WHSFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-WHS-EOF-SW
           END-READ.
           IF        NOT WS-WHS-EOF-YES
                 AND WHS-PRODUCT-CODE NOT = PRD-PRODUCT-CODE
               MOVE 'Y' TO WS-WHS-EOF-SW
           END-IF.
      *
       460-WRITE-WAREHOUSE.
      *
           COMPUTE WS-ATP-QUANTITY = WHS-QUANTITY-ON-HAND
                                   - WHS-QUANTITY-ALLOCATED.
           IF WS-ATP-QUANTITY < ZERO
               MOVE ZERO TO WS-ATP-QUANTITY
           END-IF.
      *
           MOVE SPACE TO WEB-CATALOG-RECORD.
           SET WBC-AVAILABILITY-RECORD TO TRUE.
           MOVE PRD-PRODUCT-CODE   TO WBC-PRODUCT-CODE.
           MOVE WHS-WAREHOUSE-CODE TO WBC-WAREHOUSE-CODE.
           MOVE WS-ATP-QUANTITY    TO WBC-ATP-QUANTITY.
           WRITE WEB-CATALOG-RECORD.
           ADD 1 TO WS-AVAILABILITY-COUNT.
           ADD WS-ATP-QUANTITY TO WS-TOTAL-ATP.
      *
           MOVE SPACE TO WEB-SNAPSHOT-RECORD.
           MOVE PRD-PRODUCT-CODE   TO WBS-PRODUCT-CODE.
           MOVE WHS-WAREHOUSE-CODE TO WBS-WAREHOUSE-CODE.
           SET WBS-STATUS-ACTIVE TO TRUE.
           MOVE ZERO TO WBS-LIST-PRICE
                        WBS-BREAK-QTY (1) WBS-BREAK-PRICE (1)
                        WBS-BREAK-QTY (2) WBS-BREAK-PRICE (2)
                        WBS-BREAK-QTY (3) WBS-BREAK-PRICE (3)
                        WBS-PROMO-PRICE.
           MOVE WS-ATP-QUANTITY    TO WBS-ATP-QUANTITY.
           PERFORM 470-WRITE-SNAPSHOT.
      *
           PERFORM 455-READ-WAREHOUSE.
      *
       470-WRITE-SNAPSHOT.
      *
           MOVE WS-RUN-DATE-MDY TO WBS-SENT-DATE.
           WRITE WEB-SNAPSHOT-RECORD.
           IF NOT WS-WBSFILE-SUCCESS
               DISPLAY "WS-WBSFILE-SW=" WS-WBSFILE-SW
               DISPLAY "WBSFILE WRITE ERROR " WBS-KEY
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    CONTRACT PRICES.  CNTAB2 IS KEYED BY CUSTOMER FIRST, SO AN
      *    ACCOUNT'S CONTRACTS ARRIVE TOGETHER; THE ACCOUNT IS LOOKED
      *    UP ONCE ON THE BREAK.  THE 'H' GOES OUT WITH THE FIRST
      *    CONTRACT IN FORCE, SO AN ACCOUNT WITH NONE SENDS NOTHING.
      *****************************************************************
       500-EXTRACT-CONTRACT-PRICES.
      *
           PERFORM 510-READ-CONTRACT.
           PERFORM 520-PROCESS-CONTRACT
               UNTIL WS-CNT-EOF-YES.
      *
       510-READ-CONTRACT.
      *
           READ CNTFILE
               AT END MOVE 'Y' TO WS-CNT-EOF-SW
           END-READ.
      *
       520-PROCESS-CONTRACT.
      *
           ADD 1 TO WS-CONTRACTS-READ.
      *
           IF CNT-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
               PERFORM 530-START-CUSTOMER
           END-IF.
      *
           IF WS-WEB-CUSTOMER
               PERFORM 540-CHECK-CONTRACT-IN-FORCE
               IF WS-IN-FORCE
                   PERFORM 550-WRITE-CONTRACT-PRICE
               END-IF
           END-IF.
      *
           PERFORM 510-READ-CONTRACT.
      *
       530-START-CUSTOMER.
      *
           MOVE CNT-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER.
           MOVE 'N' TO WS-WEB-CUSTOMER-SW
                       WS-HEADER-SENT-SW.
           MOVE CNT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               IF CM-WEB-ACCOUNT AND CM-STATUS-ACTIVE
                   MOVE 'Y' TO WS-WEB-CUSTOMER-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      *    IN FORCE: EFFECTIVE ON OR BEFORE THE PROCESSING DATE AND
      *    NOT YET EXPIRED.  A DATE THAT IS NOT NUMERIC IS OPEN-ENDED,
      *    AS IN PRLSTB2.  THE PRODUCT MUST BE ON TONIGHT'S CATALOG.
      *****************************************************************
       540-CHECK-CONTRACT-IN-FORCE.
      *
           MOVE 'Y' TO WS-IN-FORCE-SW.
           IF CNT-EFFECTIVE-DATE NUMERIC
               MOVE CNT-EFFECTIVE-DATE TO WS-EXP-DATE-WORK
               COMPUTE WS-EXP-DAYNUM =
                   (WS-EXP-YYYY * 360) + (WS-EXP-MM * 30)
                       + WS-EXP-DD
               IF WS-EXP-DAYNUM > WS-RUN-DAYNUM
                   MOVE 'N' TO WS-IN-FORCE-SW
               END-IF
           END-IF.
           IF CNT-EXPIRATION-DATE NUMERIC
               MOVE CNT-EXPIRATION-DATE TO WS-EXP-DATE-WORK
               COMPUTE WS-EXP-DAYNUM =
                   (WS-EXP-YYYY * 360) + (WS-EXP-MM * 30)
                       + WS-EXP-DD
               IF WS-EXP-DAYNUM < WS-RUN-DAYNUM
                   MOVE 'N' TO WS-IN-FORCE-SW
               END-IF
           END-IF.
      *
           IF WS-IN-FORCE
               MOVE CNT-PRODUCT-CODE TO PRD-PRODUCT-CODE
               READ PRDFILE KEY IS PRD-KEY
               IF NOT WS-PRDFILE-SUCCESS
                   MOVE 'N' TO WS-IN-FORCE-SW
               ELSE
                   IF NOT PRD-STATUS-ACTIVE
                       MOVE 'N' TO WS-IN-FORCE-SW
                   END-IF
               END-IF
           END-IF.
      *
       550-WRITE-CONTRACT-PRICE.
      *
           IF NOT WS-HEADER-SENT
               MOVE CM-CUSTOMER-NUMBER TO WPH-CUSTOMER-NUMBER
               MOVE CM-LAST-NAME       TO WPH-CUSTOMER-NAME
               MOVE CM-PRICE-LEVEL     TO WPH-PRICE-LEVEL
               MOVE CM-CURRENCY-CODE   TO WPH-CURRENCY-CODE
               WRITE WEBCPR-RECORD FROM WP-HEADER-RECORD
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE 'Y' TO WS-HEADER-SENT-SW
           END-IF.
      *
           MOVE CNT-CUSTOMER-NUMBER  TO WPC-CUSTOMER-NUMBER.
           MOVE CNT-PRODUCT-CODE     TO WPC-PRODUCT-CODE.
           MOVE CNT-CONTRACT-PRICE   TO WPC-CONTRACT-PRICE.
           MOVE CNT-EFFECTIVE-DATE   TO WPC-EFFECTIVE-DATE.
           MOVE CNT-EXPIRATION-DATE  TO WPC-EXPIRATION-DATE.
           WRITE WEBCPR-RECORD FROM WP-CONTRACT-RECORD.
           ADD 1 TO WS-CONTRACT-COUNT.
           ADD CNT-CONTRACT-PRICE TO WS-CONTRACT-HASH.
      *
       800-WRITE-TRAILERS.
      *
           MOVE SPACE TO WEB-CATALOG-RECORD.
           SET WBC-TRAILER-RECORD TO TRUE.
           SET WBC-EXTRACT-FULL TO TRUE.
           MOVE WS-RUN-DATE-MDY       TO WBC-EXTRACT-DATE.
           MOVE WS-RUN-HHMMSS         TO WBC-EXTRACT-TIME.
           MOVE WS-PRODUCT-COUNT      TO WBC-PRODUCT-COUNT.
           MOVE WS-AVAILABILITY-COUNT TO WBC-AVAILABILITY-COUNT.
           MOVE WS-TOTAL-ATP          TO WBC-TOTAL-ATP-QUANTITY.
           MOVE WS-LIST-PRICE-HASH    TO WBC-LIST-PRICE-HASH.
           WRITE WEB-CATALOG-RECORD.
      *
           MOVE WS-CUSTOMER-COUNT     TO WPT-CUSTOMER-COUNT.
           MOVE WS-CONTRACT-COUNT     TO WPT-CONTRACT-COUNT.
           MOVE WS-CONTRACT-HASH      TO WPT-CONTRACT-HASH.
           MOVE WS-RUN-DATE-MDY       TO WPT-EXTRACT-DATE.
           MOVE WS-RUN-HHMMSS         TO WPT-EXTRACT-TIME.
           WRITE WEBCPR-RECORD FROM WP-TRAILER-RECORD.
      *
           MOVE 'PRODUCTS READ'                 TO RPT-CNT-LABEL.
           MOVE WS-PRODUCTS-READ                TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'INACTIVE PRODUCTS LEFT OFF'    TO RPT-CNT-LABEL.
           MOVE WS-PRODUCTS-INACTIVE            TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'PRODUCT RECORDS SENT'          TO RPT-CNT-LABEL.
           MOVE WS-PRODUCT-COUNT                TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE '  OF WHICH ON PROMOTION'       TO RPT-CNT-LABEL.
           MOVE WS-PROMO-COUNT                  TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AVAILABILITY RECORDS SENT'     TO RPT-CNT-LABEL.
           MOVE WS-AVAILABILITY-COUNT           TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'TOTAL AVAILABLE TO PROMISE'    TO RPT-CNT-LABEL.
           MOVE WS-TOTAL-ATP                    TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'LIST PRICE HASH'               TO RPT-AMT-LABEL.
           MOVE WS-LIST-PRICE-HASH              TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'CONTRACT RECORDS READ'         TO RPT-CNT-LABEL.
           MOVE WS-CONTRACTS-READ               TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'WEB ACCOUNTS SENT'             TO RPT-CNT-LABEL.
           MOVE WS-CUSTOMER-COUNT               TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CONTRACT PRICES SENT'          TO RPT-CNT-LABEL.
           MOVE WS-CONTRACT-COUNT               TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'CONTRACT PRICE HASH'           TO RPT-AMT-LABEL.
           MOVE WS-CONTRACT-HASH                TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE PRDFILE.
           CLOSE WHSFILE.
           CLOSE CMFFILE.
           IF WS-PRM-AVAILABLE
               CLOSE PRMFILE
           END-IF.
           IF WS-CNT-AVAILABLE
               CLOSE CNTFILE
           END-IF.
           CLOSE WBSFILE.
           CLOSE WEBCAT.
           CLOSE WEBCPR.
           CLOSE PRINT-FILE.
           DISPLAY "CATALOG PRODUCTS SENT:  " WS-PRODUCT-COUNT.
           DISPLAY "CONTRACT PRICES SENT:   " WS-CONTRACT-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
