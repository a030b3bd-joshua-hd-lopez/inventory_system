       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBDLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    INTRADAY WEB STOREFRONT CHANGE EXTRACT.  BETWEEN NIGHTLY
      *    WEBCTB2 FULL LOADS THE STOREFRONT IS KEPT CURRENT BY
      *    SENDING ONLY WHAT HAS MOVED SINCE IT WAS LAST TOLD.  EVERY
      *    PRODUCT AND EVERY WHSAB2 ROW IS TESTED AGAINST THE WBSAB2
      *    SNAPSHOT (SEE WEBSNAP) OF WHAT WAS LAST SENT:
      *      - A 'P' RECORD GOES OUT FOR A PRODUCT NEW SINCE THE
      *        SNAPSHOT, ONE WHOSE LIST PRICE, BREAK TIERS OR
      *        PROMOTION IN FORCE HAS CHANGED, ONE MADE INACTIVE
      *        (SENT WITH STATUS I SO THE STOREFRONT WITHDRAWS IT)
      *        AND ONE MADE ACTIVE AGAIN.
      *      - AN 'A' RECORD GOES OUT FOR EACH WAREHOUSE WHOSE
      *        AVAILABLE TO PROMISE IS NOT WHAT WAS LAST SENT.
      *    THE OUTPUT (WEBDLT) IS IN THE WEBCAT LAYOUT WITH A 'T'
      *    TRAILER OF TYPE D.  THE SNAPSHOT IS UPDATED AS EACH
      *    RECORD GOES OUT, SO THE NEXT RUN STARTS FROM HERE.  THE
      *    REGISTER LISTS EVERY CHANGE SENT, OLD AND NEW.
      *    THE JOB RUNS SEVERAL TIMES A DAY, SO IT IS NOT REGISTERED
      *    ON RUNAB2 - A SECOND RUN ON THE SAME DATE WOULD BE TURNED
      *    AWAY AS ALREADY COMPLETE.  IT NEEDS THE SNAPSHOT WEBCTB2
      *    BUILDS AND STOPS IF THERE IS NONE.
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
               ACCESS MODE IS SEQUENTIAL
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

           SELECT WBSFILE ASSIGN TO WBSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WBS-KEY
               FILE STATUS IS WS-WBSFILE-SW.

           SELECT WEBDLT ASSIGN TO WEBDLT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

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
       FD WBSFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WEB-SNAPSHOT-RECORD.
      *
       COPY WEBSNAP.
      *
       FD WEBDLT
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WEB-CATALOG-RECORD.
      *
       COPY WEBCAT.
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
       01 WS-WBSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WBSFILE-SUCCESS                VALUE '00'.
           88  WS-WBSFILE-NOTFOUND                VALUE '23'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-WHS-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-WHS-EOF-YES                    VALUE 'Y'.
       01 WS-SNAP-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-SNAP-FOUND                     VALUE 'Y'.
       01 WS-CHANGED-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CHANGED                        VALUE 'Y'.
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
       01 WS-CHANGE-TYPE                     PIC X(10).
       01 WS-ATP-QUANTITY                    PIC S9(07) COMP-3.
       01 WS-OLD-LIST-PRICE                  PIC S9(07)V99 COMP-3.
       01 WS-OLD-PROMO-PRICE                 PIC S9(07)V99 COMP-3.
       01 WS-OLD-ATP                         PIC S9(07) COMP-3.
       01 WS-PRODUCTS-READ                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-WAREHOUSES-READ                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRODUCT-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-WITHDRAWN-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-AVAILABILITY-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-ATP                       PIC S9(11) COMP-3
                                              VALUE ZERO.
       01 WS-LIST-PRICE-HASH                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'WEB STOREFRONT CHANGE EXTRACT REGISTER'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(07) VALUE '  TIME:'.
           05  RPT-HDG-RUN-TIME PIC 99B99B99.
           05  FILLER          PIC X(58) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(06) VALUE 'WHSE'.
           05  FILLER          PIC X(12) VALUE 'CHANGE'.
           05  FILLER          PIC X(13) VALUE '     OLD LIST'.
           05  FILLER          PIC X(13) VALUE '     NEW LIST'.
           05  FILLER          PIC X(13) VALUE '    OLD PROMO'.
           05  FILLER          PIC X(13) VALUE '    NEW PROMO'.
           05  FILLER          PIC X(11) VALUE '    OLD ATP'.
           05  FILLER          PIC X(11) VALUE '    NEW ATP'.
           05  FILLER          PIC X(28) VALUE SPACE.
      *
       01  RPT-PRICE-LINE.
           05  RPT-P-PRODUCT        PIC X(10).
           05  FILLER               PIC X(08) VALUE SPACE.
           05  RPT-P-CHANGE         PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-P-OLD-LIST       PIC Z(08)9.99-.
           05  RPT-P-NEW-LIST       PIC Z(08)9.99-.
           05  RPT-P-OLD-PROMO      PIC Z(08)9.99-.
           05  RPT-P-NEW-PROMO      PIC Z(08)9.99-.
           05  FILLER               PIC X(50) VALUE SPACE.
      *
       01  RPT-STOCK-LINE.
           05  RPT-S-PRODUCT        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-S-WAREHOUSE      PIC X(03).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-S-CHANGE         PIC X(10).
           05  FILLER               PIC X(54) VALUE SPACE.
           05  RPT-S-OLD-ATP        PIC Z(09)9-.
           05  RPT-S-NEW-ATP        PIC Z(09)9-.
           05  FILLER               PIC X(28) VALUE SPACE.
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
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           MOVE WS-RUN-HHMMSS TO RPT-HDG-RUN-TIME.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-PRODUCT.
           PERFORM 400-PROCESS-PRODUCT
               UNTIL WS-EOF-YES.
      *
           PERFORM 800-WRITE-TRAILER.
           PERFORM 900-CLOSE-FILES.
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
      *
      *****************************************************************
      *    NO PROMOTION FILE (35) MEANS NOTHING IS ON PROMOTION.  NO
      *    SNAPSHOT (35) MEANS THE STOREFRONT HAS NEVER HAD A FULL
      *    LOAD - THERE IS NOTHING TO SEND CHANGES AGAINST.
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
           OPEN I-O WBSFILE.
           IF NOT WS-WBSFILE-SUCCESS
               IF WS-WBSFILE-SW = '35'
                   DISPLAY "WBSFILE NOT ON FILE - RUN WEBCTB2 FIRST"
               ELSE
                   DISPLAY "WS-WBSFILE-SW=" WS-WBSFILE-SW
                   DISPLAY "WBSFILE OPEN ERROR"
               END-IF
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT WEBDLT.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "WEBDLT OPEN ERROR"
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
           READ PRDFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       400-PROCESS-PRODUCT.
      *
           ADD 1 TO WS-PRODUCTS-READ.
      *
           PERFORM 410-BUILD-PRODUCT-RECORD.
           PERFORM 420-CHECK-PRODUCT-CHANGE.
           IF PRD-STATUS-ACTIVE
               PERFORM 450-CHECK-AVAILABILITY
           END-IF.
      *
           PERFORM 300-READ-PRODUCT.
      *
      *****************************************************************
      *    THE PRODUCT AS THE STOREFRONT SHOULD NOW HAVE IT, BUILT
      *    THE SAME WAY WEBCTB2 BUILDS IT.
      *****************************************************************
       410-BUILD-PRODUCT-RECORD.
      *
           MOVE SPACE TO WEB-CATALOG-RECORD.
           SET WBC-PRODUCT-RECORD TO TRUE.
           MOVE PRD-PRODUCT-CODE        TO WBC-PRODUCT-CODE.
           IF PRD-STATUS-ACTIVE
               SET WBC-STATUS-ACTIVE TO TRUE
           ELSE
               SET WBC-STATUS-WITHDRAWN TO TRUE
           END-IF.
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
      *****************************************************************
      *    NEW: NOT ON THE SNAPSHOT AND ACTIVE (AN INACTIVE PRODUCT
      *    THE STOREFRONT NEVER HAD NEEDS NO WITHDRAWING).  WITHDRAWN:
      *    INACTIVE NOW, ACTIVE WHEN LAST SENT.  RESTORED: THE OTHER
      *    WAY ROUND.  CHANGED: ACTIVE BOTH TIMES BUT A PRICE, A BREAK
      *    OR THE PROMOTION IN FORCE IS NOT WHAT WAS SENT.
      *****************************************************************
       420-CHECK-PRODUCT-CHANGE.
      *
           MOVE PRD-PRODUCT-CODE TO WBS-PRODUCT-CODE.
           MOVE SPACE            TO WBS-WAREHOUSE-CODE.
           PERFORM 460-READ-SNAPSHOT.
      *
           MOVE 'N' TO WS-CHANGED-SW.
           MOVE ZERO TO WS-OLD-LIST-PRICE
                        WS-OLD-PROMO-PRICE.
           IF NOT WS-SNAP-FOUND
               IF PRD-STATUS-ACTIVE
                   MOVE 'NEW'       TO WS-CHANGE-TYPE
                   MOVE 'Y'         TO WS-CHANGED-SW
               END-IF
           ELSE
               MOVE WBS-LIST-PRICE  TO WS-OLD-LIST-PRICE
               MOVE WBS-PROMO-PRICE TO WS-OLD-PROMO-PRICE
               EVALUATE TRUE
                   WHEN NOT PRD-STATUS-ACTIVE
                       IF WBS-STATUS-ACTIVE
                           MOVE 'WITHDRAWN' TO WS-CHANGE-TYPE
                           MOVE 'Y'         TO WS-CHANGED-SW
                       END-IF
                   WHEN WBS-STATUS-WITHDRAWN
                       MOVE 'RESTORED'  TO WS-CHANGE-TYPE
                       MOVE 'Y'         TO WS-CHANGED-SW
                   WHEN      WBS-LIST-PRICE     NOT = WBC-LIST-PRICE
                          OR WBS-BREAK-QTY (1)  NOT = WBC-BREAK-QTY (1)
                          OR WBS-BREAK-PRICE (1)
                                            NOT = WBC-BREAK-PRICE (1)
                          OR WBS-BREAK-QTY (2)  NOT = WBC-BREAK-QTY (2)
                          OR WBS-BREAK-PRICE (2)
                                            NOT = WBC-BREAK-PRICE (2)
                          OR WBS-BREAK-QTY (3)  NOT = WBC-BREAK-QTY (3)
                          OR WBS-BREAK-PRICE (3)
                                            NOT = WBC-BREAK-PRICE (3)
                          OR WBS-PROMO-PRICE    NOT = WBC-PROMO-PRICE
                          OR WBS-PROMO-END-DATE
                                            NOT = WBC-PROMO-END-DATE
                       MOVE 'CHANGED'   TO WS-CHANGE-TYPE
                       MOVE 'Y'         TO WS-CHANGED-SW
               END-EVALUATE
           END-IF.
      *
           IF WS-CHANGED
               PERFORM 430-SEND-PRODUCT
           END-IF.
      *
       430-SEND-PRODUCT.
      *
           WRITE WEB-CATALOG-RECORD.
           ADD 1 TO WS-PRODUCT-COUNT.
           ADD WBC-LIST-PRICE TO WS-LIST-PRICE-HASH.
           IF WBC-STATUS-WITHDRAWN
               ADD 1 TO WS-WITHDRAWN-COUNT
           END-IF.
      *
           MOVE PRD-PRODUCT-CODE   TO RPT-P-PRODUCT.
           MOVE WS-CHANGE-TYPE     TO RPT-P-CHANGE.
           MOVE WS-OLD-LIST-PRICE  TO RPT-P-OLD-LIST.
           MOVE WBC-LIST-PRICE     TO RPT-P-NEW-LIST.
           MOVE WS-OLD-PROMO-PRICE TO RPT-P-OLD-PROMO.
           MOVE WBC-PROMO-PRICE    TO RPT-P-NEW-PROMO.
           WRITE PRINT-LINE FROM RPT-PRICE-LINE.
      *
      *    THE SNAPSHOT ROW NOW MATCHES WHAT WAS SENT.
      *
           IF NOT WS-SNAP-FOUND
               MOVE SPACE TO WEB-SNAPSHOT-RECORD
               MOVE PRD-PRODUCT-CODE TO WBS-PRODUCT-CODE
               MOVE ZERO TO WBS-ATP-QUANTITY
           END-IF.
           MOVE WBC-STATUS              TO WBS-STATUS.
           MOVE WBC-LIST-PRICE          TO WBS-LIST-PRICE.
           MOVE WBC-BREAK-QTY (1)       TO WBS-BREAK-QTY (1).
           MOVE WBC-BREAK-PRICE (1)     TO WBS-BREAK-PRICE (1).
           MOVE WBC-BREAK-QTY (2)       TO WBS-BREAK-QTY (2).
           MOVE WBC-BREAK-PRICE (2)     TO WBS-BREAK-PRICE (2).
           MOVE WBC-BREAK-QTY (3)       TO WBS-BREAK-QTY (3).
           MOVE WBC-BREAK-PRICE (3)     TO WBS-BREAK-PRICE (3).
           MOVE WBC-PROMO-PRICE         TO WBS-PROMO-PRICE.
           MOVE WBC-PROMO-END-DATE      TO WBS-PROMO-END-DATE.
           PERFORM 470-UPDATE-SNAPSHOT.
      *
      *****************************************************************
      *    A PROMOTION GOES OUT ONLY INSIDE ITS DATE WINDOW, THE SAME
      *    TEST WEBCTB2, PRLSTB2 AND ORDER ENTRY APPLY.
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
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      *    EVERY WHSAB2 ROW FOR AN ACTIVE PRODUCT, IN WAREHOUSE ORDER.
      *    A WITHDRAWN PRODUCT'S STOCK IS OF NO INTEREST ONLINE.
      *****************************************************************
       450-CHECK-AVAILABILITY.
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
           PERFORM 480-CHECK-WAREHOUSE
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
       460-READ-SNAPSHOT.
      *
           READ WBSFILE.
           EVALUATE TRUE
               WHEN WS-WBSFILE-SUCCESS
                   MOVE 'Y' TO WS-SNAP-FOUND-SW
               WHEN WS-WBSFILE-NOTFOUND
                   MOVE 'N' TO WS-SNAP-FOUND-SW
               WHEN OTHER
                   DISPLAY "WS-WBSFILE-SW=" WS-WBSFILE-SW
                   DISPLAY "WBSFILE READ ERROR " WBS-KEY
                   STOP RUN
           END-EVALUATE.
      *
      *****************************************************************
      *    A ROW FOUND ON THE LOOKUP IS REWRITTEN, A NEW ONE ADDED.
      *****************************************************************
       470-UPDATE-SNAPSHOT.
      *
           MOVE WS-RUN-DATE-MDY TO WBS-SENT-DATE.
           IF WS-SNAP-FOUND
               REWRITE WEB-SNAPSHOT-RECORD
           ELSE
               WRITE WEB-SNAPSHOT-RECORD
           END-IF.
           IF NOT WS-WBSFILE-SUCCESS
               DISPLAY "WS-WBSFILE-SW=" WS-WBSFILE-SW
               DISPLAY "WBSFILE UPDATE ERROR " WBS-KEY
               STOP RUN
           END-IF.
      *
       480-CHECK-WAREHOUSE.
      *
           ADD 1 TO WS-WAREHOUSES-READ.
           COMPUTE WS-ATP-QUANTITY = WHS-QUANTITY-ON-HAND
                                   - WHS-QUANTITY-ALLOCATED.
           IF WS-ATP-QUANTITY < ZERO
               MOVE ZERO TO WS-ATP-QUANTITY
           END-IF.
      *
           MOVE PRD-PRODUCT-CODE   TO WBS-PRODUCT-CODE.
           MOVE WHS-WAREHOUSE-CODE TO WBS-WAREHOUSE-CODE.
           PERFORM 460-READ-SNAPSHOT.
      *
           MOVE 'N' TO WS-CHANGED-SW.
           MOVE ZERO TO WS-OLD-ATP.
           IF NOT WS-SNAP-FOUND
               MOVE 'NEW'     TO WS-CHANGE-TYPE
               MOVE 'Y'       TO WS-CHANGED-SW
           ELSE
               MOVE WBS-ATP-QUANTITY TO WS-OLD-ATP
               IF WBS-ATP-QUANTITY NOT = WS-ATP-QUANTITY
                   MOVE 'STOCK'   TO WS-CHANGE-TYPE
                   MOVE 'Y'       TO WS-CHANGED-SW
               END-IF
           END-IF.
      *
           IF WS-CHANGED
               PERFORM 490-SEND-AVAILABILITY
           END-IF.
      *
           PERFORM 455-READ-WAREHOUSE.
      *
       490-SEND-AVAILABILITY.
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
           MOVE PRD-PRODUCT-CODE   TO RPT-S-PRODUCT.
           MOVE WHS-WAREHOUSE-CODE TO RPT-S-WAREHOUSE.
           MOVE WS-CHANGE-TYPE     TO RPT-S-CHANGE.
           MOVE WS-OLD-ATP         TO RPT-S-OLD-ATP.
           MOVE WS-ATP-QUANTITY    TO RPT-S-NEW-ATP.
           WRITE PRINT-LINE FROM RPT-STOCK-LINE.
      *
           IF NOT WS-SNAP-FOUND
               MOVE SPACE TO WEB-SNAPSHOT-RECORD
               MOVE PRD-PRODUCT-CODE   TO WBS-PRODUCT-CODE
               MOVE WHS-WAREHOUSE-CODE TO WBS-WAREHOUSE-CODE
               SET WBS-STATUS-ACTIVE TO TRUE
               MOVE ZERO TO WBS-LIST-PRICE
                            WBS-BREAK-QTY (1) WBS-BREAK-PRICE (1)
                            WBS-BREAK-QTY (2) WBS-BREAK-PRICE (2)
                            WBS-BREAK-QTY (3) WBS-BREAK-PRICE (3)
                            WBS-PROMO-PRICE
               MOVE SPACE TO WBS-PROMO-END-DATE
           END-IF.
           MOVE WS-ATP-QUANTITY TO WBS-ATP-QUANTITY.
           PERFORM 470-UPDATE-SNAPSHOT.
      *
       800-WRITE-TRAILER.
      *
           MOVE SPACE TO WEB-CATALOG-RECORD.
           SET WBC-TRAILER-RECORD TO TRUE.
           SET WBC-EXTRACT-DELTA TO TRUE.
           MOVE WS-RUN-DATE-MDY       TO WBC-EXTRACT-DATE.
           MOVE WS-RUN-HHMMSS         TO WBC-EXTRACT-TIME.
           MOVE WS-PRODUCT-COUNT      TO WBC-PRODUCT-COUNT.
           MOVE WS-AVAILABILITY-COUNT TO WBC-AVAILABILITY-COUNT.
           MOVE WS-TOTAL-ATP          TO WBC-TOTAL-ATP-QUANTITY.
           MOVE WS-LIST-PRICE-HASH    TO WBC-LIST-PRICE-HASH.
           WRITE WEB-CATALOG-RECORD.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'PRODUCTS READ'                 TO RPT-CNT-LABEL.
           MOVE WS-PRODUCTS-READ                TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'WAREHOUSE ROWS READ'           TO RPT-CNT-LABEL.
           MOVE WS-WAREHOUSES-READ              TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'PRODUCT RECORDS SENT'          TO RPT-CNT-LABEL.
           MOVE WS-PRODUCT-COUNT                TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE '  OF WHICH WITHDRAWN'          TO RPT-CNT-LABEL.
           MOVE WS-WITHDRAWN-COUNT              TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'AVAILABILITY RECORDS SENT'     TO RPT-CNT-LABEL.
           MOVE WS-AVAILABILITY-COUNT           TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'TOTAL AVAILABLE TO PROMISE SENT' TO RPT-CNT-LABEL.
           MOVE WS-TOTAL-ATP                    TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'LIST PRICE HASH'               TO RPT-AMT-LABEL.
           MOVE WS-LIST-PRICE-HASH              TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE PRDFILE.
           CLOSE WHSFILE.
           IF WS-PRM-AVAILABLE
               CLOSE PRMFILE
           END-IF.
           CLOSE WBSFILE.
           CLOSE WEBDLT.
           CLOSE PRINT-FILE.
           DISPLAY "PRODUCT CHANGES SENT:   " WS-PRODUCT-COUNT.
           DISPLAY "STOCK CHANGES SENT:     " WS-AVAILABILITY-COUNT.
           DISPLAY "DONE".
