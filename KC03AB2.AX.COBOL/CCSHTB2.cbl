      *    (SPACES = ALL) AND WS-SELECT-CATEGORY TO ONE PRODUCT
      *    CATEGORY FROM PRD-PRODUCT-CATEGORY (SPACES = ALL), THE
      *    SAME CONSTANT-SWITCH CONVENTION CTLBLKB2 USES FOR ITS
      *    BLOCK SIZE.  WS-SELECT-DUE-ONLY = 'Y' CUTS THE RUN DOWN TO
      *    THE ITEMS DUE FOR A COUNT TODAY: THE LAST COUNT DATE
      *    (STAMPED BY CCPSTB2) PLUS THE DAYS BETWEEN COUNTS FOR THE
      *    ITEM'S ABC CLASS (SET BY ABCCLB2, DAYS FROM THE ABCPARM
      *    CARD - AN UNCLASSIFIED ITEM GOES BY THE C DAYS) IS TODAY
      *    OR EARLIER, OR THE ITEM HAS NEVER BEEN COUNTED.  THE CLASS
      *    PRINTS ON THE SHEET EITHER WAY.
      *    AN OPTIONAL CCSSEL CARD (WAREHOUSE, CATEGORY, DUE-ONLY Y/N,
      *    AS PUNCHED BY RRQDSB2 FOR A COUNT REQUESTED ON THE REPORT
      *    REQUEST SCREEN) OVERRIDES THE THREE SWITCHES FOR ONE RUN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHSFILE-SW.

           SELECT PARM-FILE ASSIGN TO ABCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT SELECT-FILE ASSIGN TO CCSSEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      *
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ABC-PARM-RECORD.
      *
       COPY ABCPARM.
      *
       FD SELECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SELECT-RECORD.
      *
       01  SELECT-RECORD.
           05  SEL-WAREHOUSE                 PIC X(03).
           05  SEL-CATEGORY                  PIC X(04).
           05  SEL-DUE-ONLY                  PIC X(01).
           05  FILLER                        PIC X(72).
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
       01 WS-WHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WHSFILE-SUCCESS                VALUE '00'.
           88  WS-WHSFILE-EOF                     VALUE '10'.
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-SELFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SELFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
      *
      *****************************************************************
      *    RUN SELECTION SWITCHES - SET BEFORE COMPILE FOR THE CYCLE
      *    BEING COUNTED, THE WAY CTLBLKB2'S WS-BLOCK-SIZE IS SET,
      *    UNLESS A CCSSEL CARD OVERRIDES THEM.  SPACES MEANS NO
      *    FILTER.
      *****************************************************************
       01 WS-SELECT-WAREHOUSE                PIC X(03)  VALUE SPACES.
       01 WS-SELECT-CATEGORY                 PIC X(04)  VALUE SPACES.
       01 WS-SELECT-DUE-ONLY                 PIC X(01)  VALUE 'N'.
           88  WS-DUE-ONLY                       VALUE 'Y'.
      *
      *****************************************************************
      *    DAYS BETWEEN COUNTS BY CLASS FOR THE DUE-ONLY MODE -
      *    DEFAULTS HERE, OVERRIDDEN FROM THE ABCPARM CARD.
      *****************************************************************
       01 WS-A-COUNT-DAYS                    PIC 9(03)  VALUE 030.
       01 WS-B-COUNT-DAYS                    PIC 9(03)  VALUE 090.
       01 WS-C-COUNT-DAYS                    PIC 9(03)  VALUE 360.
       01 WS-COUNT-DAYS                      PIC 9(03).
       01 WS-ITEM-DUE-SW                     PIC X(01).
           88  WS-ITEM-DUE                       VALUE 'Y'.
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-DUE-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-DATE-WORK                       PIC 9(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
      *
       01 WS-SHEET-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(28) VALUE
               'CYCLE COUNT SHEET'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(02) VALUE SPACE.
           05  RPT-HDG-MODE    PIC X(16) VALUE SPACE.
           05  FILLER          PIC X(63) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(05) VALUE 'WHSE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(06) VALUE 'CATG'.
           05  FILLER          PIC X(04) VALUE 'CL'.
           05  FILLER          PIC X(22) VALUE 'COUNTED QTY __________'.
           05  FILLER          PIC X(61) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-WAREHOUSE        PIC X(03).
           05  RPT-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CATEGORY         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CLASS            PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  FILLER               PIC X(22) VALUE
               '______________________'.
           05  FILLER               PIC X(61) VALUE SPACE.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYNUM =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
           PERFORM 110-READ-SELECT-CARD.
           IF WS-DUE-ONLY
               PERFORM 120-READ-PARM-CARD
           END-IF.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 200-PRINT-HEADINGS.
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE CCSSEL CARD IS OPTIONAL - NO FILE OR NO CARD LEAVES THE
      *    SWITCHES AS COMPILED.  ON A CARD, A BLANK WAREHOUSE OR
      *    CATEGORY MEANS ALL AND ONLY A Y SELECTS DUE ITEMS ONLY.
      *****************************************************************
       110-READ-SELECT-CARD.
      *
           OPEN INPUT SELECT-FILE.
           IF WS-SELFILE-SUCCESS
               READ SELECT-FILE
                   AT END
                       DISPLAY "CCSSEL EMPTY - SWITCHES AS SET"
                   NOT AT END
                       MOVE SEL-WAREHOUSE TO WS-SELECT-WAREHOUSE
                       MOVE SEL-CATEGORY  TO WS-SELECT-CATEGORY
                       IF SEL-DUE-ONLY = 'Y'
                           MOVE 'Y' TO WS-SELECT-DUE-ONLY
                       ELSE
                           MOVE 'N' TO WS-SELECT-DUE-ONLY
                       END-IF
                       DISPLAY "CCSSEL WAREHOUSE=" WS-SELECT-WAREHOUSE
                               " CATEGORY=" WS-SELECT-CATEGORY
                               " DUE-ONLY=" WS-SELECT-DUE-ONLY
               END-READ
               CLOSE SELECT-FILE
           ELSE
               DISPLAY "NO CCSSEL CARD - SWITCHES AS SET"
           END-IF.
      *
      *****************************************************************
      *    THE ABCPARM CARD IS OPTIONAL - NO FILE, NO CARD OR A BLANK
      *    FIELD LEAVES THE DEFAULT DAYS.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "ABCPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       PERFORM 130-EDIT-PARM-CARD
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO ABCPARM CARD - DEFAULTS USED"
           END-IF.
      *
       130-EDIT-PARM-CARD.
      *
           IF        ABP-A-COUNT-DAYS-X NUMERIC
                 AND ABP-A-COUNT-DAYS > ZERO
               MOVE ABP-A-COUNT-DAYS TO WS-A-COUNT-DAYS
           END-IF.
           IF        ABP-B-COUNT-DAYS-X NUMERIC
                 AND ABP-B-COUNT-DAYS > ZERO
               MOVE ABP-B-COUNT-DAYS TO WS-B-COUNT-DAYS
           END-IF.
           IF        ABP-C-COUNT-DAYS-X NUMERIC
                 AND ABP-C-COUNT-DAYS > ZERO
               MOVE ABP-C-COUNT-DAYS TO WS-C-COUNT-DAYS
           END-IF.
      *
       200-PRINT-HEADINGS.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           IF WS-DUE-ONLY
               MOVE 'DUE ITEMS ONLY' TO RPT-HDG-MODE
           END-IF.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
               END-IF
           END-IF.
      *
           MOVE 'Y' TO WS-ITEM-DUE-SW.
           IF WS-DUE-ONLY
               PERFORM 420-CHECK-COUNT-DUE
           END-IF.
      *
           IF        (WS-SELECT-CATEGORY = SPACE
                      OR PRD-PRODUCT-CATEGORY = WS-SELECT-CATEGORY)
                 AND WS-ITEM-DUE
               MOVE WHS-WAREHOUSE-CODE   TO CCT-WAREHOUSE-CODE
               MOVE WHS-PRODUCT-CODE     TO CCT-PRODUCT-CODE
               MOVE WHS-QUANTITY-ON-HAND TO CCT-BOOK-QUANTITY
               MOVE WHS-PRODUCT-CODE   TO RPT-PRODUCT
               MOVE PRD-PRODUCT-DESCRIPTION TO RPT-DESCRIPTION
               MOVE PRD-PRODUCT-CATEGORY    TO RPT-CATEGORY
               MOVE WHS-ABC-CLASS           TO RPT-CLASS
               WRITE PRINT-LINE FROM RPT-DETAIL-LINE
               ADD 1 TO WS-SHEET-COUNT
           END-IF.
      *
      *****************************************************************
      *    DUE WHEN THE LAST COUNT PLUS THE CLASS'S DAYS IS TODAY OR
      *    EARLIER; NO LAST COUNT DATE MEANS NEVER COUNTED - DUE.
      *****************************************************************
       420-CHECK-COUNT-DUE.
      *
           EVALUATE TRUE
               WHEN WHS-CLASS-A
                   MOVE WS-A-COUNT-DAYS TO WS-COUNT-DAYS
               WHEN WHS-CLASS-B
                   MOVE WS-B-COUNT-DAYS TO WS-COUNT-DAYS
               WHEN OTHER
                   MOVE WS-C-COUNT-DAYS TO WS-COUNT-DAYS
           END-EVALUATE.
      *
           IF WHS-LAST-COUNT-DATE NUMERIC
               MOVE WHS-LAST-COUNT-DATE TO WS-DATE-WORK
               COMPUTE WS-DUE-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD + WS-COUNT-DAYS
               IF WS-DUE-DAYNUM > WS-RUN-DAYNUM
                   MOVE 'N' TO WS-ITEM-DUE-SW
               END-IF
           END-IF.
      *
       800-PRINT-TOTALS.
      *
