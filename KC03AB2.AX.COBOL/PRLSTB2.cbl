      *    REQUEST FILE, EVERY PRODUCT'S PRICE IS RESOLVED THE WAY
      *    ORDER ENTRY WOULD RESOLVE IT - CONTRACT PRICE FIRST (WITH
      *    ITS EXPIRATION SHOWN; AN EXPIRED CONTRACT REVERTS AND IS
      *    FLAGGED), THEN THE CUSTOMER'S PRICE LEVEL DISCOUNT OFF
      *    LIST FOR THE PRODUCT'S CATEGORY (PLVFILE), OTHERWISE LIST
      *    PRICE WITH THE BREAK TIERS PRINTED ALONGSIDE - AND A
      *    FORMATTED LIST IS PRINTED BY
      *    PRODUCT CATEGORY (INTERNAL SORT) FOR THE REP TO HAND THE
      *    CUSTOMER.  NO MORE KEYING TRIAL ORDERS TO ANSWER "WHAT
      *    WILL I PAY".
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRMFILE-SW.

           SELECT PLVFILE ASSIGN TO PLVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLV-KEY
               FILE STATUS IS WS-PLVFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
           05  FILLER                        PIC X(04).
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
           DATA RECORD IS PROMO-PRICE-RECORD.
      *
       COPY PROMO.
      *
       FD PLVFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PRICE-LEVEL-RECORD.
      *
       COPY PRCLVL.
      *
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-PROMO-PRICE               PIC S9(07)V99.
           05  SRT-PROMO-SW                  PIC X(01).
               88  SRT-PROMO-ACTIVE              VALUE 'Y'.
           05  SRT-LEVEL-PRICE               PIC S9(07)V99.
           05  SRT-LEVEL-SW                  PIC X(01).
               88  SRT-LEVEL-ACTIVE              VALUE 'Y'.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           88  WS-PRMFILE-NOTFOUND                VALUE '23'.
       01 WS-PRM-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-PRM-AVAILABLE                  VALUE 'Y'.
       01 WS-PLVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PLVFILE-SUCCESS                VALUE '00'.
           88  WS-PLVFILE-NOTFOUND                VALUE '23'.
       01 WS-PLV-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-PLV-AVAILABLE                  VALUE 'Y'.
       01 WS-YOUR-PRICE                      PIC S9(07)V99 COMP-3.
      *
       01 WS-CURRENT-CATEGORY                PIC X(04).
       01 WS-CURRENT-CUSTOMER                PIC X(06).
       01 WS-CURRENT-LEVEL                   PIC X(02).
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  RPT-HDG-NAME    PIC X(30).
           05  FILLER          PIC X(10) VALUE ' RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(14) VALUE ' PRICE LEVEL: '.
           05  RPT-HDG-LEVEL   PIC X(02).
           05  FILLER          PIC X(30) VALUE SPACE.
      *
       01  RPT-CATEGORY-LINE.
           05  FILLER               PIC X(09) VALUE 'CATEGORY '.
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO PRICE LEVELS HAVE BEEN SET UP.
      *****************************************************************
           OPEN INPUT PLVFILE.
           IF WS-PLVFILE-SUCCESS
               DISPLAY "PLVFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-PLVFILE-SW = '35'
                   MOVE 'N' TO WS-PLV-AVAILABLE-SW
                   DISPLAY "PLVFILE NOT ON FILE - NO PRICE LEVELS"
               ELSE
                   DISPLAY "WS-PLVFILE-SW=" WS-PLVFILE-SW
                   DISPLAY "PLVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NOTHING IS ON PROMOTION.
      *****************************************************************
           OPEN INPUT PRMFILE.
                      CM-LAST-NAME  DELIMITED BY SPACE
                   INTO RPT-HDG-NAME
               MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE
               IF CM-PRICE-LEVEL = LOW-VALUE
                   MOVE SPACE TO WS-CURRENT-LEVEL
               ELSE
                   MOVE CM-PRICE-LEVEL TO WS-CURRENT-LEVEL
               END-IF
               MOVE WS-CURRENT-LEVEL TO RPT-HDG-LEVEL
               WRITE PRINT-LINE FROM RPT-HEADING-1
      *
               SORT SORT-FILE
      *****************************************************************
      *    PASS 1: EVERY PRODUCT IS PRICED FOR THE CURRENT CUSTOMER
      *    EXACTLY AS ORDER ENTRY WOULD PRICE A LINE - CONTRACT
      *    FIRST, EXPIRED CONTRACTS REVERTING WITH A FLAG, THEN THE
      *    CUSTOMER'S PRICE LEVEL, THEN LIST/BREAKS - AND RELEASED
      *    TO THE SORT IN CATEGORY SEQUENCE.
      *****************************************************************
       400-PRICE-ALL-PRODUCTS.
      *
           IF WS-CNT-AVAILABLE
               PERFORM 430-CHECK-CONTRACT-PRICE
           END-IF.
      *
           MOVE ZERO TO SRT-LEVEL-PRICE.
           MOVE 'N'  TO SRT-LEVEL-SW.
           IF        WS-PLV-AVAILABLE
                 AND WS-CURRENT-LEVEL NOT = SPACE
                 AND NOT SRT-CONTRACT-PRICED
               PERFORM 435-CHECK-PRICE-LEVEL
           END-IF.
      *
           MOVE ZERO TO SRT-PROMO-PRICE.
           MOVE 'N'  TO SRT-PROMO-SW.
           END-IF.
      *
      *****************************************************************
      *    THE LEVEL'S ROW FOR THE PRODUCT'S CATEGORY WINS; FAILING
      *    THAT THE LEVEL'S DEFAULT ROW (BLANK CATEGORY) APPLIES.  THE
      *    DISCOUNT IS A PERCENT OFF LIST, AS ORDER ENTRY TAKES IT.
      *****************************************************************
       435-CHECK-PRICE-LEVEL.
      *
           MOVE WS-CURRENT-LEVEL     TO PLV-PRICE-LEVEL.
           MOVE PRD-PRODUCT-CATEGORY TO PLV-PRODUCT-CATEGORY.
           READ PLVFILE.
           IF        WS-PLVFILE-NOTFOUND
                 AND PRD-PRODUCT-CATEGORY NOT = SPACE
               MOVE SPACE TO PLV-PRODUCT-CATEGORY
               READ PLVFILE
           END-IF.
           IF WS-PLVFILE-SUCCESS
               COMPUTE SRT-LEVEL-PRICE ROUNDED =
                   PRD-UNIT-PRICE * (100 - PLV-DISCOUNT-PCT) / 100
               SET SRT-LEVEL-ACTIVE TO TRUE
           END-IF.
      *
      *****************************************************************
      *    A PROMOTION INSIDE ITS DATE WINDOW RIDES ALONG ON THE
      *    SORT RECORD; THE PRINT SIDE APPLIES IT BEST-PRICE-WINS
      *    AGAINST WHATEVER THE CONTRACT/LIST LOGIC RESOLVED.
                   MOVE SRT-CONTRACT-PRICE TO WS-YOUR-PRICE
                   MOVE SRT-CONTRACT-EXPIRY TO RPT-EXPIRES
                   MOVE 'CONTRACT' TO RPT-PRICE-NOTE
               WHEN SRT-CONTRACT-EXPIRED AND SRT-LEVEL-ACTIVE
                   MOVE SRT-LEVEL-PRICE TO WS-YOUR-PRICE
                   MOVE SRT-CONTRACT-EXPIRY TO RPT-EXPIRES
                   MOVE 'EXPIRED' TO RPT-PRICE-NOTE
               WHEN SRT-CONTRACT-EXPIRED
                   MOVE SRT-LIST-PRICE TO WS-YOUR-PRICE
                   MOVE SRT-CONTRACT-EXPIRY TO RPT-EXPIRES
                   MOVE 'EXPIRED' TO RPT-PRICE-NOTE
               WHEN SRT-LEVEL-ACTIVE
                   MOVE SRT-LEVEL-PRICE TO WS-YOUR-PRICE
                   MOVE SPACE TO RPT-EXPIRES
                   MOVE SPACE TO RPT-PRICE-NOTE
                   STRING 'LEVEL '         DELIMITED BY SIZE
                          WS-CURRENT-LEVEL DELIMITED BY SIZE
                       INTO RPT-PRICE-NOTE
               WHEN OTHER
                   MOVE SRT-LIST-PRICE TO WS-YOUR-PRICE
                   MOVE SPACE TO RPT-EXPIRES
           IF WS-PRM-AVAILABLE
               CLOSE PRMFILE
           END-IF.
           IF WS-PLV-AVAILABLE
               CLOSE PLVFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
