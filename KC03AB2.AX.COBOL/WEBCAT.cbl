      *****************************************************************
      *  WEBCAT - WEB STOREFRONT CATALOG INTERFACE RECORD.  WRITTEN
      *  BY THE NIGHTLY FULL EXTRACT (WEBCTB2, FILE WEBCAT) AND BY
      *  THE INTRADAY CHANGE EXTRACT (WEBDLB2, FILE WEBDLT) IN THE
      *  SAME FIXED COLUMNS SO THE STOREFRONT LOADS BOTH WITH ONE
      *  MAPPING:
      *    P  ONE PER PRODUCT - DESCRIPTION, CATEGORY, UNIT OF
      *       MEASURE, CASE PACK, LIST PRICE, BREAK TIERS, THE PROMO
      *       PRICE IN FORCE (ZERO WHEN NONE) AND WEIGHT.  STATUS I
      *       ON A CHANGE FILE TELLS THE STOREFRONT TO WITHDRAW IT.
      *    A  ONE PER PRODUCT PER STOCKING WAREHOUSE - AVAILABLE TO
      *       PROMISE, ON HAND LESS ALLOCATED (NEVER BELOW ZERO).
      *    T  ONE AT THE END - F(ULL) OR D(ELTA), THE DATE AND TIME
      *       OF THE EXTRACT AND THE CONTROL TOTALS THE STOREFRONT
      *       BALANCES ITS LOAD AGAINST.
      *  PRICES ARE SIGNED ZONED WITH TWO IMPLIED DECIMALS, AS ON
      *  THE OTHER INTERFACE FILES.  DATES ARE MMDDYYYY.  150 BYTES.
      *****************************************************************
       01  WEB-CATALOG-RECORD.
           05  WBC-RECORD-TYPE               PIC X(01).
               88  WBC-PRODUCT-RECORD            VALUE 'P'.
               88  WBC-AVAILABILITY-RECORD       VALUE 'A'.
               88  WBC-TRAILER-RECORD            VALUE 'T'.
           05  WBC-PRODUCT-CODE              PIC X(10).
           05  WBC-RECORD-DATA               PIC X(139).
           05  WBC-PRODUCT-DATA REDEFINES WBC-RECORD-DATA.
               10  WBC-STATUS                PIC X(01).
                   88  WBC-STATUS-ACTIVE         VALUE 'A'.
                   88  WBC-STATUS-WITHDRAWN      VALUE 'I'.
               10  WBC-DESCRIPTION           PIC X(20).
               10  WBC-CATEGORY              PIC X(04).
               10  WBC-UNIT-OF-MEASURE       PIC X(02).
               10  WBC-CASE-PACK-QTY         PIC S9(05).
               10  WBC-LIST-PRICE            PIC S9(07)V99.
               10  WBC-BREAK-TIER OCCURS 3 TIMES.
                   15  WBC-BREAK-QTY         PIC S9(05).
                   15  WBC-BREAK-PRICE       PIC S9(07)V99.
               10  WBC-PROMO-PRICE           PIC S9(07)V99.
               10  WBC-PROMO-END-DATE        PIC X(08).
               10  WBC-SHIP-WEIGHT           PIC S9(03)V99.
               10  FILLER                    PIC X(34).
           05  WBC-AVAILABILITY-DATA REDEFINES WBC-RECORD-DATA.
               10  WBC-WAREHOUSE-CODE        PIC X(03).
               10  WBC-ATP-QUANTITY          PIC S9(07).
               10  FILLER                    PIC X(129).
           05  WBC-TRAILER-DATA REDEFINES WBC-RECORD-DATA.
               10  WBC-EXTRACT-TYPE          PIC X(01).
                   88  WBC-EXTRACT-FULL          VALUE 'F'.
                   88  WBC-EXTRACT-DELTA         VALUE 'D'.
               10  WBC-EXTRACT-DATE          PIC X(08).
               10  WBC-EXTRACT-TIME          PIC 9(06).
               10  WBC-PRODUCT-COUNT         PIC 9(07).
               10  WBC-AVAILABILITY-COUNT    PIC 9(07).
               10  WBC-TOTAL-ATP-QUANTITY    PIC S9(11).
               10  WBC-LIST-PRICE-HASH       PIC S9(11)V99.
               10  FILLER                    PIC X(86).
