      *****************************************************************
      *  WEBSNAP - WEB STOREFRONT SNAPSHOT RECORD (WBSAB2).  WHAT THE
      *  STOREFRONT WAS LAST SENT: ONE ROW PER PRODUCT (BLANK
      *  WAREHOUSE) WITH ITS PRICES AND STATUS, AND ONE ROW PER
      *  PRODUCT PER WAREHOUSE WITH ITS AVAILABLE TO PROMISE.
      *  REBUILT FROM SCRATCH BY THE NIGHTLY WEBCTB2 FULL EXTRACT
      *  AND BROUGHT UP TO DATE BY EVERY INTRADAY WEBDLB2 RUN, WHICH
      *  SENDS ONLY THE ROWS THAT NO LONGER MATCH.  100 BYTES.
      *****************************************************************
       01  WEB-SNAPSHOT-RECORD.
           05  WBS-KEY.
               10  WBS-PRODUCT-CODE          PIC X(10).
               10  WBS-WAREHOUSE-CODE        PIC X(03).
           05  WBS-STATUS                    PIC X(01).
               88  WBS-STATUS-ACTIVE             VALUE 'A'.
               88  WBS-STATUS-WITHDRAWN          VALUE 'I'.
           05  WBS-LIST-PRICE                PIC S9(07)V99.
           05  WBS-BREAK-TIER OCCURS 3 TIMES.
               10  WBS-BREAK-QTY             PIC S9(05).
               10  WBS-BREAK-PRICE           PIC S9(07)V99.
           05  WBS-PROMO-PRICE               PIC S9(07)V99.
           05  WBS-PROMO-END-DATE            PIC X(08).
           05  WBS-ATP-QUANTITY              PIC S9(07).
           05  WBS-SENT-DATE                 PIC X(08).
           05  FILLER                        PIC X(03).
