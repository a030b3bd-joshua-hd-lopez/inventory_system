      *****************************************************************
      *  EXPLOG - EXPORT SHIPMENT LOG RECORD (EXLAB2).  ONE RECORD
      *  PER INVOICE SHIPPED OUT OF THE COUNTRY, WRITTEN BY SHIP
      *  CONFIRMATION (SHCAB2) WHEN IT PRINTS THE COMMERCIAL INVOICE
      *  AND PACKING DECLARATION.  KEPT AS THE EXPORT COMPLIANCE
      *  RECORD OF WHAT WENT WHERE, ON WHAT CARRIER, AT WHAT
      *  DECLARED VALUE AND WEIGHT, AND WHO CONFIRMED IT.  THE
      *  VALUES ARE THE GOODS LINES ONLY, IN DOLLARS AND IN THE
      *  CUSTOMER'S CURRENCY AT THE RATE STAMPED ON THE INVOICE
      *  (ONE, AND USD, FOR A DOLLAR ACCOUNT).  UNCLASSIFIED LINES
      *  ARE GOODS LINES WHOSE PRODUCT HAD NO TARIFF CODE OR NO
      *  COUNTRY OF ORIGIN WHEN THE PAPERS PRINTED.  DATES ARE
      *  MMDDYYYY.  150 BYTES.
      *****************************************************************
       01  EXPORT-LOG-RECORD.
           05  EXL-KEY.
               10  EXL-INVOICE-NUMBER        PIC 9(06).
           05  EXL-SHIP-DATE                 PIC X(08).
           05  EXL-CUSTOMER-NUMBER           PIC X(06).
           05  EXL-DEST-COUNTRY              PIC X(03).
           05  EXL-CARRIER-CODE              PIC X(04).
           05  EXL-TRACKING-NUMBER           PIC X(20).
           05  EXL-CURRENCY-CODE             PIC X(03).
           05  EXL-EXCHANGE-RATE             PIC 9(03)V9(06).
           05  EXL-GOODS-VALUE               PIC S9(09)V99.
           05  EXL-FOREIGN-VALUE             PIC S9(11)V99.
           05  EXL-SHIP-WEIGHT               PIC S9(09)V99.
           05  EXL-CARTON-COUNT              PIC 9(03).
           05  EXL-LINE-COUNT                PIC 9(02).
           05  EXL-UNCLASSIFIED-LINES        PIC 9(02).
           05  EXL-OPERATOR                  PIC X(04).
           05  EXL-LOGGED-DATE               PIC X(08).
           05  FILLER                        PIC X(37).
