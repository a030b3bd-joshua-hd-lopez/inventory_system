      *****************************************************************
      *  WEBORD - CUSTOMER PORTAL ORDER STATUS INTERFACE RECORD,
      *  WRITTEN BY WEBOSB2 (FILE WEBORD).  EVERY RECORD CARRIES THE
      *  CUSTOMER NUMBER AND CUSTOMER PO THE PORTAL MATCHES ON, AND
      *  OUR ORDER NUMBER (THE FIRST INVAB2 SEGMENT OF THE ORDER):
      *    O  ONE PER ORDER - ENTRY DATE, REQUESTED DATE, STATUS
      *       (O OPEN / I BILLED), SHIP DATE, CARRIER AND TRACKING
      *       NUMBER, AND THE INVOICE NUMBER, DATE AND DUE DATE ONCE
      *       BILLED (ZERO AND BLANK UNTIL THEN).
      *    B  ONE PER PENDING BKOAB2 BACKORDERED LINE - THE INVAB2
      *       SEGMENT AND LINE IT WAS SHORTED ON, PRODUCT, QUANTITY
      *       SHORT AND THE EXPECTED DATE OF THE POAB2 LINE THAT WILL
      *       FILL IT (BLANK WHEN NOTHING IS ON ORDER).
      *    T  ONE AT THE END - F(ULL) ON THE FIRST RUN, D(ELTA) AFTER,
      *       WITH THE DATE, TIME AND CONTROL COUNTS.
      *  WBO-ACTION TELLS THE PORTAL WHAT TO DO WITH THE ROW: A ADD,
      *  C CHANGE (REPLACE IT), D DELETE (THE ORDER AGED OFF, WAS
      *  VOIDED, OR THE BACKORDER WAS FILLED).  DATES ARE MMDDYYYY.
      *  150 BYTES.
      *****************************************************************
       01  WEB-ORDER-STATUS-RECORD.
           05  WBO-RECORD-TYPE               PIC X(01).
               88  WBO-ORDER-RECORD              VALUE 'O'.
               88  WBO-BACKORDER-RECORD          VALUE 'B'.
               88  WBO-TRAILER-RECORD            VALUE 'T'.
           05  WBO-ACTION                    PIC X(01).
               88  WBO-ACTION-ADD                VALUE 'A'.
               88  WBO-ACTION-CHANGE             VALUE 'C'.
               88  WBO-ACTION-DELETE             VALUE 'D'.
           05  WBO-KEY.
               10  WBO-CUSTOMER-NUMBER       PIC X(06).
               10  WBO-PO-NUMBER             PIC X(10).
               10  WBO-ORDER-NUMBER          PIC 9(06).
           05  WBO-RECORD-DATA               PIC X(126).
           05  WBO-ORDER-DATA REDEFINES WBO-RECORD-DATA.
               10  WBO-ORDER-STATUS          PIC X(01).
                   88  WBO-ORDER-OPEN            VALUE 'O'.
                   88  WBO-ORDER-BILLED          VALUE 'I'.
               10  WBO-ENTRY-DATE            PIC X(08).
               10  WBO-REQUESTED-DATE        PIC X(08).
               10  WBO-DROP-SHIP-SW          PIC X(01).
               10  WBO-SHIP-DATE             PIC X(08).
               10  WBO-CARRIER-CODE          PIC X(04).
               10  WBO-TRACKING-NUMBER       PIC X(20).
               10  WBO-INVOICE-NUMBER        PIC 9(06).
               10  WBO-INVOICE-DATE          PIC X(08).
               10  WBO-DUE-DATE              PIC X(08).
               10  FILLER                    PIC X(54).
           05  WBO-BACKORDER-DATA REDEFINES WBO-RECORD-DATA.
               10  WBO-SEGMENT-NUMBER        PIC 9(06).
               10  WBO-LINE-NUMBER           PIC 9(02).
               10  WBO-PRODUCT-CODE          PIC X(10).
               10  WBO-DESCRIPTION           PIC X(20).
               10  WBO-QUANTITY-SHORT        PIC S9(07).
               10  WBO-EXPECTED-DATE         PIC X(08).
               10  WBO-PURCHASE-ORDER        PIC 9(06).
               10  FILLER                    PIC X(67).
           05  WBO-TRAILER-DATA REDEFINES WBO-RECORD-DATA.
               10  WBO-EXTRACT-TYPE          PIC X(01).
                   88  WBO-EXTRACT-FULL          VALUE 'F'.
                   88  WBO-EXTRACT-DELTA         VALUE 'D'.
               10  WBO-EXTRACT-DATE          PIC X(08).
               10  WBO-EXTRACT-TIME          PIC 9(06).
               10  WBO-ADD-COUNT             PIC 9(07).
               10  WBO-CHANGE-COUNT          PIC 9(07).
               10  WBO-DELETE-COUNT          PIC 9(07).
               10  WBO-RECORD-COUNT          PIC 9(07).
               10  FILLER                    PIC X(83).
