           05  INV-PO-NUMBER                   PIC X(10).
           05  INV-LINE-ITEM                   OCCURS 10 TIMES.
               10  INV-PRODUCT-CODE            PIC X(10).
      *
      *    A LINE WHOSE CODE BEGINS WITH AN ASTERISK IS A CHARGE
      *    LINE - A SETUP FEE, RESTOCKING FEE, RUSH CHARGE OR
      *    LABOR, BILLED FROM THE CHARGE CODE TABLE (CHGAB2) AND
      *    NOT A PRDAB2 PRODUCT.  IT CARRIES NO WAREHOUSE, MOVES NO
      *    STOCK, GETS NO PICK TICKET LINE AND NEVER ALLOCATES.
      *
               10  INV-PRODUCT-CODE-R REDEFINES INV-PRODUCT-CODE.
                   15  INV-CHARGE-MARK         PIC X(01).
                       88  INV-LINE-CHARGE           VALUE '*'.
                   15  FILLER                  PIC X(09).
               10  INV-WAREHOUSE-CODE          PIC X(03).
               10  INV-QUANTITY                PIC S9(07).
               10  INV-UNIT-PRICE              PIC S9(07)V99.
      *    THE CHANNEL THE ORDER ARRIVED BY, STAMPED AT POSTING:
      *    KEYED ONLINE, THE EDI GATEWAY, A STANDING-ORDER RELEASE
      *    (WHICH TRAVELS THROUGH THE GATEWAY FLAGGED), A CONVERTED
      *    QUOTE, A CREDIT-QUEUE RELEASE, CONSIGNMENT USAGE
      *    BILLED BY CSGBLB2 (ALSO THROUGH THE GATEWAY, FLAGGED U),
      *    A COUNTER SALE RUNG UP AND PAID AT A BRANCH (CTRAB2), OR
      *    A SERVICE CONTRACT CYCLE BILLED BY SVCBLB2 (NOTHING SHIPS).
      *    CHNRPB2 REPORTS THE BOOK BY CHANNEL.  BLANK MEANS THE
      *    INVOICE PREDATES THE STAMP AND COUNTS AS ONLINE.
      *
           05  INV-ORDER-SOURCE                PIC X(01).
               88  INV-SOURCE-ONLINE                 VALUE 'O' ' '.
               88  INV-SOURCE-STANDING               VALUE 'S'.
               88  INV-SOURCE-QUOTE                  VALUE 'Q'.
               88  INV-SOURCE-CREDIT                 VALUE 'C'.
               88  INV-SOURCE-CONSIGNMENT            VALUE 'U'.
               88  INV-SOURCE-COUNTER                VALUE 'T'.
               88  INV-SOURCE-SERVICE                VALUE 'R'.
      *
      *    WHO KEYED THE ORDER - THE SIGNED-ON OPERATOR AT POSTING,
      *    OR THE GATEWAY'S OWN MARK FOR IMPORTED ORDERS.  THE VOID
           05  INV-CURRENCY-CODE               PIC X(03).
           05  INV-EXCHANGE-RATE               PIC 9(03)V9(06).
           05  INV-FOREIGN-TOTAL               PIC S9(09)V99.
      *
      *    THE PICK WAVE THE ORDER WAS RELEASED IN (WAVRLB2).  AN
      *    OPEN ORDER WITH NO WAVE (ZERO, OR SPACES ON AN OLDER
      *    RECORD) IS STILL WAITING TO BE WAVED; ONCE STAMPED IT IS
      *    NEVER PICKED UP BY ANOTHER WAVE, AND SHIP CONFIRMATION
      *    SHOWS THE PACKER WHICH WAVE IT CAME FROM.
      *
           05  INV-WAVE-NUMBER                 PIC 9(06).
      *
      *    WHETHER EACH CHARGE LINE IS TAXABLE, TAKEN FROM ITS
      *    CHARGE CODE WHEN THE LINE WAS ENTERED SO THE TAX ON THE
      *    DOCUMENT DOES NOT SHIFT IF THE TABLE IS CHANGED LATER.
      *    ONLY LOOKED AT ON A CHARGE LINE.
      *
           05  INV-CHARGE-TAX-TABLE.
               10  INV-CHARGE-TAX-SW           PIC X(01)
                                               OCCURS 10 TIMES.
                   88  INV-CHARGE-TAXABLE            VALUE 'Y'.
      *
      *    WHEN THE ORDER WAS TAKEN AND WHEN THE CUSTOMER WANTED IT
      *    SHIPPED.  INV-INVOICE-DATE IS RESTAMPED TO THE BILLING DAY
      *    AT SHIP CONFIRMATION, SO THE KEYING DATE (MMDDYYYY) AND
      *    TIME (HHMMSS) ARE KEPT HERE FOR SRVRPB2 TO MEASURE THE
      *    ENTRY-TO-SHIP CYCLE.  THE REQUESTED SHIP DATE IS THE ONE
      *    KEYED ON THE ORDER OR SENT ON THE EDI HEADER; BLANK MEANS
      *    THE HOUSE PROMISE.  ALL BLANK ON AN INVOICE FROM BEFORE
      *    THE STAMP.  THE RECORD GREW FROM 700 TO 750 BYTES FOR
      *    THESE; THE FILLER IS THE ROOM LEFT.
      *
           05  INV-ENTRY-DATE                  PIC X(08).
           05  INV-ENTRY-TIME                  PIC 9(06).
           05  INV-REQUESTED-DATE              PIC X(08).
      *
      *    THE FREIGHT TERMS THE ORDER SHIPS ON (SEE CM-FREIGHT-TERMS
      *    IN CUSTMAS), TAKEN FROM THE SHIP-TO OR THE CUSTOMER WHEN
      *    THE ORDER WAS PRICED, WITH THE CARRIER ACCOUNT A COLLECT
      *    OR THIRD-PARTY SHIPMENT IS BILLED TO.  THE WAIVED SWITCH
      *    MARKS A PREPAY-AND-ADD ORDER THAT REACHED THE CUSTOMER'S
      *    FREE-FREIGHT MINIMUM.  BLANK TERMS ON AN INVOICE FROM
      *    BEFORE THE STAMP READ AS PREPAY-AND-ADD.
      *
           05  INV-FREIGHT-TERMS               PIC X(01).
               88  INV-FREIGHT-PREPAY-ADD            VALUE 'A' ' '.
               88  INV-FREIGHT-PREPAID               VALUE 'P'.
               88  INV-FREIGHT-COLLECT               VALUE 'C'.
               88  INV-FREIGHT-THIRD-PARTY           VALUE 'T'.
           05  INV-FREIGHT-WAIVED-SW           PIC X(01).
               88  INV-FREIGHT-WAIVED                VALUE 'Y'.
           05  INV-FREIGHT-ACCOUNT             PIC X(15).
      *
      *    THE COMPANY THE DOCUMENT IS BILLED ON, FROM THE CUSTOMER
      *    (CM-COMPANY-CODE) WHEN IT IS WRITTEN.  BLANK IS THE HOME
      *    COMPANY.
      *
           05  INV-COMPANY-CODE                PIC X(02).
           05  FILLER                          PIC X(14).

      *
