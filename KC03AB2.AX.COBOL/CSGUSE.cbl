      *****************************************************************
      *  CSGUSE - CONSIGNMENT USAGE RECORD (CSUAB2).  ONE RECORD PER
      *  QUANTITY A CUSTOMER HAS CONSUMED OUT OF A CONSIGNMENT
      *  WAREHOUSE (WRHAB2 TYPE C) AT ITS SITE.  KEYED BY WAREHOUSE,
      *  PRODUCT, USAGE DATE (MMDDYYYY) AND TIME, SO A BROWSE OF A
      *  WAREHOUSE/PRODUCT FINDS EVERY USAGE STILL WAITING TO BILL.
      *  CSUEAB2 KEYS USAGE THE CUSTOMER REPORTS; CCPSTB2 WRITES IT
      *  WHEN A CONSIGNMENT COUNT (KEYED ON CCEAB2 OR LOADED FROM
      *  THE CUSTOMER'S OWN COUNT BY CSGCTB2) COMES IN UNDER BOOK.
      *  CSGBLB2 BILLS THE PENDING RECORDS THROUGH THE EDIORB2
      *  GATEWAY, WHICH TAKES THE STOCK OFF WHSAB2 AS IT POSTS THE
      *  INVOICE, AND MARKS THEM BILLED WITH THE PO NUMBER IT CUT.
      *  UNTIL THEN PENDING USAGE IS STILL IN WHS-QUANTITY-ON-HAND,
      *  SO EVERY PROGRAM THAT SETS A CONSIGNMENT BOOK QUANTITY
      *  TAKES IT OFF.  80 BYTES.
      *****************************************************************
       01  CONSIGNMENT-USAGE-RECORD.
           05  CSU-KEY.
               10  CSU-WAREHOUSE-CODE        PIC X(03).
               10  CSU-PRODUCT-CODE          PIC X(10).
               10  CSU-USAGE-DATE            PIC X(08).
               10  CSU-USAGE-TIME            PIC S9(07) COMP-3.
           05  CSU-CUSTOMER-NUMBER           PIC X(06).
           05  CSU-QUANTITY                  PIC S9(07).
           05  CSU-SOURCE                    PIC X(01).
               88  CSU-SOURCE-KEYED                VALUE 'K'.
               88  CSU-SOURCE-COUNT                VALUE 'C'.
           05  CSU-STATUS                    PIC X(01).
               88  CSU-STATUS-PENDING              VALUE 'P'.
               88  CSU-STATUS-BILLED               VALUE 'B'.
      *
      *    THE DATE CSGBLB2 BILLED THE USAGE (MMDDYYYY) AND THE PO
      *    NUMBER IT GAVE THE ORDER, WHICH IS INV-PO-NUMBER ON THE
      *    INVOICE EDIORB2 POSTS.  SPACE WHILE PENDING.
      *
           05  CSU-BILLED-DATE               PIC X(08).
           05  CSU-BILLING-PO                PIC X(10).
           05  CSU-OPERATOR                  PIC X(04).
           05  FILLER                        PIC X(18).
