      *****************************************************************
      *  ORDCHG - OPEN ORDER CHANGE LOG RECORD (OCLAB2).  ONE RECORD
      *  FOR EVERY ITEM CHANGED ON AN OPEN (STATUS O) ORDER THROUGH
      *  ORDCHAB2 BEFORE SHIP CONFIRMATION: A LINE QUANTITY CHANGED,
      *  A LINE ADDED OR DELETED, A LINE RE-PRICED, OR THE SHIP-TO OR
      *  CARRIER CHANGED.  KEYED BY INVOICE PLUS THE DATE/TIME/SEQ OF
      *  THE CHANGE SO AN ORDER'S HISTORY READS IN ORDER.  QUANTITIES
      *  ARE THE ORDERED QUANTITY (SHIPPABLE PLUS BACKORDERED); THE
      *  CODE FIELDS CARRY THE OLD AND NEW SHIP-TO SEQUENCE OR
      *  CARRIER.  ORDCLB2 PRINTS THE LOG - WHO CHANGED WHAT.
      *****************************************************************
       01  ORDER-CHANGE-RECORD.
           05  OCL-KEY.
               10  OCL-INVOICE-NUMBER        PIC 9(06).
               10  OCL-CHANGE-DATE           PIC X(08).
               10  OCL-CHANGE-TIME           PIC S9(07) COMP-3.
               10  OCL-CHANGE-SEQ            PIC 9(03).
           05  OCL-CUSTOMER-NUMBER           PIC X(06).
           05  OCL-OPERATOR                  PIC X(04).
           05  OCL-CHANGE-TYPE               PIC X(01).
               88  OCL-TYPE-QUANTITY             VALUE 'Q'.
               88  OCL-TYPE-ADD-LINE             VALUE 'A'.
               88  OCL-TYPE-DELETE-LINE          VALUE 'D'.
               88  OCL-TYPE-PRICE                VALUE 'P'.
               88  OCL-TYPE-SHIPTO               VALUE 'S'.
               88  OCL-TYPE-CARRIER              VALUE 'C'.
           05  OCL-LINE-NUMBER               PIC 9(02).
           05  OCL-PRODUCT-CODE              PIC X(10).
           05  OCL-WAREHOUSE-CODE            PIC X(03).
           05  OCL-OLD-QUANTITY              PIC S9(07).
           05  OCL-NEW-QUANTITY              PIC S9(07).
           05  OCL-OLD-PRICE                 PIC S9(07)V99.
           05  OCL-NEW-PRICE                 PIC S9(07)V99.
           05  OCL-OLD-CODE                  PIC X(04).
           05  OCL-NEW-CODE                  PIC X(04).
           05  FILLER                        PIC X(13).
