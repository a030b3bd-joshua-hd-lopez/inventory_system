      *****************************************************************
      *  LOSTSL - LOST SALE RECORD (LSLAB2).
      *  ONE RECORD EACH TIME DEMAND THE WAREHOUSE COULD NOT FILL IS
      *  CANCELLED RATHER THAN BACKORDERED: A SHORT LINE DROPPED OR
      *  CUT BACK IN ORDER ENTRY (ORDERAB2, INCLUDING A CONVERTED
      *  QUOTE RESUMED THERE) OR A SHORT EDI LINE FOR A TRADING
      *  PARTNER THAT TAKES NO BACKORDERS (EDIORB2).  KEYED BY THE
      *  DATE/TIME/SEQ OF THE CANCELLATION.  LSLRPB2 PRINTS IT FOR
      *  PURCHASING AND ROPCLB2 CAN ADD IT BACK INTO DEMAND.  BATCH
      *  WRITERS CARRY THE JOB NAME AS THE OPERATOR.
      *****************************************************************
       01  LOST-SALE-RECORD.
           05  LSL-KEY.
               10  LSL-LOST-DATE             PIC X(08).
               10  LSL-LOST-TIME             PIC S9(07) COMP-3.
               10  LSL-LOST-SEQ              PIC 9(02).
           05  LSL-SOURCE                    PIC X(01).
               88  LSL-SOURCE-ORDER-ENTRY        VALUE 'O'.
               88  LSL-SOURCE-QUOTE              VALUE 'Q'.
               88  LSL-SOURCE-EDI                VALUE 'E'.
           05  LSL-CUSTOMER-NUMBER           PIC X(06).
           05  LSL-PRODUCT-CODE              PIC X(10).
           05  LSL-WAREHOUSE-CODE            PIC X(03).
           05  LSL-QUANTITY-ORDERED          PIC S9(07).
           05  LSL-QUANTITY-LOST             PIC S9(07).
           05  LSL-REASON                    PIC X(01).
               88  LSL-REASON-NO-STOCK           VALUE 'S'.
               88  LSL-REASON-PRICE              VALUE 'P'.
               88  LSL-REASON-LEAD-TIME          VALUE 'L'.
               88  LSL-REASON-VALID              VALUE 'S' 'P' 'L'.
           05  LSL-OPERATOR                  PIC X(08).
           05  LSL-TERMINAL                  PIC X(04).
           05  LSL-REFERENCE                 PIC X(10).
           05  FILLER                        PIC X(09).
