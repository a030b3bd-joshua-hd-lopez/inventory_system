      *****************************************************************
      *  COSTLYR - FIFO COST LAYER RECORD (CLYAB2).  ONE RECORD PER
      *  LAYER OF STOCK STILL ON HAND, KEYED BY PRODUCT, WAREHOUSE,
      *  THE DATE THE LAYER CAME IN AND A SEQUENCE, SO A BROWSE OF A
      *  PRODUCT/WAREHOUSE READS ITS LAYERS OLDEST FIRST.  THE LAYER
      *  DATE IS YYYYMMDD FOR THAT REASON.  CLYBLB2 REBUILDS THE
      *  WHOLE FILE AS OF A DATE: EACH RCTAB2 RECEIPT IS A LAYER AT
      *  ITS POAB2 LINE'S UNIT COST, AN ILGARB2 OPENING BALANCE OR
      *  ANY OTHER STOCK COMING IN IS A LAYER AT PRD-UNIT-COST, AND
      *  EVERY ILGAB2 MOVEMENT OUT CONSUMES THE OLDEST LAYERS FIRST.
      *  CLYVLB2 VALUES WHAT IS LEFT AGAINST THE MOVING AVERAGE.
      *  80 BYTES.
      *****************************************************************
       01  COST-LAYER-RECORD.
           05  LYR-KEY.
               10  LYR-PRODUCT-CODE          PIC X(10).
               10  LYR-WAREHOUSE-CODE        PIC X(03).
               10  LYR-LAYER-DATE            PIC X(08).
               10  LYR-SEQUENCE              PIC 9(03).
           05  LYR-SOURCE                    PIC X(01).
               88  LYR-SOURCE-RECEIPT              VALUE 'R'.
               88  LYR-SOURCE-OPENING              VALUE 'B'.
               88  LYR-SOURCE-OTHER                VALUE 'O'.
      *
      *    THE PO NUMBER AND LINE FOR A RECEIPT LAYER, ZERO OTHERWISE.
      *
           05  LYR-PO-NUMBER                 PIC 9(06).
           05  LYR-PO-LINE                   PIC 9(02).
           05  LYR-QUANTITY-RECEIVED         PIC S9(07).
           05  LYR-QUANTITY-REMAINING        PIC S9(07).
           05  LYR-UNIT-COST                 PIC S9(07)V99.
      *
      *    THE DATE THE FILE WAS BUILT AS OF, YYYYMMDD.
      *
           05  LYR-AS-OF-DATE                PIC X(08).
           05  FILLER                        PIC X(16).
