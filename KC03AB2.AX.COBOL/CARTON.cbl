      *****************************************************************
      *  CARTON - PACKED CARTON RECORD (CTNAB2).  ONE RECORD PER BOX
      *  PACKED AGAINST AN INVOICE AT THE PACK STATION (PCKAB2),
      *  KEYED BY INVOICE AND CARTON NUMBER (001 UP).  EACH CARTON
      *  CARRIES A UNIQUE SERIAL FOR ITS SHIPPING LABEL - THE
      *  INVOICE NUMBER, THE CARTON NUMBER AND A MOD-7 CHECK DIGIT -
      *  ITS WEIGHT OFF THE SCALE, AND WHAT WENT INTO IT BY INVOICE
      *  LINE (PRODUCT, QUANTITY AND THE LINE'S LOT).  SHCAB2 TAKES
      *  THE PACKED TOTALS AS THE SHIPPED QUANTITIES, BOLPRB2 COUNTS
      *  AND WEIGHS THE BOXES FOR THE BILL OF LADING, AND ASNEXB2
      *  REPORTS THE CONTENTS OF EACH BOX ON THE SHIP NOTICE.  THE
      *  PACK DATE IS MMDDYYYY.  350 BYTES.
      *****************************************************************
       01  CARTON-RECORD.
           05  CTN-KEY.
               10  CTN-INVOICE-NUMBER        PIC 9(06).
               10  CTN-CARTON-NUMBER         PIC 9(03).
           05  CTN-SERIAL-NUMBER             PIC 9(10).
           05  CTN-SERIAL-R REDEFINES CTN-SERIAL-NUMBER.
               10  CTN-SERIAL-BASE           PIC 9(09).
               10  CTN-SERIAL-CHECK          PIC 9(01).
           05  CTN-WAREHOUSE-CODE            PIC X(03).
           05  CTN-WEIGHT                    PIC S9(05)V99.
           05  CTN-PACK-DATE                 PIC X(08).
           05  CTN-PACK-OPERATOR             PIC X(04).
           05  CTN-ITEM-COUNT                PIC 9(02).
           05  CTN-ITEM                      OCCURS 10 TIMES.
               10  CTN-LINE-NUMBER           PIC 9(02).
               10  CTN-PRODUCT-CODE          PIC X(10).
               10  CTN-QUANTITY              PIC S9(07).
               10  CTN-LOT-NUMBER            PIC X(10).
           05  FILLER                        PIC X(17).
