      *****************************************************************
      *  PLVAUD - PRICE LEVEL MATRIX CHANGE AUDIT RECORD (PLAAB2).
      *  ONE RECORD PER ADD, CHANGE OR DELETE THROUGH THE PLVMAB2
      *  PRICE LEVEL MAINTENANCE SCREEN, IN THE STYLE OF THE CNTAUD
      *  CONTRACT AUDIT.  KEYED BY LEVEL, CATEGORY AND THE DATE/TIME
      *  OF THE CHANGE SO ONE MATRIX CELL CAN HAVE MANY HISTORY
      *  RECORDS - INCLUDING AFTER IT IS DELETED.
      *****************************************************************
       01  PRICE-LEVEL-AUDIT-RECORD.
           05  PLA-KEY.
               10  PLA-PRICE-LEVEL           PIC X(02).
               10  PLA-PRODUCT-CATEGORY      PIC X(04).
               10  PLA-CHANGE-DATE           PIC X(08).
               10  PLA-CHANGE-TIME           PIC S9(07) COMP-3.
           05  PLA-ACTION                    PIC X(01).
               88  PLA-ACTION-ADD                VALUE 'A'.
               88  PLA-ACTION-CHANGE             VALUE 'C'.
               88  PLA-ACTION-DELETE             VALUE 'D'.
           05  PLA-CHANGED-BY                PIC X(04).
           05  PLA-OLD-DISCOUNT-PCT          PIC S9(03)V99.
           05  PLA-NEW-DISCOUNT-PCT          PIC S9(03)V99.
           05  FILLER                        PIC X(07).
