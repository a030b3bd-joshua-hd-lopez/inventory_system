      *****************************************************************
      *  LNDBILL - LANDED COST BILL RECORD (LNDAB2).  ONE RECORD PER
      *  FREIGHT, DUTY OR BROKERAGE BILL THAT LNDCB2 HAS SPREAD INTO
      *  PRODUCT COST, KEYED BY THE CARRIER (OR BROKER) AND ITS BILL
      *  NUMBER SO THE SAME BILL SENT TWICE IS NOT CAPITALIZED TWICE.
      *  THE AMOUNT SPLITS INTO THE PART ABSORBED BY UNITS STILL ON
      *  HAND AND THE PART CHARGED TO VARIANCE FOR UNITS ALREADY SOLD.
      *  80 BYTES.
      *****************************************************************
       01  LANDED-COST-BILL-RECORD.
           05  LND-KEY.
               10  LND-CARRIER-NUMBER        PIC X(06).
               10  LND-BILL-NUMBER           PIC X(10).
           05  LND-CHARGE-TYPE               PIC X(01).
               88  LND-CHARGE-FREIGHT            VALUE 'F'.
               88  LND-CHARGE-DUTY               VALUE 'D'.
               88  LND-CHARGE-BROKERAGE          VALUE 'B'.
           05  LND-ALLOCATION-BASIS          PIC X(01).
               88  LND-BY-VALUE                  VALUE 'V'.
               88  LND-BY-WEIGHT                 VALUE 'W'.
               88  LND-BY-QUANTITY               VALUE 'Q'.
           05  LND-BILL-AMOUNT               PIC S9(07)V99.
           05  LND-BILL-DATE                 PIC X(08).
           05  LND-APPLIED-DATE              PIC X(08).
           05  LND-CAPITALIZED-AMOUNT        PIC S9(07)V99.
           05  LND-VARIANCE-AMOUNT           PIC S9(07)V99.
           05  LND-LINE-COUNT                PIC S9(03).
           05  FILLER                        PIC X(16).
