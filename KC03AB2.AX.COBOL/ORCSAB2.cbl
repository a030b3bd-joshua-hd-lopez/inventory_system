      *****************************************************************
      *  ORCSAB2 - SYMBOLIC MAP FOR THE OPEN ORDER CHANGE SCREEN
      *  (ORCMAB2/ORCSAB2).  THE OPERATOR KEYS AN OPEN ORDER'S
      *  INVOICE NUMBER; ITS SHIP-TO, CARRIER AND LINES COME BACK
      *  OPEN FOR CHANGE.  A LINE'S QUANTITY IS THE ORDERED QUANTITY
      *  (SHIPPABLE PLUS BACKORDERED); A BLANK LINE TAKES A NEW
      *  PRODUCT, WAREHOUSE AND QUANTITY.  FIELDS THAT ARE EDITED
      *  CARRY LENGTH, ATTRIBUTE, COLOR AND HIGHLIGHT BYTES AS IN
      *  ORDSET1.
      *****************************************************************
       01  ORCMAP1.
           05  OCH-D-TRANID           PIC X(04).
           05  OCH-D-INSTR            PIC X(79).
           05  OCH-L-INVNO            PIC S9(4) COMP.
           05  OCH-A-INVNO            PIC X.
           05  OCH-C-INVNO            PIC X.
           05  OCH-H-INVNO            PIC X.
           05  OCH-D-INVNO            PIC X(06).
           05  OCH-D-CUSTNO           PIC X(06).
           05  OCH-D-CNAME            PIC X(30).
           05  OCH-D-PONO             PIC X(10).
           05  OCH-D-WAVE             PIC X(06).
           05  OCH-L-SHIPTO           PIC S9(4) COMP.
           05  OCH-A-SHIPTO           PIC X.
           05  OCH-C-SHIPTO           PIC X.
           05  OCH-H-SHIPTO           PIC X.
           05  OCH-D-SHIPTO           PIC X(02).
           05  OCH-L-CARRIER          PIC S9(4) COMP.
           05  OCH-A-CARRIER          PIC X.
           05  OCH-C-CARRIER          PIC X.
           05  OCH-H-CARRIER          PIC X.
           05  OCH-D-CARRIER          PIC X(04).
           05  OCH-LINE-ITEM OCCURS 10 TIMES.
               10  OCH-L-PCODE        PIC S9(4) COMP.
               10  OCH-A-PCODE        PIC X.
               10  OCH-C-PCODE        PIC X.
               10  OCH-H-PCODE        PIC X.
               10  OCH-D-PCODE        PIC X(10).
               10  OCH-L-WHSE         PIC S9(4) COMP.
               10  OCH-A-WHSE         PIC X.
               10  OCH-C-WHSE         PIC X.
               10  OCH-H-WHSE         PIC X.
               10  OCH-D-WHSE         PIC X(03).
               10  OCH-L-QTY          PIC S9(4) COMP.
               10  OCH-A-QTY          PIC X.
               10  OCH-C-QTY          PIC X.
               10  OCH-H-QTY          PIC X.
               10  OCH-D-QTY-ALPHA    PIC X(05).
               10  OCH-D-QTY REDEFINES OCH-D-QTY-ALPHA
                                      PIC ZZZZ9.
               10  OCH-D-DESC         PIC X(20).
               10  OCH-D-BKO-ALPHA    PIC X(05).
               10  OCH-D-BKO REDEFINES OCH-D-BKO-ALPHA
                                      PIC ZZZZ9.
               10  OCH-D-NET-ALPHA    PIC X(10).
               10  OCH-D-NET REDEFINES OCH-D-NET-ALPHA
                                      PIC ZZZZZZ9.99.
               10  OCH-D-AMOUNT-ALPHA PIC X(12).
               10  OCH-D-AMOUNT REDEFINES OCH-D-AMOUNT-ALPHA
                                      PIC Z,ZZZ,ZZ9.99.
           05  OCH-D-TOTAL-ALPHA      PIC X(12).
           05  OCH-D-TOTAL REDEFINES OCH-D-TOTAL-ALPHA
                                      PIC Z,ZZZ,ZZ9.99.
           05  OCH-D-MESSAGE          PIC X(79).
           05  OCH-D-FKEY             PIC X(40).
