      *****************************************************************
      *  PCKSAB2 - SYMBOLIC MAP FOR THE CARTON PACKING SCREEN
      *  (PCKMAB2/PCKSAB2), USED BY PCKAB2.  MODELED ON SHCSAB2.  THE
      *  PACKER KEYS THE INVOICE NUMBER OFF THE PICK TICKET; THE
      *  LINES ARE LISTED WITH THE QUANTITY ORDERED AND THE QUANTITY
      *  ALREADY PACKED IN EARLIER CARTONS, THE NEXT CARTON NUMBER IS
      *  SHOWN, AND THE QUANTITY GOING INTO THIS CARTON IS KEYED
      *  AGAINST EACH LINE WITH THE CARTON'S WEIGHT OFF THE SCALE.
      *****************************************************************
       01  PCKMAP1.
           05  PCK-D-TRANID           PIC X(04).
           05  PCK-D-INSTR            PIC X(79).
           05  PCK-L-INVNO            PIC S9(4) COMP.
           05  PCK-A-INVNO            PIC X.
           05  PCK-C-INVNO            PIC X.
           05  PCK-H-INVNO            PIC X.
           05  PCK-D-INVNO            PIC X(06).
           05  PCK-D-CUSTNO           PIC X(06).
           05  PCK-D-INVDATE          PIC X(08).
           05  PCK-D-CTNNO            PIC X(03).
           05  PCK-PACK-LINE          OCCURS 10 TIMES.
               10  PCK-D-PCODE        PIC X(10).
               10  PCK-D-WHSE         PIC X(03).
               10  PCK-D-ORDQTY       PIC Z(06)9.
               10  PCK-D-PKDQTY       PIC Z(06)9.
               10  PCK-L-PACKQTY      PIC S9(4) COMP.
               10  PCK-A-PACKQTY      PIC X.
               10  PCK-C-PACKQTY      PIC X.
               10  PCK-H-PACKQTY      PIC X.
               10  PCK-D-PACKQTY-ALPHA PIC X(05).
           05  PCK-L-WEIGHT           PIC S9(4) COMP.
           05  PCK-A-WEIGHT           PIC X.
           05  PCK-C-WEIGHT           PIC X.
           05  PCK-H-WEIGHT           PIC X.
           05  PCK-D-WEIGHT-ALPHA     PIC X(08).
           05  PCK-D-MESSAGE          PIC X(79).
           05  PCK-D-FKEY             PIC X(40).
           05  PCK-L-DUMMY            PIC S9(4) COMP.
           05  PCK-A-DUMMY            PIC X.
           05  PCK-D-DUMMY            PIC X(01).
