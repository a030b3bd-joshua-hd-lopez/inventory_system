      *****************************************************************
      *  CSUSAB2 - SYMBOLIC MAP FOR THE CONSIGNMENT USAGE ENTRY
      *  SCREEN (CSUMAB2/CSUSAB2), USED BY CSUEAB2.  MODELED ON
      *  CCESAB2.
      *****************************************************************
       01  CSUMAP1.
           05  CSE-D-TRANID           PIC X(04).
           05  CSE-D-INSTR            PIC X(79).
           05  CSE-L-WHSE             PIC S9(4) COMP.
           05  CSE-A-WHSE             PIC X.
           05  CSE-C-WHSE             PIC X.
           05  CSE-H-WHSE             PIC X.
           05  CSE-D-WHSE             PIC X(03).
           05  CSE-L-PCODE            PIC S9(4) COMP.
           05  CSE-A-PCODE            PIC X.
           05  CSE-C-PCODE            PIC X.
           05  CSE-H-PCODE            PIC X.
           05  CSE-D-PCODE            PIC X(10).
           05  CSE-L-QTY              PIC S9(4) COMP.
           05  CSE-A-QTY              PIC X.
           05  CSE-C-QTY              PIC X.
           05  CSE-H-QTY              PIC X.
           05  CSE-D-QTY-ALPHA        PIC X(05).
           05  CSE-D-CUSTNO           PIC X(06).
           05  CSE-D-ONHAND           PIC Z(06)9-.
           05  CSE-D-PENDING          PIC Z(06)9-.
           05  CSE-D-MESSAGE          PIC X(79).
           05  CSE-D-FKEY             PIC X(40).
           05  CSE-L-DUMMY            PIC S9(4) COMP.
           05  CSE-A-DUMMY            PIC X.
           05  CSE-D-DUMMY            PIC X(01).
