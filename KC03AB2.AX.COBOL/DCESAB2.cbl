      *****************************************************************
      *  DCESAB2 - SYMBOLIC MAP FOR THE CASH DRAWER COUNT SCREEN
      *  (DCEMAB2/DCESAB2), USED BY DCEAB2.  MODELED ON CCESAB2.
      *****************************************************************
       01  DCEMAP1.
           05  DCE-D-TRANID           PIC X(04).
           05  DCE-D-INSTR            PIC X(79).
           05  DCE-D-DATE             PIC X(10).
           05  DCE-L-BRANCH           PIC S9(4) COMP.
           05  DCE-A-BRANCH           PIC X.
           05  DCE-C-BRANCH           PIC X.
           05  DCE-H-BRANCH           PIC X.
           05  DCE-D-BRANCH           PIC X(03).
           05  DCE-L-OPER             PIC S9(4) COMP.
           05  DCE-A-OPER             PIC X.
           05  DCE-C-OPER             PIC X.
           05  DCE-H-OPER             PIC X.
           05  DCE-D-OPER             PIC X(04).
           05  DCE-L-FLOAT            PIC S9(4) COMP.
           05  DCE-A-FLOAT            PIC X.
           05  DCE-C-FLOAT            PIC X.
           05  DCE-H-FLOAT            PIC X.
           05  DCE-D-FLOAT-ALPHA      PIC X(10).
           05  DCE-L-CASH             PIC S9(4) COMP.
           05  DCE-A-CASH             PIC X.
           05  DCE-C-CASH             PIC X.
           05  DCE-H-CASH             PIC X.
           05  DCE-D-CASH-ALPHA       PIC X(10).
           05  DCE-L-CHECKS           PIC S9(4) COMP.
           05  DCE-A-CHECKS           PIC X.
           05  DCE-C-CHECKS           PIC X.
           05  DCE-H-CHECKS           PIC X.
           05  DCE-D-CHECKS-ALPHA     PIC X(10).
           05  DCE-L-CHKCNT           PIC S9(4) COMP.
           05  DCE-A-CHKCNT           PIC X.
           05  DCE-C-CHKCNT           PIC X.
           05  DCE-H-CHKCNT           PIC X.
           05  DCE-D-CHKCNT-ALPHA     PIC X(05).
           05  DCE-D-MESSAGE          PIC X(79).
           05  DCE-D-FKEY             PIC X(40).
           05  DCE-L-DUMMY            PIC S9(4) COMP.
           05  DCE-A-DUMMY            PIC X.
           05  DCE-D-DUMMY            PIC X(01).
