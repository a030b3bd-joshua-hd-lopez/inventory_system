      *****************************************************************
      *  WARSAB2 - SYMBOLIC MAP FOR THE WARRANTY INQUIRY SCREEN
      *  (WARMAB2/WARSAB2), USED BY WARQAB2.  MODELED ON ORDSET1.
      *  PRODUCT AND SERIAL ARE KEYED; EVERYTHING ELSE IS DISPLAY-
      *  ONLY.
      *****************************************************************
       01  WARMAP1.
           05  WRQ-D-TRANID           PIC X(04).
           05  WRQ-D-INSTR            PIC X(79).
           05  WRQ-L-PCODE            PIC S9(4) COMP.
           05  WRQ-A-PCODE            PIC X.
           05  WRQ-C-PCODE            PIC X.
           05  WRQ-H-PCODE            PIC X.
           05  WRQ-D-PCODE            PIC X(10).
           05  WRQ-L-SERIAL           PIC S9(4) COMP.
           05  WRQ-A-SERIAL           PIC X.
           05  WRQ-C-SERIAL           PIC X.
           05  WRQ-H-SERIAL           PIC X.
           05  WRQ-D-SERIAL           PIC X(15).
           05  WRQ-D-PDESC            PIC X(20).
           05  WRQ-D-WMONTHS          PIC Z9.
           05  WRQ-D-STATUS           PIC X(10).
           05  WRQ-D-WHSE             PIC X(03).
           05  WRQ-D-RCVDATE          PIC X(08).
           05  WRQ-D-PONO             PIC X(06).
           05  WRQ-D-VENDNO           PIC X(06).
           05  WRQ-D-VNAME            PIC X(30).
           05  WRQ-D-INVNO            PIC X(06).
           05  WRQ-D-SHIPDATE         PIC X(08).
           05  WRQ-D-CUSTNO           PIC X(06).
           05  WRQ-D-CNAME            PIC X(30).
           05  WRQ-D-WAREND           PIC X(08).
           05  WRQ-D-COVERAGE         PIC X(12).
           05  WRQ-D-RMANO            PIC X(06).
           05  WRQ-D-RETDATE          PIC X(08).
           05  WRQ-D-MESSAGE          PIC X(79).
           05  WRQ-D-FKEY             PIC X(40).
           05  WRQ-L-DUMMY            PIC S9(4) COMP.
           05  WRQ-A-DUMMY            PIC X.
           05  WRQ-D-DUMMY            PIC X(01).
