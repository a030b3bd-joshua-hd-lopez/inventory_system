      *****************************************************************
      *  POCSAB2 - SYMBOLIC MAP FOR THE PURCHASE ORDER CHANGE SCREEN
      *  (POCMAB2/POCSAB2), USED BY POCHAB2.  MODELED ON RTVSAB2.
      *  THE BUYER KEYS A PO NUMBER AND ITS LINES ARE LISTED WITH
      *  THE CURRENT ORDERED AND RECEIVED QUANTITIES, UNIT COST AND
      *  EXPECTED DATE.  A NEW QUANTITY, COST OR EXPECTED DATE IS
      *  KEYED BESIDE ANY OPEN LINE (BLANK MEANS NO CHANGE), A Y IN
      *  THE CXL COLUMN CANCELS THE LINE, AND A Y IN THE CANCEL-PO
      *  FIELD CANCELS EVERY OPEN LINE ON THE ORDER.
      *****************************************************************
       01  POCMAP1.
           05  POC-D-TRANID           PIC X(04).
           05  POC-D-INSTR            PIC X(79).
           05  POC-L-PONO             PIC S9(4) COMP.
           05  POC-A-PONO             PIC X.
           05  POC-C-PONO             PIC X.
           05  POC-H-PONO             PIC X.
           05  POC-D-PONO             PIC X(06).
           05  POC-D-VENDNO           PIC X(06).
           05  POC-D-VENDNAME         PIC X(30).
           05  POC-L-CXLPO            PIC S9(4) COMP.
           05  POC-A-CXLPO            PIC X.
           05  POC-C-CXLPO            PIC X.
           05  POC-H-CXLPO            PIC X.
           05  POC-D-CXLPO            PIC X(01).
           05  POC-CHANGE-LINE        OCCURS 6 TIMES.
               10  POC-D-LINENO       PIC X(02).
               10  POC-D-PCODE        PIC X(10).
               10  POC-D-ORDQTY       PIC Z(06)9.
               10  POC-D-RCVQTY       PIC Z(06)9.
               10  POC-D-COST         PIC Z(04)9.99.
               10  POC-D-EXPDATE      PIC X(08).
               10  POC-D-STAT         PIC X(04).
               10  POC-L-QTY          PIC S9(4) COMP.
               10  POC-A-QTY          PIC X.
               10  POC-C-QTY          PIC X.
               10  POC-H-QTY          PIC X.
               10  POC-D-QTY-ALPHA    PIC X(05).
               10  POC-L-NCOST        PIC S9(4) COMP.
               10  POC-A-NCOST        PIC X.
               10  POC-C-NCOST        PIC X.
               10  POC-H-NCOST        PIC X.
               10  POC-D-NCOST-ALPHA  PIC X(08).
               10  POC-L-NDATE        PIC S9(4) COMP.
               10  POC-A-NDATE        PIC X.
               10  POC-C-NDATE        PIC X.
               10  POC-H-NDATE        PIC X.
               10  POC-D-NDATE        PIC X(08).
               10  POC-L-CXL          PIC S9(4) COMP.
               10  POC-A-CXL          PIC X.
               10  POC-C-CXL          PIC X.
               10  POC-H-CXL          PIC X.
               10  POC-D-CXL          PIC X(01).
           05  POC-D-MESSAGE          PIC X(79).
           05  POC-D-FKEY             PIC X(40).
           05  POC-L-DUMMY            PIC S9(4) COMP.
           05  POC-A-DUMMY            PIC X.
           05  POC-D-DUMMY            PIC X(01).
