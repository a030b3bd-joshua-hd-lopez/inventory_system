      *****************************************************************
      *  SVCSAB2 - SYMBOLIC MAP FOR THE SERVICE CONTRACT INQUIRY
      *  SCREEN (SVCMAB2/SVCSAB2), USED BY SVCQAB2.  MODELED ON
      *  ORDSET1.  THE OPERATOR KEYS A CONTRACT ID AND THE CONTRACT'S
      *  TERMS SHOW WITH ITS BILLING HISTORY OFF SVHAB2 - ONE LINE PER
      *  INVOICE THE BILLING RUN RAISED, MOST RECENT TWELVE.
      *****************************************************************
       01  SVCMAP1.
           05  SVC-D-TRANID           PIC X(04).
           05  SVC-D-INSTR            PIC X(79).
           05  SVC-L-CONTRACT         PIC S9(4) COMP.
           05  SVC-A-CONTRACT         PIC X.
           05  SVC-C-CONTRACT         PIC X.
           05  SVC-H-CONTRACT         PIC X.
           05  SVC-D-CONTRACT         PIC X(06).
           05  SVC-D-CUSTNO           PIC X(06).
           05  SVC-D-CUSTNAME         PIC X(30).
           05  SVC-D-DESC             PIC X(30).
           05  SVC-D-FREQ             PIC X(01).
           05  SVC-D-STATUS           PIC X(01).
           05  SVC-D-START            PIC X(08).
           05  SVC-D-END              PIC X(08).
           05  SVC-D-NEXTBILL         PIC X(08).
           05  SVC-HIST-LINE          OCCURS 12 TIMES.
               10  SVC-D-INVNO        PIC X(06).
               10  SVC-D-BILLDATE     PIC X(08).
               10  SVC-D-FROM         PIC X(08).
               10  SVC-D-THRU         PIC X(08).
               10  SVC-D-AMOUNT       PIC ZZZZZZ9.99-.
               10  SVC-D-TAX          PIC ZZZZZZ9.99-.
           05  SVC-D-BILLED           PIC ZZZZZZZZ9.99-.
           05  SVC-D-MESSAGE          PIC X(79).
           05  SVC-D-FKEY             PIC X(40).
           05  SVC-L-DUMMY            PIC S9(4) COMP.
           05  SVC-A-DUMMY            PIC X.
           05  SVC-D-DUMMY            PIC X(01).
