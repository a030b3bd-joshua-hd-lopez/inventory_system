      *****************************************************************
      *  AUTSAB2 - SYMBOLIC MAP FOR THE PRODUCT AUTHORIZATION
      *  MAINTENANCE SCREEN (AUTMAB2/AUTSAB2), USED BY AUTMAB2.
      *  MODELED ON CNTSAB2.
      *****************************************************************
       01  AUTMAP1.
           05  AUT-D-TRANID           PIC X(04).
           05  AUT-D-INSTR            PIC X(79).
           05  AUT-L-ACTION           PIC S9(4) COMP.
           05  AUT-A-ACTION           PIC X.
           05  AUT-C-ACTION           PIC X.
           05  AUT-H-ACTION           PIC X.
           05  AUT-D-ACTION           PIC X(01).
           05  AUT-L-CUSTNO           PIC S9(4) COMP.
           05  AUT-A-CUSTNO           PIC X.
           05  AUT-C-CUSTNO           PIC X.
           05  AUT-H-CUSTNO           PIC X.
           05  AUT-D-CUSTNO           PIC X(06).
           05  AUT-D-CNAME            PIC X(30).
           05  AUT-L-TYPE             PIC S9(4) COMP.
           05  AUT-A-TYPE             PIC X.
           05  AUT-C-TYPE             PIC X.
           05  AUT-H-TYPE             PIC X.
           05  AUT-D-TYPE             PIC X(01).
           05  AUT-L-ITEM             PIC S9(4) COMP.
           05  AUT-A-ITEM             PIC X.
           05  AUT-C-ITEM             PIC X.
           05  AUT-H-ITEM             PIC X.
           05  AUT-D-ITEM             PIC X(10).
           05  AUT-D-PDESC            PIC X(20).
           05  AUT-L-MODE             PIC S9(4) COMP.
           05  AUT-A-MODE             PIC X.
           05  AUT-C-MODE             PIC X.
           05  AUT-H-MODE             PIC X.
           05  AUT-D-MODE             PIC X(01).
           05  AUT-D-OLDMODE          PIC X(01).
           05  AUT-D-CHGBY            PIC X(04).
           05  AUT-D-CHGDT            PIC X(08).
           05  AUT-D-MESSAGE          PIC X(79).
           05  AUT-D-FKEY             PIC X(40).
           05  AUT-L-DUMMY            PIC S9(4) COMP.
           05  AUT-A-DUMMY            PIC X.
           05  AUT-D-DUMMY            PIC X(01).
