      *****************************************************************
      *  WRHSAB2 - SYMBOLIC MAP FOR THE WAREHOUSE MASTER MAINTENANCE
      *  SCREEN (WRHMAB2/WRHSAB2), USED BY WRHMAB2.  MODELED ON
      *  VNDSAB2.  THE PRINT NODE AND PRINT USER ID ARE THE
      *  WAREHOUSE'S OWN PRINTER DESTINATION (BLANK = CENTRAL).
      *  TYPE C MARKS A CONSIGNMENT SITE, OWNED BY THE CUSTOMER IN
      *  CUSTNO.
      *****************************************************************
       01  WRHMAP1.
           05  WRH-M-D-TRANID           PIC X(04).
           05  WRH-M-C-STATUS           PIC X.
           05  WRH-M-H-STATUS           PIC X.
           05  WRH-M-D-STATUS           PIC X(01).
           05  WRH-M-L-PNODE            PIC S9(4) COMP.
           05  WRH-M-A-PNODE            PIC X.
           05  WRH-M-C-PNODE            PIC X.
           05  WRH-M-H-PNODE            PIC X.
           05  WRH-M-D-PNODE            PIC X(08).
           05  WRH-M-L-PUSER            PIC S9(4) COMP.
           05  WRH-M-A-PUSER            PIC X.
           05  WRH-M-C-PUSER            PIC X.
           05  WRH-M-H-PUSER            PIC X.
           05  WRH-M-D-PUSER            PIC X(08).
           05  WRH-M-L-TYPE             PIC S9(4) COMP.
           05  WRH-M-A-TYPE             PIC X.
           05  WRH-M-C-TYPE             PIC X.
           05  WRH-M-H-TYPE             PIC X.
           05  WRH-M-D-TYPE             PIC X(01).
           05  WRH-M-L-CUSTNO           PIC S9(4) COMP.
           05  WRH-M-A-CUSTNO           PIC X.
           05  WRH-M-C-CUSTNO           PIC X.
           05  WRH-M-H-CUSTNO           PIC X.
           05  WRH-M-D-CUSTNO           PIC X(06).
           05  WRH-M-L-COMPANY          PIC S9(4) COMP.
           05  WRH-M-A-COMPANY          PIC X.
           05  WRH-M-C-COMPANY          PIC X.
           05  WRH-M-H-COMPANY          PIC X.
           05  WRH-M-D-COMPANY          PIC X(02).
           05  WRH-M-D-MESSAGE          PIC X(79).
           05  WRH-M-D-FKEY             PIC X(40).
           05  WRH-M-L-DUMMY            PIC S9(4) COMP.
