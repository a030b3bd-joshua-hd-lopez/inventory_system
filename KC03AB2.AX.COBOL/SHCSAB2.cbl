      *  (SHCMAB2/SHCSAB2), USED BY SHCAB2.  MODELED ON ORDSET1.  THE
      *  WAREHOUSE KEYS THE INVOICE NUMBER OFF THE PICK TICKET, THE
      *  BILLED LINES ARE LISTED, AND THE ACTUAL SHIPPED QUANTITIES,
      *  CARRIER, TRACKING NUMBER AND SHIP DATE ARE KEYED.  THE PICK
      *  WAVE THE ORDER WAS RELEASED IN (IF ANY) IS SHOWN WITH THE
      *  CUSTOMER AND DATE SO THE PACKER CAN TIE IT TO THE WAVE.
      *****************************************************************
       01  SHCMAP1.
           05  SHC-D-TRANID           PIC X(04).
           05  SHC-D-INVNO            PIC X(06).
           05  SHC-D-CUSTNO           PIC X(06).
           05  SHC-D-INVDATE          PIC X(08).
           05  SHC-D-WAVENO           PIC X(06).
           05  SHC-SHIP-LINE          OCCURS 10 TIMES.
               10  SHC-D-PCODE        PIC X(10).
               10  SHC-D-WHSE         PIC X(03).
