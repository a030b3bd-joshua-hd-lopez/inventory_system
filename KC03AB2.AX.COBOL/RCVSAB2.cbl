      *  RCVSAB2 - SYMBOLIC MAP FOR THE RECEIVING SCREEN (RCVMAB2/
      *  RCVSAB2), USED BY RCVAB2.  MODELED ON ORDSET1.  THE DOCK
      *  KEYS A PO NUMBER, THE OPEN LINES ARE LISTED, AND THE
      *  RECEIVED QUANTITY IS KEYED AGAINST EACH LINE.  AN ASN NUMBER
      *  KEYED WITH THE PO PRE-FILLS THE QUANTITIES AND LOTS FROM THE
      *  VENDOR'S SHIP NOTICE (VSNAB2) FOR THE DOCK TO CONFIRM.
      *****************************************************************
       01  RCVMAP1.
           05  RCV-D-TRANID           PIC X(04).
           05  RCV-C-PONO             PIC X.
           05  RCV-H-PONO             PIC X.
           05  RCV-D-PONO             PIC X(06).
           05  RCV-L-ASNNO            PIC S9(4) COMP.
           05  RCV-A-ASNNO            PIC X.
           05  RCV-C-ASNNO            PIC X.
           05  RCV-H-ASNNO            PIC X.
           05  RCV-D-ASNNO            PIC X(10).
           05  RCV-D-VENDNO           PIC X(06).
           05  RCV-D-VENDNAME         PIC X(30).
           05  RCV-RECEIPT-LINE       OCCURS 6 TIMES.
