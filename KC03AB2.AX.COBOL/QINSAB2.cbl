      *****************************************************************
      *  QINSAB2 - SYMBOLIC MAP FOR THE QUARANTINE DISPOSITION SCREEN
      *  (QINMAB2/QINSAB2), USED BY QINAB2.  MODELED ON ADJSAB2 AND
      *  RTVSAB2.  THE SUPERVISOR KEYS A PRODUCT AND WAREHOUSE, THE
      *  QUARANTINE LOTS ARE LISTED OLDEST FIRST WITH WHERE THEY CAME
      *  FROM AND WHAT REMAINS, AND A DISPOSITION (R=RELEASE,
      *  S=SCRAP, V=RETURN TO VENDOR), QUANTITY AND - FOR A SCRAP - A
      *  REASON CODE ARE KEYED AGAINST EACH LOT.
      *****************************************************************
       01  QINMAP1.
           05  QIN-D-TRANID           PIC X(04).
           05  QIN-D-INSTR            PIC X(79).
           05  QIN-L-PCODE            PIC S9(4) COMP.
           05  QIN-A-PCODE            PIC X.
           05  QIN-C-PCODE            PIC X.
           05  QIN-H-PCODE            PIC X.
           05  QIN-D-PCODE            PIC X(10).
           05  QIN-D-DESC             PIC X(20).
           05  QIN-L-WHSE             PIC S9(4) COMP.
           05  QIN-A-WHSE             PIC X.
           05  QIN-C-WHSE             PIC X.
           05  QIN-H-WHSE             PIC X.
           05  QIN-D-WHSE             PIC X(03).
           05  QIN-D-ONHAND           PIC Z(06)9-.
           05  QIN-D-QUARQTY          PIC Z(06)9-.
           05  QIN-LOT-LINE           OCCURS 8 TIMES.
               10  QIN-D-SEQ          PIC X(03).
               10  QIN-D-SRC          PIC X(03).
               10  QIN-D-DOCNO        PIC X(06).
               10  QIN-D-DOCLN        PIC X(02).
               10  QIN-D-QDATE        PIC X(08).
               10  QIN-D-LOTNO        PIC X(10).
               10  QIN-D-REMQTY       PIC Z(06)9.
               10  QIN-L-ACT          PIC S9(4) COMP.
               10  QIN-A-ACT          PIC X.
               10  QIN-C-ACT          PIC X.
               10  QIN-H-ACT          PIC X.
               10  QIN-D-ACT          PIC X(01).
               10  QIN-L-QTY          PIC S9(4) COMP.
               10  QIN-A-QTY          PIC X.
               10  QIN-C-QTY          PIC X.
               10  QIN-H-QTY          PIC X.
               10  QIN-D-QTY-ALPHA    PIC X(05).
               10  QIN-L-RSN          PIC S9(4) COMP.
               10  QIN-A-RSN          PIC X.
               10  QIN-C-RSN          PIC X.
               10  QIN-H-RSN          PIC X.
               10  QIN-D-RSN          PIC X(03).
           05  QIN-D-MESSAGE          PIC X(79).
           05  QIN-D-FKEY             PIC X(40).
           05  QIN-L-DUMMY            PIC S9(4) COMP.
           05  QIN-A-DUMMY            PIC X.
           05  QIN-D-DUMMY            PIC X(01).
