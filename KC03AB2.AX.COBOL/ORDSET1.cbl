           05  ORD-C-SHIPDT           PIC X.
           05  ORD-H-SHIPDT           PIC X.
           05  ORD-D-SHIPDT           PIC X(08).
           05  ORD-L-LOSTRSN          PIC S9(4) COMP.
           05  ORD-A-LOSTRSN          PIC X.
           05  ORD-C-LOSTRSN          PIC X.
           05  ORD-H-LOSTRSN          PIC X.
           05  ORD-D-LOSTRSN          PIC X(01).
           05  ORD-L-CARDTOK          PIC S9(4) COMP.
           05  ORD-A-CARDTOK          PIC X.
           05  ORD-C-CARDTOK          PIC X.
           05  ORD-H-CARDTOK          PIC X.
           05  ORD-D-CARDTOK          PIC X(16).
           05  ORD-L-AUTHCD           PIC S9(4) COMP.
           05  ORD-A-AUTHCD           PIC X.
           05  ORD-C-AUTHCD           PIC X.
           05  ORD-H-AUTHCD           PIC X.
           05  ORD-D-AUTHCD           PIC X(06).
           05  ORD-L-AUTHAMT          PIC S9(4) COMP.
           05  ORD-A-AUTHAMT          PIC X.
           05  ORD-C-AUTHAMT          PIC X.
           05  ORD-H-AUTHAMT          PIC X.
           05  ORD-D-AUTHAMT-ALPHA    PIC X(10).
           05  ORD-LINE-ITEM OCCURS 10 TIMES.
               10  ORD-L-PCODE        PIC S9(4) COMP.
               10  ORD-A-PCODE        PIC X.
