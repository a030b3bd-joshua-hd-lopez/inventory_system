               10  CSH-C-APPAMT       PIC X.
               10  CSH-H-APPAMT       PIC X.
               10  CSH-D-APPAMT-ALPHA PIC X(10).
               10  CSH-L-DEDRSN       PIC S9(4) COMP.
               10  CSH-A-DEDRSN       PIC X.
               10  CSH-C-DEDRSN       PIC X.
               10  CSH-H-DEDRSN       PIC X.
               10  CSH-D-DEDRSN       PIC X(01).
           05  CSH-D-APPLIED          PIC Z(06)9.99-.
           05  CSH-D-ONACCT           PIC Z(06)9.99-.
           05  CSH-L-DEPINV           PIC S9(4) COMP.
           05  CSH-A-DEPINV           PIC X.
           05  CSH-C-DEPINV           PIC X.
           05  CSH-H-DEPINV           PIC X.
           05  CSH-D-DEPINV           PIC X(06).
           05  CSH-D-MESSAGE          PIC X(79).
           05  CSH-D-FKEY             PIC X(40).
           05  CSH-L-DUMMY            PIC S9(4) COMP.
