           05  PER-C-PERIOD           PIC X.
           05  PER-H-PERIOD           PIC X.
           05  PER-D-PERIOD           PIC X(06).
           05  PER-L-COMPANY          PIC S9(4) COMP.
           05  PER-A-COMPANY          PIC X.
           05  PER-C-COMPANY          PIC X.
           05  PER-H-COMPANY          PIC X.
           05  PER-D-COMPANY          PIC X(02).
           05  PER-D-STATUS           PIC X(30).
           05  PER-D-MESSAGE          PIC X(79).
           05  PER-D-FKEY             PIC X(40).
