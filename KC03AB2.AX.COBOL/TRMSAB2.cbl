           05  TRM-C-DAYS             PIC X.
           05  TRM-H-DAYS             PIC X.
           05  TRM-D-DAYS-ALPHA       PIC X(03).
           05  TRM-L-CIA              PIC S9(4) COMP.
           05  TRM-A-CIA              PIC X.
           05  TRM-C-CIA              PIC X.
           05  TRM-H-CIA              PIC X.
           05  TRM-D-CIA              PIC X(01).
           05  TRM-D-MESSAGE          PIC X(79).
           05  TRM-D-FKEY             PIC X(40).
           05  TRM-L-DUMMY            PIC S9(4) COMP.
