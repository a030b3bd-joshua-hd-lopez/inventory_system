           05  CAR-C-MINCHG           PIC X.
           05  CAR-H-MINCHG           PIC X.
           05  CAR-D-MINCHG-ALPHA     PIC X(09).
           05  CAR-L-HAZMAT           PIC S9(4) COMP.
           05  CAR-A-HAZMAT           PIC X.
           05  CAR-C-HAZMAT           PIC X.
           05  CAR-H-HAZMAT           PIC X.
           05  CAR-D-HAZMAT           PIC X(01).
           05  CAR-D-MESSAGE          PIC X(79).
           05  CAR-D-FKEY             PIC X(40).
           05  CAR-L-DUMMY            PIC S9(4) COMP.
