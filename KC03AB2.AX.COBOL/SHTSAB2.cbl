           05  SHT-C-ZIP              PIC X.
           05  SHT-H-ZIP              PIC X.
           05  SHT-D-ZIP              PIC X(10).
           05  SHT-L-CNTRY            PIC S9(4) COMP.
           05  SHT-A-CNTRY            PIC X.
           05  SHT-C-CNTRY            PIC X.
           05  SHT-H-CNTRY            PIC X.
           05  SHT-D-CNTRY            PIC X(03).
           05  SHT-L-ROUTE            PIC S9(4) COMP.
           05  SHT-A-ROUTE            PIC X.
           05  SHT-C-ROUTE            PIC X.
           05  SHT-H-ROUTE            PIC X.
           05  SHT-D-ROUTE            PIC X(04).
           05  SHT-L-STOP             PIC S9(4) COMP.
           05  SHT-A-STOP             PIC X.
           05  SHT-C-STOP             PIC X.
           05  SHT-H-STOP             PIC X.
           05  SHT-D-STOP             PIC X(03).
           05  SHT-L-TERMS            PIC S9(4) COMP.
           05  SHT-A-TERMS            PIC X.
           05  SHT-C-TERMS            PIC X.
           05  SHT-H-TERMS            PIC X.
           05  SHT-D-TERMS            PIC X(01).
           05  SHT-L-FACCT            PIC S9(4) COMP.
           05  SHT-A-FACCT            PIC X.
           05  SHT-C-FACCT            PIC X.
           05  SHT-H-FACCT            PIC X.
           05  SHT-D-FACCT            PIC X(15).
           05  SHT-D-MESSAGE          PIC X(79).
           05  SHT-D-FKEY             PIC X(40).
           05  SHT-L-DUMMY            PIC S9(4) COMP.
