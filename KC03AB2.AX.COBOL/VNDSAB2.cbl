           05  VND-C-CONTACT          PIC X.
           05  VND-H-CONTACT          PIC X.
           05  VND-D-CONTACT          PIC X(20).
           05  VND-L-TERMS            PIC S9(4) COMP.
           05  VND-A-TERMS            PIC X.
           05  VND-C-TERMS            PIC X.
           05  VND-H-TERMS            PIC X.
           05  VND-D-TERMS            PIC X(03).
           05  VND-L-EDIPO            PIC S9(4) COMP.
           05  VND-A-EDIPO            PIC X.
           05  VND-C-EDIPO            PIC X.
           05  VND-H-EDIPO            PIC X.
           05  VND-D-EDIPO            PIC X(01).
           05  VND-L-TAXID            PIC S9(4) COMP.
           05  VND-A-TAXID            PIC X.
           05  VND-C-TAXID            PIC X.
           05  VND-H-TAXID            PIC X.
           05  VND-D-TAXID            PIC X(09).
           05  VND-L-TINTYP           PIC S9(4) COMP.
           05  VND-A-TINTYP           PIC X.
           05  VND-C-TINTYP           PIC X.
           05  VND-H-TINTYP           PIC X.
           05  VND-D-TINTYP           PIC X(01).
           05  VND-L-R1099            PIC S9(4) COMP.
           05  VND-A-R1099            PIC X.
           05  VND-C-R1099            PIC X.
           05  VND-H-R1099            PIC X.
           05  VND-D-R1099            PIC X(01).
           05  VND-L-BOX              PIC S9(4) COMP.
           05  VND-A-BOX              PIC X.
           05  VND-C-BOX              PIC X.
           05  VND-H-BOX              PIC X.
           05  VND-D-BOX              PIC X(01).
           05  VND-L-COMPANY          PIC S9(4) COMP.
           05  VND-A-COMPANY          PIC X.
           05  VND-C-COMPANY          PIC X.
           05  VND-H-COMPANY          PIC X.
           05  VND-D-COMPANY          PIC X(02).
           05  VND-D-MESSAGE          PIC X(79).
           05  VND-D-FKEY             PIC X(40).
           05  VND-L-DUMMY            PIC S9(4) COMP.
