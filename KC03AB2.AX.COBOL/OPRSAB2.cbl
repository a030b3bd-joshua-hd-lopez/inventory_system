           05  OPR-C-NEWPWD           PIC X.
           05  OPR-H-NEWPWD           PIC X.
           05  OPR-D-NEWPWD           PIC X(08).
           05  OPR-L-ACCESS           PIC S9(4) COMP.
           05  OPR-A-ACCESS           PIC X.
           05  OPR-C-ACCESS           PIC X.
           05  OPR-H-ACCESS           PIC X.
           05  OPR-D-ACCESS           PIC X(01).
           05  OPR-L-COMPS            PIC S9(4) COMP.
           05  OPR-A-COMPS            PIC X.
           05  OPR-C-COMPS            PIC X.
           05  OPR-H-COMPS            PIC X.
           05  OPR-D-COMPS            PIC X(10).
           05  OPR-L-ROLE             PIC S9(4) COMP.
           05  OPR-A-ROLE             PIC X.
           05  OPR-C-ROLE             PIC X.
           05  OPR-H-ROLE             PIC X.
           05  OPR-D-ROLE             PIC X(04).
           05  OPR-D-MESSAGE          PIC X(79).
           05  OPR-D-FKEY             PIC X(40).
           05  OPR-L-DUMMY            PIC S9(4) COMP.
