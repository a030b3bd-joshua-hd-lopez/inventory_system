      *****************************************************************
      *  PLVSAB2 - SYMBOLIC MAP FOR THE PRICE LEVEL MAINTENANCE
      *  SCREEN (PLVMAB2/PLVSAB2), USED BY PLVMAB2.  MODELED ON
      *  CNTSAB2.
      *****************************************************************
       01  PLVMAP1.
           05  PLV-D-TRANID           PIC X(04).
           05  PLV-D-INSTR            PIC X(79).
           05  PLV-L-ACTION           PIC S9(4) COMP.
           05  PLV-A-ACTION           PIC X.
           05  PLV-C-ACTION           PIC X.
           05  PLV-H-ACTION           PIC X.
           05  PLV-D-ACTION           PIC X(01).
           05  PLV-L-LEVEL            PIC S9(4) COMP.
           05  PLV-A-LEVEL            PIC X.
           05  PLV-C-LEVEL            PIC X.
           05  PLV-H-LEVEL            PIC X.
           05  PLV-D-LEVEL            PIC X(02).
           05  PLV-L-CATG             PIC S9(4) COMP.
           05  PLV-A-CATG             PIC X.
           05  PLV-C-CATG             PIC X.
           05  PLV-H-CATG             PIC X.
           05  PLV-D-CATG             PIC X(04).
           05  PLV-L-PCT              PIC S9(4) COMP.
           05  PLV-A-PCT              PIC X.
           05  PLV-C-PCT              PIC X.
           05  PLV-H-PCT              PIC X.
           05  PLV-D-PCT              PIC X(10).
           05  PLV-D-OLDPCT           PIC ZZ9.99.
           05  PLV-D-CHGBY            PIC X(04).
           05  PLV-D-CHGDT            PIC X(08).
           05  PLV-D-MESSAGE          PIC X(79).
           05  PLV-D-FKEY             PIC X(40).
           05  PLV-L-DUMMY            PIC S9(4) COMP.
           05  PLV-A-DUMMY            PIC X.
           05  PLV-D-DUMMY            PIC X(01).
