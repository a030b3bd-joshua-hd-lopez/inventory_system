      *****************************************************************
      *  RTESAB2 - SYMBOLIC MAP FOR THE DELIVERY ROUTE MAINTENANCE
      *  SCREEN (RTEMAB2/RTESAB2), USED BY RTEMAB2.  MODELED ON
      *  ORDSET1.
      *****************************************************************
       01  RTEMAP1.
           05  RTE-D-TRANID           PIC X(04).
           05  RTE-D-INSTR            PIC X(79).
           05  RTE-L-ACTION           PIC S9(4) COMP.
           05  RTE-A-ACTION           PIC X.
           05  RTE-C-ACTION           PIC X.
           05  RTE-H-ACTION           PIC X.
           05  RTE-D-ACTION           PIC X(01).
           05  RTE-L-CODE             PIC S9(4) COMP.
           05  RTE-A-CODE             PIC X.
           05  RTE-C-CODE             PIC X.
           05  RTE-H-CODE             PIC X.
           05  RTE-D-CODE             PIC X(04).
           05  RTE-L-DESC             PIC S9(4) COMP.
           05  RTE-A-DESC             PIC X.
           05  RTE-C-DESC             PIC X.
           05  RTE-H-DESC             PIC X.
           05  RTE-D-DESC             PIC X(30).
           05  RTE-L-DAYS             PIC S9(4) COMP.
           05  RTE-A-DAYS             PIC X.
           05  RTE-C-DAYS             PIC X.
           05  RTE-H-DAYS             PIC X.
           05  RTE-D-DAYS             PIC X(07).
           05  RTE-L-TRUCK            PIC S9(4) COMP.
           05  RTE-A-TRUCK            PIC X.
           05  RTE-C-TRUCK            PIC X.
           05  RTE-H-TRUCK            PIC X.
           05  RTE-D-TRUCK            PIC X(06).
           05  RTE-L-CAPY             PIC S9(4) COMP.
           05  RTE-A-CAPY             PIC X.
           05  RTE-C-CAPY             PIC X.
           05  RTE-H-CAPY             PIC X.
           05  RTE-D-CAPY-ALPHA       PIC X(05).
           05  RTE-D-MESSAGE          PIC X(79).
           05  RTE-D-FKEY             PIC X(40).
           05  RTE-L-DUMMY            PIC S9(4) COMP.
           05  RTE-A-DUMMY            PIC X.
           05  RTE-D-DUMMY            PIC X(01).
