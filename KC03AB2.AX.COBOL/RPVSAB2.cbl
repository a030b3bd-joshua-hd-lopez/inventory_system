      *****************************************************************
      *  RPVSAB2 - SYMBOLIC MAP FOR THE REPORT VIEWER SCREEN
      *  (RPVMAB2/RPVSAB2), USED BY RPVQAB2.  MODELED ON RRQSAB2.
      *  THE OPERATOR KEYS A REPORT NAME AND RUN DATE TO LIST THE
      *  ARCHIVED RUNS, A LIST LINE NUMBER TO OPEN ONE, AND WHILE
      *  VIEWING A PAGE NUMBER TO JUMP TO OR A STRING TO FIND.  THE
      *  FIFTEEN LINES BELOW SHOW EITHER THE RUNS OR SEVENTY-NINE
      *  COLUMNS OF THE REPORT ITSELF.
      *****************************************************************
       01  RPVMAP1.
           05  RPV-D-TRANID           PIC X(04).
           05  RPV-D-INSTR            PIC X(79).
           05  RPV-L-REPORT           PIC S9(4) COMP.
           05  RPV-A-REPORT           PIC X.
           05  RPV-C-REPORT           PIC X.
           05  RPV-H-REPORT           PIC X.
           05  RPV-D-REPORT           PIC X(08).
           05  RPV-L-RUNDATE          PIC S9(4) COMP.
           05  RPV-A-RUNDATE          PIC X.
           05  RPV-C-RUNDATE          PIC X.
           05  RPV-H-RUNDATE          PIC X.
           05  RPV-D-RUNDATE          PIC X(08).
           05  RPV-L-SELECT           PIC S9(4) COMP.
           05  RPV-A-SELECT           PIC X.
           05  RPV-C-SELECT           PIC X.
           05  RPV-H-SELECT           PIC X.
           05  RPV-D-SELECT           PIC X(02).
           05  RPV-L-PAGE             PIC S9(4) COMP.
           05  RPV-A-PAGE             PIC X.
           05  RPV-C-PAGE             PIC X.
           05  RPV-H-PAGE             PIC X.
           05  RPV-D-PAGE             PIC X(05).
           05  RPV-L-FIND             PIC S9(4) COMP.
           05  RPV-A-FIND             PIC X.
           05  RPV-C-FIND             PIC X.
           05  RPV-H-FIND             PIC X.
           05  RPV-D-FIND             PIC X(20).
           05  RPV-D-RPTDESC          PIC X(30).
           05  RPV-D-RUNINFO          PIC X(45).
           05  RPV-D-LISTHDG          PIC X(79).
           05  RPV-LIST-LINE          OCCURS 15 TIMES.
               10  RPV-D-LINE         PIC X(79).
           05  RPV-D-MESSAGE          PIC X(79).
           05  RPV-D-FKEY             PIC X(79).
           05  RPV-L-DUMMY            PIC S9(4) COMP.
           05  RPV-A-DUMMY            PIC X.
           05  RPV-D-DUMMY            PIC X(01).
