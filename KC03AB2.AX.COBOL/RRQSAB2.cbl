      *****************************************************************
      *  RRQSAB2 - SYMBOLIC MAP FOR THE REPORT REQUEST SCREEN
      *  (RRQMAB2/RRQSAB2), USED BY RRQMAB2.  MODELED ON ORDSET1.
      *  THE OPERATOR KEYS AN ACTION, A REPORT NAME AND WHICHEVER
      *  PARAMETERS THAT REPORT TAKES; THE TWELVE LIST LINES BELOW
      *  SHOW EITHER THE OPERATOR'S OWN REQUESTS WITH THEIR STATUS OR,
      *  ON F5, THE REPORTS THE OPERATOR MAY ASK FOR.
      *****************************************************************
       01  RRQMAP1.
           05  RRQ-D-TRANID           PIC X(04).
           05  RRQ-D-INSTR            PIC X(79).
           05  RRQ-L-ACTION           PIC S9(4) COMP.
           05  RRQ-A-ACTION           PIC X.
           05  RRQ-C-ACTION           PIC X.
           05  RRQ-H-ACTION           PIC X.
           05  RRQ-D-ACTION           PIC X(01).
           05  RRQ-L-REPORT           PIC S9(4) COMP.
           05  RRQ-A-REPORT           PIC X.
           05  RRQ-C-REPORT           PIC X.
           05  RRQ-H-REPORT           PIC X.
           05  RRQ-D-REPORT           PIC X(08).
           05  RRQ-D-RPTDESC          PIC X(30).
           05  RRQ-L-FROM             PIC S9(4) COMP.
           05  RRQ-A-FROM             PIC X.
           05  RRQ-C-FROM             PIC X.
           05  RRQ-H-FROM             PIC X.
           05  RRQ-D-FROM             PIC X(08).
           05  RRQ-L-TO               PIC S9(4) COMP.
           05  RRQ-A-TO               PIC X.
           05  RRQ-C-TO               PIC X.
           05  RRQ-H-TO               PIC X.
           05  RRQ-D-TO               PIC X(08).
           05  RRQ-L-CUSTNO           PIC S9(4) COMP.
           05  RRQ-A-CUSTNO           PIC X.
           05  RRQ-C-CUSTNO           PIC X.
           05  RRQ-H-CUSTNO           PIC X.
           05  RRQ-D-CUSTNO           PIC X(06).
           05  RRQ-L-WHSE             PIC S9(4) COMP.
           05  RRQ-A-WHSE             PIC X.
           05  RRQ-C-WHSE             PIC X.
           05  RRQ-H-WHSE             PIC X.
           05  RRQ-D-WHSE             PIC X(03).
           05  RRQ-L-CATG             PIC S9(4) COMP.
           05  RRQ-A-CATG             PIC X.
           05  RRQ-C-CATG             PIC X.
           05  RRQ-H-CATG             PIC X.
           05  RRQ-D-CATG             PIC X(04).
           05  RRQ-L-COMPANY          PIC S9(4) COMP.
           05  RRQ-A-COMPANY          PIC X.
           05  RRQ-C-COMPANY          PIC X.
           05  RRQ-H-COMPANY          PIC X.
           05  RRQ-D-COMPANY          PIC X(02).
           05  RRQ-L-REFER            PIC S9(4) COMP.
           05  RRQ-A-REFER            PIC X.
           05  RRQ-C-REFER            PIC X.
           05  RRQ-H-REFER            PIC X.
           05  RRQ-D-REFER            PIC X(10).
           05  RRQ-L-OPTION           PIC S9(4) COMP.
           05  RRQ-A-OPTION           PIC X.
           05  RRQ-C-OPTION           PIC X.
           05  RRQ-H-OPTION           PIC X.
           05  RRQ-D-OPTION           PIC X(01).
           05  RRQ-L-REQKEY           PIC S9(4) COMP.
           05  RRQ-A-REQKEY           PIC X.
           05  RRQ-C-REQKEY           PIC X.
           05  RRQ-H-REQKEY           PIC X.
           05  RRQ-D-REQKEY           PIC X(14).
           05  RRQ-D-LISTHDG          PIC X(79).
           05  RRQ-LIST-LINE          OCCURS 12 TIMES.
               10  RRQ-D-LINE         PIC X(79).
           05  RRQ-D-MESSAGE          PIC X(79).
           05  RRQ-D-FKEY             PIC X(40).
           05  RRQ-L-DUMMY            PIC S9(4) COMP.
           05  RRQ-A-DUMMY            PIC X.
           05  RRQ-D-DUMMY            PIC X(01).
