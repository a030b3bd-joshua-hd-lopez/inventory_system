      *****************************************************************
      *  ALQSAB2 - SYMBOLIC MAP FOR THE OPERATOR ALERT INBOX SCREEN
      *  (ALQMAB2/ALQSAB2), USED BY ALTQAB2.  MODELED ON RRQSAB2.
      *  THE OPERATOR KEYS A LIST LINE NUMBER AND AN ACTION (1 VIEW,
      *  2 ACKNOWLEDGE, 3 REASSIGN), WITH A NOTE AND, FOR A
      *  REASSIGNMENT, THE NEW ASSIGNMENT TYPE (O OPERATOR, R ROLE,
      *  BLANK SUPERVISORS) AND OPERATOR ID OR ROLE.  THE LIST OPTION
      *  A ALSO LISTS ACKNOWLEDGED ALERTS.  THE TWELVE LINES BELOW
      *  SHOW EITHER THE ALERTS OR THE DETAIL OF ONE ALERT.
      *****************************************************************
       01  ALQMAP1.
           05  ALQ-D-TRANID           PIC X(04).
           05  ALQ-D-INSTR            PIC X(79).
           05  ALQ-L-OPTION           PIC S9(4) COMP.
           05  ALQ-A-OPTION           PIC X.
           05  ALQ-C-OPTION           PIC X.
           05  ALQ-H-OPTION           PIC X.
           05  ALQ-D-OPTION           PIC X(01).
           05  ALQ-L-SELECT           PIC S9(4) COMP.
           05  ALQ-A-SELECT           PIC X.
           05  ALQ-C-SELECT           PIC X.
           05  ALQ-H-SELECT           PIC X.
           05  ALQ-D-SELECT           PIC X(02).
           05  ALQ-L-ACTION           PIC S9(4) COMP.
           05  ALQ-A-ACTION           PIC X.
           05  ALQ-C-ACTION           PIC X.
           05  ALQ-H-ACTION           PIC X.
           05  ALQ-D-ACTION           PIC X(01).
           05  ALQ-L-NOTE             PIC S9(4) COMP.
           05  ALQ-A-NOTE             PIC X.
           05  ALQ-C-NOTE             PIC X.
           05  ALQ-H-NOTE             PIC X.
           05  ALQ-D-NOTE             PIC X(30).
           05  ALQ-L-ASGTYP           PIC S9(4) COMP.
           05  ALQ-A-ASGTYP           PIC X.
           05  ALQ-C-ASGTYP           PIC X.
           05  ALQ-H-ASGTYP           PIC X.
           05  ALQ-D-ASGTYP           PIC X(01).
           05  ALQ-L-ASGTO            PIC S9(4) COMP.
           05  ALQ-A-ASGTO            PIC X.
           05  ALQ-C-ASGTO            PIC X.
           05  ALQ-H-ASGTO            PIC X.
           05  ALQ-D-ASGTO            PIC X(04).
           05  ALQ-D-LISTHDG          PIC X(79).
           05  ALQ-LIST-LINE          OCCURS 12 TIMES.
               10  ALQ-D-LINE         PIC X(79).
           05  ALQ-D-MESSAGE          PIC X(79).
           05  ALQ-D-FKEY             PIC X(79).
           05  ALQ-L-DUMMY            PIC S9(4) COMP.
           05  ALQ-A-DUMMY            PIC X.
           05  ALQ-D-DUMMY            PIC X(01).
