      *****************************************************************
      *  JRQSAB2 - SYMBOLIC MAP FOR THE MASTER FILE CHANGE INQUIRY
      *  SCREEN (JRQMAB2/JRQSAB2), USED BY JRNQAB2.  MODELED ON
      *  ALQSAB2.  THE SUPERVISOR KEYS A FILE NAME (PRDAB2, CMFAB2 ...)
      *  AND, FOR ONE RECORD'S HISTORY, ITS KEY; THEN A LIST LINE
      *  NUMBER TO SEE THAT CHANGE'S BEFORE AND AFTER IMAGES.  THE
      *  TWELVE LINES BELOW SHOW EITHER THE CHANGES OR THE DETAIL OF
      *  ONE CHANGE.
      *****************************************************************
       01  JRQMAP1.
           05  JRQ-D-TRANID           PIC X(04).
           05  JRQ-D-INSTR            PIC X(79).
           05  JRQ-L-FILE             PIC S9(4) COMP.
           05  JRQ-A-FILE             PIC X.
           05  JRQ-C-FILE             PIC X.
           05  JRQ-H-FILE             PIC X.
           05  JRQ-D-FILE             PIC X(08).
           05  JRQ-L-KEY              PIC S9(4) COMP.
           05  JRQ-A-KEY              PIC X.
           05  JRQ-C-KEY              PIC X.
           05  JRQ-H-KEY              PIC X.
           05  JRQ-D-KEY              PIC X(30).
           05  JRQ-L-SELECT           PIC S9(4) COMP.
           05  JRQ-A-SELECT           PIC X.
           05  JRQ-C-SELECT           PIC X.
           05  JRQ-H-SELECT           PIC X.
           05  JRQ-D-SELECT           PIC X(02).
           05  JRQ-D-LISTHDG          PIC X(79).
           05  JRQ-LIST-LINE          OCCURS 12 TIMES.
               10  JRQ-D-LINE         PIC X(79).
           05  JRQ-D-MESSAGE          PIC X(79).
           05  JRQ-D-FKEY             PIC X(79).
           05  JRQ-L-DUMMY            PIC S9(4) COMP.
           05  JRQ-A-DUMMY            PIC X.
           05  JRQ-D-DUMMY            PIC X(01).
