      *    RECORD COUNTS - SO THE MORNING CHECK OF THE NIGHTLY
      *    SEQUENCE IS ONE PAGE INSTEAD OF A CONSOLE ARCHAEOLOGY
      *    DIG.  A JOB STILL AT STATUS R STARTED AND NEVER FINISHED;
      *    A DATE WITH A JOB MISSING ENTIRELY NEVER RAN.  A JOB STILL
      *    AT STATUS R THAT STARTED BEFORE TODAY ALSO RAISES A JR
      *    OPERATOR ALERT (ALTPARAS) SO SOMEONE OWNS THE RESTART.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS JDP-KEY
               FILE STATUS IS WS-JDPFILE-SW.

           SELECT ALTFILE ASSIGN TO ALTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALT-KEY
               FILE STATUS IS WS-ALTFILE-SW.

           SELECT ALRFILE ASSIGN TO ALRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALRFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           DATA RECORD IS JOB-DEPENDENCY-RECORD.
      *
       COPY JOBDEP.
      *
       FD ALTFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ALERT-RECORD.
      *
       COPY ALERT.
      *
       FD ALRFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ALERT-ROUTE-RECORD.
      *
       COPY ALTROUT.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01 WS-LISTED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-RUN-DATE-X                      PIC 9(08).
      *
       01  JR-ALERT-REFERENCE.
           05  JRR-JOB              PIC X(08).
           05  JRR-PROC-DATE        PIC X(08).
           05  FILLER               PIC X(04) VALUE SPACE.
      *
       01  JR-ALERT-TEXT.
           05  FILLER               PIC X(04) VALUE 'JOB '.
           05  JRA-JOB              PIC X(08).
           05  FILLER               PIC X(05) VALUE ' FOR '.
           05  JRA-PROC-DATE        PIC X(08).
           05  FILLER               PIC X(09) VALUE ' STARTED '.
           05  JRA-START-DATE       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  JRA-START-TIME       PIC X(06).
           05  FILLER               PIC X(11) VALUE ' NOT ENDED'.
      *
       COPY ALTWS.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(30) VALUE
           END-IF.
           CLOSE RUNFILE.
           CLOSE PRINT-FILE.
           PERFORM 8690-CLOSE-ALERT-FILES.
           DISPLAY "RECORDS LISTED: " WS-LISTED-COUNT.
           DISPLAY "DONE".
           STOP RUN.
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           MOVE 'RUNRPB2' TO WS-ALT-RAISED-BY.
           PERFORM 8600-OPEN-ALERT-FILES.
      *
       300-READ-RUN-RECORD.
      *
           MOVE RUN-RECORDS-OUT TO RPT-RECORDS-OUT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LISTED-COUNT.
      *
           IF        RUN-STATUS-RUNNING
                 AND RUN-START-DATE < WS-RUN-DATE-X
               PERFORM 430-RAISE-RUNNING-ALERT
           END-IF.
      *
           IF RUN-STATUS-BLOCKED
               PERFORM 410-EXPLAIN-BLOCKAGE
                   END-IF
               END-IF
           END-READ.
      *
       430-RAISE-RUNNING-ALERT.
      *
           MOVE RUN-JOB-NAME        TO JRR-JOB
                                       JRA-JOB.
           MOVE RUN-PROCESSING-DATE TO JRR-PROC-DATE
                                       JRA-PROC-DATE.
           MOVE RUN-START-DATE      TO JRA-START-DATE.
           MOVE RUN-START-TIME      TO JRA-START-TIME.
           MOVE 'JR'                TO WS-ALT-TYPE.
           MOVE JR-ALERT-REFERENCE  TO WS-ALT-REFERENCE.
           MOVE JR-ALERT-TEXT       TO WS-ALT-TEXT.
           PERFORM 8610-RAISE-ALERT.
      *
       COPY ALTPARAS.
