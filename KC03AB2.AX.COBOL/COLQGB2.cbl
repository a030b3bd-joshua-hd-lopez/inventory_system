      *    PASSED IS MARKED BROKEN ON THE HISTORY AND THE ACCOUNT
      *    RESURFACES UNFLAGGED.  THE CANDIDATES ARE RANKED WORST
      *    FIRST (OLDEST DAYS, THEN AMOUNT) AND THE CLQAB2 QUEUE IS
      *    REBUILT FOR THE MORNING'S COLWAB2 SESSION.  EACH PROMISE
      *    MARKED BROKEN ALSO RAISES A PB OPERATOR ALERT (ALTPARAS)
      *    FOR THE COLLECTIONS DESK.
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
               'ACCOUNTS ON THE QUEUE:  '.
           05  RPT-QUEUE-COUNT      PIC Z(04)9.
           05  FILLER               PIC X(103) VALUE SPACE.
      *
       01  PB-ALERT-REFERENCE.
           05  PBR-CUSTOMER-NUMBER  PIC X(06).
           05  PBR-PROMISE-DATE     PIC X(08).
           05  FILLER               PIC X(06) VALUE SPACE.
      *
       01  PB-ALERT-TEXT.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  PBA-CUSTOMER-NUMBER  PIC X(06).
           05  FILLER               PIC X(10) VALUE ' PROMISED '.
           05  PBA-PROMISE-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(04) VALUE ' BY '.
           05  PBA-PROMISE-DATE     PIC X(08).
           05  FILLER               PIC X(11) VALUE ' - BROKEN'.
      *
       COPY RUNWS.
      *
       COPY ALTWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE 'COLQGB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
           MOVE 'COLQGB2' TO WS-ALT-RAISED-BY.
           PERFORM 8600-OPEN-ALERT-FILES.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
                               DISPLAY "COLFILE REWRITE ERROR"
                               STOP RUN
                           END-IF
                           PERFORM 540-RAISE-BROKEN-PROMISE-ALERT
                       ELSE
                           MOVE 'P' TO WS-PROMISE-SW
                       END-IF
                   MOVE 'Y' TO WS-COL-DONE-SW
               END-IF
           END-READ.
      *
       540-RAISE-BROKEN-PROMISE-ALERT.
      *
           MOVE COL-CUSTOMER-NUMBER TO PBR-CUSTOMER-NUMBER
                                       PBA-CUSTOMER-NUMBER.
           MOVE COL-PROMISE-DATE    TO PBR-PROMISE-DATE
                                       PBA-PROMISE-DATE.
           MOVE COL-PROMISE-AMOUNT  TO PBA-PROMISE-AMOUNT.
           MOVE 'PB'                TO WS-ALT-TYPE.
           MOVE PB-ALERT-REFERENCE  TO WS-ALT-REFERENCE.
           MOVE PB-ALERT-TEXT       TO WS-ALT-TEXT.
           PERFORM 8610-RAISE-ALERT.
      *
       600-RANK-CANDIDATES.
      *
           END-IF.
           CLOSE CLQFILE.
           CLOSE PRINT-FILE.
           PERFORM 8690-CLOSE-ALERT-FILES.
           DISPLAY "ACCOUNTS ON QUEUE: " WS-CND-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
      *
       COPY ALTPARAS.
