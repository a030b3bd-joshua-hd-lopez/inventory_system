       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE OPERATOR ALERT ROUTING TABLE (ALRAB2) FROM A
      *    SEQUENTIAL INPUT FILE, ONE RECORD PER ALERT TYPE, UPSERT-
      *    STYLE THE WAY RPDLOAB2 LOADS THE REPORT DIRECTORY: A TYPE
      *    ALREADY ON FILE IS REWRITTEN, A NEW ONE IS WRITTEN, AND THE
      *    FILE IS CREATED ON A FIRST LOAD (FILE STATUS 35).  EACH
      *    INPUT RECORD CARRIES THE ALERT TYPE (CH CREDIT HOLD, PB
      *    BROKEN PROMISE, SO STOCKOUT ON BACKORDER, VH VOUCHER HELD,
      *    JR JOB LEFT RUNNING, QS QUARANTINE STOCK), A DESCRIPTION,
      *    WHO IT GOES TO (O AND AN OPERATOR ID, R AND A ROLE, OR
      *    BLANK FOR THE SUPERVISORS) AND THE DAYS AN ALERT OF THAT
      *    TYPE MAY SIT UNACKNOWLEDGED.  A NEW ROUTING APPLIES TO
      *    ALERTS RAISED FROM THEN ON; ALERTS ALREADY OPEN ARE MOVED
      *    FROM THE INBOX WITH A REASSIGN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT ALRINPUT ASSIGN TO ALRDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT ALRFILE ASSIGN TO OUTFILE
               RECORD KEY IS ALR-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OUTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD ALRINPUT
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS ALRINPUT-RECORD.

       01  ALRINPUT-RECORD.
           05  ALRIN-ALERT-TYPE              PIC X(02).
               88  ALRIN-ALERT-TYPE-VALID            VALUE 'CH' 'PB'
                                                     'SO' 'VH' 'JR'
                                                     'QS'.
           05  ALRIN-DESCRIPTION             PIC X(30).
           05  ALRIN-ASSIGN-TYPE             PIC X(01).
           05  ALRIN-ASSIGNED-TO             PIC X(04).
           05  ALRIN-AGE-DAYS                PIC X(03).
      *
       FD ALRFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ALERT-ROUTE-RECORD.
      *
       COPY ALTROUT.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
           88  WS-OUTFILE-DUPLICATE              VALUE '22'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-LOADED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-UPDATED-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 200-READ-INPUT.
      *
           PERFORM 300-LOAD-ROUTE
               UNTIL WS-EOF-YES.
      *
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT ALRINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "ALRINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "ALRINPUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O ALRFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "ALRFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-OUTFILE-SW = '35'
                   OPEN OUTPUT ALRFILE
                   IF WS-OUTFILE-SUCCESS
                       DISPLAY "ALRFILE CREATED"
                   ELSE
                       DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                       DISPLAY "ALRFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                   DISPLAY "ALRFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       200-READ-INPUT.
      *
           READ ALRINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       300-LOAD-ROUTE.
      *
           MOVE ALRIN-ASSIGN-TYPE TO ALR-ASSIGN-TYPE.
           EVALUATE TRUE
               WHEN NOT ALRIN-ALERT-TYPE-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "ALERT TYPE " ALRIN-ALERT-TYPE
                           " REJECTED - NOT A KNOWN TYPE"
               WHEN NOT ALR-ASSIGN-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "ALERT TYPE " ALRIN-ALERT-TYPE
                           " REJECTED - ASSIGN NOT O, R OR BLANK"
               WHEN ALRIN-ASSIGN-TYPE NOT = SPACE
                    AND ALRIN-ASSIGNED-TO = SPACE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "ALERT TYPE " ALRIN-ALERT-TYPE
                           " REJECTED - NO OPERATOR OR ROLE"
               WHEN ALRIN-AGE-DAYS NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "ALERT TYPE " ALRIN-ALERT-TYPE
                           " REJECTED - AGE DAYS NOT NUMERIC"
               WHEN OTHER
                   PERFORM 310-WRITE-ROUTE
           END-EVALUATE.
      *
           PERFORM 200-READ-INPUT.
      *
       310-WRITE-ROUTE.
      *
           MOVE SPACE TO ALERT-ROUTE-RECORD.
           MOVE ALRIN-ALERT-TYPE      TO ALR-ALERT-TYPE.
           MOVE ALRIN-DESCRIPTION     TO ALR-DESCRIPTION.
           MOVE ALRIN-ASSIGN-TYPE     TO ALR-ASSIGN-TYPE.
           IF ALRIN-ASSIGN-TYPE NOT = SPACE
               MOVE ALRIN-ASSIGNED-TO TO ALR-ASSIGNED-TO
           END-IF.
           MOVE ALRIN-AGE-DAYS        TO ALR-AGE-DAYS.
           WRITE ALERT-ROUTE-RECORD.
           IF WS-OUTFILE-SUCCESS
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               IF WS-OUTFILE-DUPLICATE
                   REWRITE ALERT-ROUTE-RECORD
                   IF WS-OUTFILE-SUCCESS
                       ADD 1 TO WS-UPDATED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "REWRITE ERROR STATUS=" WS-OUTFILE-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WRITE ERROR STATUS=" WS-OUTFILE-SW
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE ALRINPUT.
           CLOSE ALRFILE.
           DISPLAY "ROUTES LOADED:        " WS-LOADED-COUNT.
           DISPLAY "ROUTES UPDATED:       " WS-UPDATED-COUNT.
           DISPLAY "RECORDS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "DONE".
