       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPDLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE REPORT ARCHIVE DIRECTORY (RPDAB2) FROM A
      *    SEQUENTIAL INPUT FILE, ONE RECORD PER BATCH REPORT,
      *    UPSERT-STYLE THE WAY RSNLOAB2 LOADS THE REASON CODES: A
      *    REPORT ALREADY ON FILE IS REWRITTEN, A NEW ONE IS WRITTEN,
      *    AND THE FILE IS CREATED ON A FIRST LOAD (FILE STATUS 35).
      *    EACH INPUT RECORD CARRIES THE REPORT NAME, DESCRIPTION,
      *    DAYS TO KEEP ITS ARCHIVED RUNS AND THE LOWEST SECURITY
      *    LEVEL THAT MAY VIEW THEM.  A RECORD WITH NO RETENTION OR
      *    A LEVEL OUTSIDE 1-9 IS REJECTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RPDINPUT ASSIGN TO RPDDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT RPDFILE ASSIGN TO OUTFILE
               RECORD KEY IS RPD-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OUTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RPDINPUT
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RPDINPUT-RECORD.

       01  RPDINPUT-RECORD.
           05  RPDIN-REPORT-NAME             PIC X(08).
           05  RPDIN-DESCRIPTION             PIC X(30).
           05  RPDIN-RETENTION-DAYS-X        PIC X(04).
           05  RPDIN-RETENTION-DAYS REDEFINES RPDIN-RETENTION-DAYS-X
                                             PIC 9(04).
           05  RPDIN-MIN-LEVEL-X             PIC X(01).
           05  RPDIN-MIN-LEVEL REDEFINES RPDIN-MIN-LEVEL-X
                                             PIC 9(01).
      *
       FD RPDFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REPORT-DIRECTORY-RECORD.
      *
       COPY RPTDIR.
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
           PERFORM 300-LOAD-DIRECTORY-ENTRY
               UNTIL WS-EOF-YES.
      *
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT RPDINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "RPDINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "RPDINPUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O RPDFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "RPDFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-OUTFILE-SW = '35'
                   OPEN OUTPUT RPDFILE
                   IF WS-OUTFILE-SUCCESS
                       DISPLAY "RPDFILE CREATED"
                   ELSE
                       DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                       DISPLAY "RPDFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                   DISPLAY "RPDFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       200-READ-INPUT.
      *
           READ RPDINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       300-LOAD-DIRECTORY-ENTRY.
      *
           EVALUATE TRUE
               WHEN RPDIN-REPORT-NAME = SPACE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "BLANK REPORT NAME REJECTED"
               WHEN RPDIN-RETENTION-DAYS-X NOT NUMERIC
                 OR RPDIN-RETENTION-DAYS = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "REPORT " RPDIN-REPORT-NAME
                           " REJECTED - NO RETENTION DAYS"
               WHEN RPDIN-MIN-LEVEL-X NOT NUMERIC
                 OR RPDIN-MIN-LEVEL = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "REPORT " RPDIN-REPORT-NAME
                           " REJECTED - LEVEL NOT 1-9"
               WHEN OTHER
                   PERFORM 310-WRITE-DIRECTORY-ENTRY
           END-EVALUATE.
      *
           PERFORM 200-READ-INPUT.
      *
       310-WRITE-DIRECTORY-ENTRY.
      *
           MOVE SPACE TO REPORT-DIRECTORY-RECORD.
           MOVE RPDIN-REPORT-NAME    TO RPD-REPORT-NAME.
           MOVE RPDIN-DESCRIPTION    TO RPD-DESCRIPTION.
           MOVE RPDIN-RETENTION-DAYS TO RPD-RETENTION-DAYS.
           MOVE RPDIN-MIN-LEVEL      TO RPD-MIN-LEVEL.
           WRITE REPORT-DIRECTORY-RECORD.
           IF WS-OUTFILE-SUCCESS
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               IF WS-OUTFILE-DUPLICATE
                   REWRITE REPORT-DIRECTORY-RECORD
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
           CLOSE RPDINPUT.
           CLOSE RPDFILE.
           DISPLAY "REPORTS LOADED:       " WS-LOADED-COUNT.
           DISPLAY "REPORTS UPDATED:      " WS-UPDATED-COUNT.
           DISPLAY "RECORDS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "DONE".
