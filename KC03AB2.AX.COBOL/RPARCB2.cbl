       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPARCB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    REPORT ARCHIVE CAPTURE.  RUNS AS THE STEP AFTER A BATCH
      *    REPORT, READING THE REPORT'S PRINT OUTPUT (PRTIN - THE
      *    SAME 132-BYTE LINES THE REPORT WROTE TO PRTOUT) AND FILING
      *    EVERY LINE ON THE REPORT ARCHIVE (RPAAB2) UNDER THE REPORT
      *    NAME, TODAY'S DATE AND THE TIME OF THIS STEP, PAGE AND
      *    LINE, WITH ONE INDEX RECORD (RPIAB2) FOR THE RUN.  THE
      *    ARCCARD CARD NAMES THE REPORT, AND MAY GIVE THE LINES TO A
      *    PAGE (DEFAULT 60) AND THE JOB NAME FOR THE INDEX.  A LINE
      *    THAT STARTS WITH A FORM FEED ALSO STARTS A NEW PAGE, SO A
      *    REPORT THAT SKIPS TO A NEW PAGE ITSELF (CMSTMB2 STATEMENTS,
      *    VRCLMB2 CLAIMS) PAGES THE SAME ONLINE AS ON PAPER.  AN
      *    EMPTY PRINT FILE ARCHIVES NOTHING.  THE REPORTS THEMSELVES
      *    ARE UNCHANGED - PAPER STILL PRINTS FROM PRTOUT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO ARCCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDFILE-SW.

           SELECT PRINT-INPUT ASSIGN TO PRTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTIN-SW.

           SELECT RPAFILE ASSIGN TO RPAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPA-KEY
               FILE STATUS IS WS-RPAFILE-SW.

           SELECT RPIFILE ASSIGN TO RPIFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPI-KEY
               FILE STATUS IS WS-RPIFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CARD-RECORD.
      *
       01  CARD-RECORD.
           05  CARD-REPORT-NAME              PIC X(08).
           05  CARD-LINES-PER-PAGE-X         PIC X(03).
           05  CARD-LINES-PER-PAGE REDEFINES CARD-LINES-PER-PAGE-X
                                             PIC 9(03).
           05  CARD-JOB-NAME                 PIC X(08).
           05  FILLER                        PIC X(61).
      *
       FD PRINT-INPUT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-INPUT-LINE.
       01  PRINT-INPUT-LINE                  PIC X(132).
      *
       FD RPAFILE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS REPORT-ARCHIVE-RECORD.
      *
       COPY RPTARC.
      *
       FD RPIFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REPORT-INDEX-RECORD.
      *
       COPY RPTIDX.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-CARDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CARDFILE-SUCCESS               VALUE '00'.
       01 WS-PRTIN-SW                        PIC X(02)  VALUE SPACES.
           88  WS-PRTIN-SUCCESS                  VALUE '00'.
       01 WS-RPAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RPAFILE-SUCCESS                VALUE '00'.
       01 WS-RPIFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RPIFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
      *
       01 WS-FORM-FEED                       PIC X(01)  VALUE X'0C'.
       01 WS-LINES-PER-PAGE                  PIC 9(03)  VALUE 060.
       01 WS-REPORT-NAME                     PIC X(08)  VALUE SPACE.
       01 WS-JOB-NAME                        PIC X(08)  VALUE SPACE.
       01 WS-PAGE-NUMBER                     PIC 9(05)  VALUE ZERO.
       01 WS-LINE-NUMBER                     PIC 9(03)  VALUE ZERO.
       01 WS-LINE-COUNT                      PIC 9(07)  VALUE ZERO.
       01 WS-PRINT-WORK                      PIC X(132).
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-TIME                        PIC 9(08).
       01 WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMMSS                 PIC 9(06).
           05  FILLER                        PIC X(02).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE SPACE TO REPORT-ARCHIVE-RECORD.
           MOVE WS-REPORT-NAME   TO RPA-REPORT-NAME.
           MOVE WS-RUN-DATE-X    TO RPA-RUN-DATE.
           MOVE WS-RUN-HHMMSS    TO RPA-RUN-TIME.
      *
           PERFORM 300-READ-PRINT-LINE.
           PERFORM 400-ARCHIVE-PRINT-LINE
               UNTIL WS-EOF-YES.
      *
           IF WS-LINE-COUNT > ZERO
               PERFORM 500-WRITE-INDEX
           ELSE
               DISPLAY "PRTIN EMPTY - NOTHING ARCHIVED"
           END-IF.
      *
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT CARD-FILE.
           IF WS-CARDFILE-SUCCESS
               READ CARD-FILE
                   AT END
                       DISPLAY "ARCCARD EMPTY - NOTHING ARCHIVED"
                       STOP RUN
               END-READ
               MOVE CARD-REPORT-NAME TO WS-REPORT-NAME
               MOVE CARD-JOB-NAME    TO WS-JOB-NAME
               IF        CARD-LINES-PER-PAGE-X NUMERIC
                     AND CARD-LINES-PER-PAGE > ZERO
                   MOVE CARD-LINES-PER-PAGE TO WS-LINES-PER-PAGE
               END-IF
               CLOSE CARD-FILE
           ELSE
               DISPLAY "WS-CARDFILE-SW=" WS-CARDFILE-SW
               DISPLAY "ARCCARD OPEN ERROR"
               STOP RUN
           END-IF.
           IF WS-REPORT-NAME = SPACE
               DISPLAY "ARCCARD HAS NO REPORT NAME - NOTHING ARCHIVED"
               STOP RUN
           END-IF.
           DISPLAY "ARCHIVING " WS-REPORT-NAME " AT "
                   WS-LINES-PER-PAGE " LINES TO A PAGE".
      *
           OPEN INPUT PRINT-INPUT.
           IF WS-PRTIN-SUCCESS
               DISPLAY "PRTIN OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTIN-SW=" WS-PRTIN-SW
               DISPLAY "PRTIN OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O RPAFILE.
           IF WS-RPAFILE-SUCCESS
               DISPLAY "RPAFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-RPAFILE-SW = '35'
                   OPEN OUTPUT RPAFILE
                   IF WS-RPAFILE-SUCCESS
                       CLOSE RPAFILE
                       OPEN I-O RPAFILE
                   END-IF
                   IF WS-RPAFILE-SUCCESS
                       DISPLAY "RPAFILE CREATED"
                   ELSE
                       DISPLAY "WS-RPAFILE-SW=" WS-RPAFILE-SW
                       DISPLAY "RPAFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-RPAFILE-SW=" WS-RPAFILE-SW
                   DISPLAY "RPAFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O RPIFILE.
           IF WS-RPIFILE-SUCCESS
               DISPLAY "RPIFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-RPIFILE-SW = '35'
                   OPEN OUTPUT RPIFILE
                   IF WS-RPIFILE-SUCCESS
                       CLOSE RPIFILE
                       OPEN I-O RPIFILE
                   END-IF
                   IF WS-RPIFILE-SUCCESS
                       DISPLAY "RPIFILE CREATED"
                   ELSE
                       DISPLAY "WS-RPIFILE-SW=" WS-RPIFILE-SW
                       DISPLAY "RPIFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-RPIFILE-SW=" WS-RPIFILE-SW
                   DISPLAY "RPIFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       300-READ-PRINT-LINE.
      *
           READ PRINT-INPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *****************************************************************
      *    A FULL PAGE, OR A FORM FEED IN THE FIRST COLUMN, MOVES TO
      *    THE NEXT PAGE.  THE FORM FEED ITSELF IS NOT FILED.
      *****************************************************************
       400-ARCHIVE-PRINT-LINE.
      *
           MOVE PRINT-INPUT-LINE TO WS-PRINT-WORK.
           IF WS-PRINT-WORK(1:1) = WS-FORM-FEED
               MOVE PRINT-INPUT-LINE(2:131) TO WS-PRINT-WORK
               IF WS-LINE-NUMBER > ZERO
                   MOVE WS-LINES-PER-PAGE TO WS-LINE-NUMBER
               END-IF
           END-IF.
      *
           IF        WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
                  OR WS-PAGE-NUMBER = ZERO
               ADD 1 TO WS-PAGE-NUMBER
               MOVE ZERO TO WS-LINE-NUMBER
           END-IF.
           ADD 1 TO WS-LINE-NUMBER.
           ADD 1 TO WS-LINE-COUNT.
      *
           MOVE WS-PAGE-NUMBER TO RPA-PAGE-NUMBER.
           MOVE WS-LINE-NUMBER TO RPA-LINE-NUMBER.
           MOVE WS-PRINT-WORK  TO RPA-PRINT-LINE.
           WRITE REPORT-ARCHIVE-RECORD.
           IF NOT WS-RPAFILE-SUCCESS
               DISPLAY "WS-RPAFILE-SW=" WS-RPAFILE-SW
               DISPLAY "RPAFILE WRITE ERROR PAGE " WS-PAGE-NUMBER
                       " LINE " WS-LINE-NUMBER
               STOP RUN
           END-IF.
      *
           PERFORM 300-READ-PRINT-LINE.
      *
       500-WRITE-INDEX.
      *
           MOVE SPACE TO REPORT-INDEX-RECORD.
           MOVE RPA-RUN-KEY       TO RPI-KEY.
           MOVE WS-PAGE-NUMBER    TO RPI-PAGE-COUNT.
           MOVE WS-LINE-COUNT     TO RPI-LINE-COUNT.
           MOVE WS-LINES-PER-PAGE TO RPI-LINES-PER-PAGE.
           MOVE WS-JOB-NAME       TO RPI-JOB-NAME.
           WRITE REPORT-INDEX-RECORD.
           IF NOT WS-RPIFILE-SUCCESS
               DISPLAY "WS-RPIFILE-SW=" WS-RPIFILE-SW
               DISPLAY "RPIFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE PRINT-INPUT.
           CLOSE RPAFILE.
           CLOSE RPIFILE.
           DISPLAY "REPORT:               " WS-REPORT-NAME.
           DISPLAY "RUN:                  " WS-RUN-DATE-X " "
                   WS-RUN-HHMMSS.
           DISPLAY "PAGES ARCHIVED:       " WS-PAGE-NUMBER.
           DISPLAY "LINES ARCHIVED:       " WS-LINE-COUNT.
           DISPLAY "DONE".
