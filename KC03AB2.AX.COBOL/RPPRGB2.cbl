       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPPRGB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    REPORT ARCHIVE PURGE.  READS THE REPORT ARCHIVE INDEX
      *    (RPIAB2) AND, FOR EVERY ARCHIVED RUN OLDER THAN ITS
      *    REPORT'S RETENTION DAYS ON THE REPORT DIRECTORY (RPDAB2 -
      *    90 DAYS FOR A REPORT NOT ON IT), DELETES THE RUN'S LINES
      *    FROM THE ARCHIVE (RPAAB2) AND THEN ITS INDEX RECORD.  THE
      *    RETENTION IS LOOKED UP AT PURGE TIME, SO LENGTHENING A
      *    REPORT'S RETENTION ON THE DIRECTORY KEEPS RUNS ALREADY
      *    ARCHIVED.  AGES ARE MEASURED FROM THE DAYAB2 PROCESSING
      *    DATE IN THE 30-DAY-MONTH DAY NUMBERS EXPRGB2 USES.  EVERY
      *    PURGED RUN PRINTS ON THE REGISTER.  REGISTERS ON RUNAB2.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT RPDFILE ASSIGN TO RPDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPD-KEY
               FILE STATUS IS WS-RPDFILE-SW.

           SELECT RPIFILE ASSIGN TO RPIFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPI-KEY
               FILE STATUS IS WS-RPIFILE-SW.

           SELECT RPAFILE ASSIGN TO RPAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPA-KEY
               FILE STATUS IS WS-RPAFILE-SW.

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT JDPFILE ASSIGN TO JDPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDP-KEY
               FILE STATUS IS WS-JDPFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD RPDFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REPORT-DIRECTORY-RECORD.
      *
       COPY RPTDIR.
      *
       FD RPIFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REPORT-INDEX-RECORD.
      *
       COPY RPTIDX.
      *
       FD RPAFILE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS REPORT-ARCHIVE-RECORD.
      *
       COPY RPTARC.
      *
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
      *
       COPY RUNCTL.
      *
       FD JDPFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS JOB-DEPENDENCY-RECORD.
      *
       COPY JOBDEP.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-RPDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RPDFILE-SUCCESS                VALUE '00'.
       01 WS-RPDFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-RPDFILE-AVAILABLE              VALUE 'Y'.
       01 WS-RPIFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RPIFILE-SUCCESS                VALUE '00'.
       01 WS-RPIFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-RPIFILE-AVAILABLE              VALUE 'Y'.
       01 WS-RPAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RPAFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-LINES-DONE-SW                   PIC X(01)  VALUE 'N'.
           88  WS-LINES-DONE                     VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
      *
       01 WS-DATE-WORK                       PIC 9(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-YYYY                  PIC 9(04).
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
       01 WS-DOC-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-AGE-DAYS                        PIC S9(09) COMP-3.
      *
      *    RETENTION OF THE REPORT LAST LOOKED UP - THE INDEX COMES IN
      *    REPORT ORDER, SO THE DIRECTORY IS READ ONCE PER REPORT.
      *
       01 WS-DEFAULT-RETENTION               PIC 9(04)  VALUE 0090.
       01 WS-RETENTION-REPORT                PIC X(08)  VALUE SPACE.
       01 WS-RETENTION-DAYS                  PIC 9(04)  VALUE ZERO.
       01 WS-PURGE-RUN-KEY                   PIC X(22).
      *
       01 WS-RUNS-READ                       PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-RUNS-PURGED                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LINES-PURGED                    PIC S9(09) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'REPORT ARCHIVE PURGE REGISTER'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(67) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(10) VALUE 'REPORT'.
           05  FILLER          PIC X(10) VALUE 'RUN DATE'.
           05  FILLER          PIC X(08) VALUE 'TIME'.
           05  FILLER          PIC X(07) VALUE 'PAGES'.
           05  FILLER          PIC X(10) VALUE '    LINES'.
           05  FILLER          PIC X(07) VALUE '  AGE'.
           05  FILLER          PIC X(07) VALUE ' KEEP'.
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-REPORT           PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RUN-DATE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RUN-TIME         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PAGES            PIC Z(04)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LINES            PIC Z(06)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AGE              PIC Z(04)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-KEEP             PIC Z(04)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ACTION           PIC X(20).
           05  FILLER               PIC X(54) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE 'RUNS READ:'.
           05  RPT-TOT-READ         PIC Z(06)9.
           05  FILLER               PIC X(16) VALUE '  RUNS PURGED:'.
           05  RPT-TOT-PURGED       PIC Z(06)9.
           05  FILLER               PIC X(16) VALUE '  LINES PURGED:'.
           05  RPT-TOT-LINES        PIC Z(08)9.
           05  FILLER               PIC X(65) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           COMPUTE WS-RUN-DAYNUM =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'RPPRGB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           IF WS-RPIFILE-AVAILABLE
               PERFORM 300-READ-INDEX
               PERFORM 400-AGE-ARCHIVED-RUN
                   UNTIL WS-EOF-YES
           END-IF.
      *
           MOVE WS-RUNS-READ    TO RPT-TOT-READ.
           MOVE WS-RUNS-PURGED  TO RPT-TOT-PURGED.
           MOVE WS-LINES-PURGED TO RPT-TOT-LINES.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-RUNS-READ   TO WS-RUN-COUNT-IN.
           MOVE WS-RUNS-PURGED TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
      *****************************************************************
      *    THE RUN WORKS THE BUSINESS DATE ON THE DAYAB2 DAY-CONTROL
      *    RECORD, NOT THE WALL CLOCK.  NO DAY FILE OR NO RECORD
      *    FALLS BACK TO THE SYSTEM DATE.
      *****************************************************************
       150-GET-PROCESSING-DATE.
      *
           OPEN INPUT DAYFILE.
           IF WS-DAYFILE-SUCCESS
               MOVE 'D' TO DAY-CONTROL-KEY
               READ DAYFILE
               IF WS-DAYFILE-SUCCESS
                   MOVE DAY-PROCESSING-DATE TO WS-PROC-DATE-MDY
                   MOVE WS-PROC-YYYY TO WS-RUN-YYYY
                   MOVE WS-PROC-MM   TO WS-RUN-MM
                   MOVE WS-PROC-DD   TO WS-RUN-DD
               END-IF
               CLOSE DAYFILE
           END-IF.
      *
       100-OPEN-FILES.
      *
      *****************************************************************
      *    FILE STATUS 35 ON THE INDEX MEANS NOTHING HAS EVER BEEN
      *    ARCHIVED; ON THE DIRECTORY, THAT EVERY REPORT TAKES THE
      *    DEFAULT RETENTION.
      *****************************************************************
           OPEN INPUT RPDFILE.
           IF NOT WS-RPDFILE-SUCCESS
               IF WS-RPDFILE-SW = '35'
                   MOVE 'N' TO WS-RPDFILE-AVAILABLE-SW
                   DISPLAY "RPDFILE NOT FOUND - DEFAULT RETENTION"
               ELSE
                   DISPLAY "WS-RPDFILE-SW=" WS-RPDFILE-SW
                   DISPLAY "RPDFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O RPIFILE.
           IF NOT WS-RPIFILE-SUCCESS
               IF WS-RPIFILE-SW = '35'
                   MOVE 'N' TO WS-RPIFILE-AVAILABLE-SW
                   DISPLAY "RPIFILE NOT FOUND - NOTHING ARCHIVED"
               ELSE
                   DISPLAY "WS-RPIFILE-SW=" WS-RPIFILE-SW
                   DISPLAY "RPIFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           IF WS-RPIFILE-AVAILABLE
               OPEN I-O RPAFILE
               IF NOT WS-RPAFILE-SUCCESS
                   DISPLAY "WS-RPAFILE-SW=" WS-RPAFILE-SW
                   DISPLAY "RPAFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-INDEX.
      *
           READ RPIFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-RUNS-READ
           END-READ.
      *
      *****************************************************************
      *    ONE ARCHIVED RUN.  A RUN WITH NO USABLE DATE IS LEFT FOR
      *    SOMEONE TO LOOK AT RATHER THAN GUESSED AT.
      *****************************************************************
       400-AGE-ARCHIVED-RUN.
      *
           IF RPI-REPORT-NAME NOT = WS-RETENTION-REPORT
               PERFORM 410-GET-RETENTION
           END-IF.
      *
           IF RPI-RUN-DATE NUMERIC
               MOVE RPI-RUN-DATE TO WS-DATE-WORK
               COMPUTE WS-DOC-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM - WS-DOC-DAYNUM
               IF WS-AGE-DAYS > WS-RETENTION-DAYS
                   PERFORM 500-PURGE-ARCHIVED-RUN
               END-IF
           END-IF.
      *
           PERFORM 300-READ-INDEX.
      *
       410-GET-RETENTION.
      *
           MOVE RPI-REPORT-NAME      TO WS-RETENTION-REPORT.
           MOVE WS-DEFAULT-RETENTION TO WS-RETENTION-DAYS.
           IF WS-RPDFILE-AVAILABLE
               MOVE RPI-REPORT-NAME TO RPD-REPORT-NAME
               READ RPDFILE
               IF        WS-RPDFILE-SUCCESS
                     AND RPD-RETENTION-DAYS NUMERIC
                     AND RPD-RETENTION-DAYS > ZERO
                   MOVE RPD-RETENTION-DAYS TO WS-RETENTION-DAYS
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE LINES GO FIRST, THEN THE INDEX RECORD, SO A RUN CUT
      *    SHORT IS STILL INDEXED AND THE NEXT PURGE FINISHES IT.
      *****************************************************************
       500-PURGE-ARCHIVED-RUN.
      *
           MOVE RPI-KEY TO WS-PURGE-RUN-KEY.
           MOVE RPI-KEY TO RPA-RUN-KEY.
           MOVE ZERO    TO RPA-PAGE-NUMBER
                           RPA-LINE-NUMBER.
           MOVE 'N' TO WS-LINES-DONE-SW.
           START RPAFILE KEY NOT < RPA-KEY
               INVALID KEY MOVE 'Y' TO WS-LINES-DONE-SW
           END-START.
           PERFORM 510-DELETE-ARCHIVE-LINE
               UNTIL WS-LINES-DONE.
      *
           DELETE RPIFILE RECORD.
           IF NOT WS-RPIFILE-SUCCESS
               DISPLAY "WS-RPIFILE-SW=" WS-RPIFILE-SW
               DISPLAY "RPIFILE DELETE ERROR"
               STOP RUN
           END-IF.
      *
           MOVE RPI-REPORT-NAME   TO RPT-REPORT.
           MOVE RPI-RUN-DATE      TO RPT-RUN-DATE.
           MOVE RPI-RUN-TIME      TO RPT-RUN-TIME.
           MOVE RPI-PAGE-COUNT    TO RPT-PAGES.
           MOVE RPI-LINE-COUNT    TO RPT-LINES.
           MOVE WS-AGE-DAYS       TO RPT-AGE.
           MOVE WS-RETENTION-DAYS TO RPT-KEEP.
           MOVE 'PURGED'          TO RPT-ACTION.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-RUNS-PURGED.
      *
       510-DELETE-ARCHIVE-LINE.
      *
           READ RPAFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LINES-DONE-SW
           END-READ.
           IF NOT WS-LINES-DONE
               IF RPA-RUN-KEY NOT = WS-PURGE-RUN-KEY
                   MOVE 'Y' TO WS-LINES-DONE-SW
               ELSE
                   DELETE RPAFILE RECORD
                   IF NOT WS-RPAFILE-SUCCESS
                       DISPLAY "WS-RPAFILE-SW=" WS-RPAFILE-SW
                       DISPLAY "RPAFILE DELETE ERROR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LINES-PURGED
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           IF WS-RPDFILE-AVAILABLE
               CLOSE RPDFILE
           END-IF.
           IF WS-RPIFILE-AVAILABLE
               CLOSE RPIFILE
               CLOSE RPAFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
