       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTAGB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    AGED UNACKNOWLEDGED OPERATOR ALERTS, FOR THE SUPERVISORS.
      *    EVERY ALERT ON ALTAB2 STILL NEW IS AGED FROM THE DAY IT WAS
      *    RAISED TO THE PROCESSING DATE ON THE DAYAB2 RECORD, AND ONE
      *    THAT HAS SAT AT LEAST AS MANY DAYS AS ITS TYPE'S AGE DAYS
      *    ON THE ALRAB2 ROUTING TABLE (ONE DAY WHEN THE TYPE HAS NO
      *    ROUTING OR ZERO AGE DAYS) IS PRINTED.  THE REPORT IS SORTED
      *    BY WHO THE ALERT IS ASSIGNED TO - AN OPERATOR, A ROLE OR
      *    THE SUPERVISORS - OLDEST FIRST, WITH A COUNT FOR EACH
      *    ASSIGNEE AND THE WHOLE FILE.  THE SAME PASS DELETES ALERTS
      *    ACKNOWLEDGED AND NOT SEEN AGAIN FOR 30 DAYS, SO THE FILE
      *    DOES NOT GROW FOREVER AND A CONDITION THAT COMES BACK
      *    AFTER THAT RAISES A NEW ALERT.  DAYS ARE COUNTED ON A
      *    360-DAY YEAR LIKE THE REST OF THE AGING.
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

           SELECT ALTFILE ASSIGN TO ALTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALT-KEY
               FILE STATUS IS WS-ALTFILE-SW.

           SELECT ALRFILE ASSIGN TO ALRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALRFILE-SW.

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

           SELECT SORT-FILE ASSIGN TO SORTWK.

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
      *****************************************************************
      *    ONE SORT RECORD PER AGED ALERT, ASSIGNEE-MAJOR, OLDEST
      *    FIRST WITHIN THE ASSIGNEE.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-ASSIGN-TYPE               PIC X(01).
           05  SRT-ASSIGNED-TO               PIC X(04).
           05  SRT-DAYS-OLD                  PIC 9(05).
           05  SRT-TYPE                      PIC X(02).
           05  SRT-REFERENCE                 PIC X(20).
           05  SRT-RAISED-DATE               PIC X(08).
           05  SRT-SEEN-COUNT                PIC 9(04).
           05  SRT-TEXT                      PIC X(60).
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
       01 WS-ALTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ALTFILE-SUCCESS                VALUE '00'.
       01 WS-ALTFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-ALTFILE-AVAILABLE              VALUE 'Y'.
       01 WS-ALRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ALRFILE-SUCCESS                VALUE '00'.
       01 WS-ALRFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-ALRFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-GROUP-ACTIVE-SW                 PIC X(01)  VALUE 'N'.
           88  WS-GROUP-ACTIVE                   VALUE 'Y'.
      *
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC 9(02).
           05  WS-PROC-DD                    PIC 9(02).
           05  WS-PROC-YYYY                  PIC 9(04).
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-ALT-DATE-YMD                    PIC X(08).
       01 WS-ALT-DATE-YMD-R REDEFINES WS-ALT-DATE-YMD.
           05  WS-ALT-YYYY                   PIC 9(04).
           05  WS-ALT-MM                     PIC 9(02).
           05  WS-ALT-DD                     PIC 9(02).
       01 WS-DAYS-OLD                        PIC S9(05) COMP-3.
       01 WS-AGE-LIMIT                       PIC S9(03) COMP-3.
       01 WS-PURGE-DAYS                      PIC S9(03) COMP-3
                                              VALUE +30.
      *
       01 WS-CURRENT-ASSIGN-TYPE             PIC X(01)  VALUE SPACE.
       01 WS-CURRENT-ASSIGNED-TO             PIC X(04)  VALUE SPACE.
      *
       01 WS-ALT-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRINTED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-GROUP-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-PURGED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'AGED UNACKNOWLEDGED OPERATOR ALERTS'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(04) VALUE 'TYPE'.
           05  FILLER          PIC X(22) VALUE ' REFERENCE'.
           05  FILLER          PIC X(10) VALUE 'RAISED'.
           05  FILLER          PIC X(06) VALUE ' DAYS'.
           05  FILLER          PIC X(06) VALUE ' SEEN'.
           05  FILLER          PIC X(11) VALUE ' ALERT'.
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-GROUP-LINE.
           05  FILLER                   PIC X(13) VALUE
               'ASSIGNED TO: '.
           05  RPT-GROUP-NAME           PIC X(20).
           05  FILLER                   PIC X(99) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-TYPE                 PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-REFERENCE            PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-RAISED-DATE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-DAYS                 PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-SEEN                 PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TEXT                 PIC X(60).
           05  FILLER                   PIC X(23) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACE.
           05  RPT-TOT-LABEL            PIC X(40).
           05  RPT-TOT-COUNT            PIC Z(06)9.
           05  FILLER                   PIC X(81) VALUE SPACE.
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
           MOVE 'ALTAGB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           IF WS-ALTFILE-AVAILABLE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-ASSIGN-TYPE
                                    SRT-ASSIGNED-TO
                   ON DESCENDING KEY SRT-DAYS-OLD
                   INPUT PROCEDURE IS 500-RELEASE-ALERTS
                   OUTPUT PROCEDURE IS 600-PRINT-ALERTS
           END-IF.
      *
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-ALT-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-PRINTED-COUNT  TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO ALERT HAS EVER BEEN RAISED.
      *****************************************************************
           OPEN I-O ALTFILE.
           IF NOT WS-ALTFILE-SUCCESS
               IF WS-ALTFILE-SW = '35'
                   MOVE 'N' TO WS-ALTFILE-AVAILABLE-SW
                   DISPLAY "NO ALTFILE - NO ALERTS RAISED"
               ELSE
                   DISPLAY "WS-ALTFILE-SW=" WS-ALTFILE-SW
                   DISPLAY "ALTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    NO ROUTING TABLE MEANS EVERY TYPE AGES AFTER ONE DAY.
      *****************************************************************
           OPEN INPUT ALRFILE.
           IF NOT WS-ALRFILE-SUCCESS
               IF WS-ALRFILE-SW = '35'
                   MOVE 'N' TO WS-ALRFILE-AVAILABLE-SW
                   DISPLAY "ALRFILE NOT ON FILE - ONE DAY FOR ALL TYPES"
               ELSE
                   DISPLAY "WS-ALRFILE-SW=" WS-ALRFILE-SW
                   DISPLAY "ALRFILE OPEN ERROR"
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
       300-READ-ALERT.
      *
           READ ALTFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-ALT-READ-COUNT
           END-READ.
      *
       500-RELEASE-ALERTS.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 300-READ-ALERT.
           PERFORM 510-RELEASE-ALERT
               UNTIL WS-EOF-YES.
      *
      *****************************************************************
      *    A NEW ALERT PAST ITS TYPE'S AGE DAYS GOES TO THE SORT; AN
      *    ACKNOWLEDGED ONE NOT SEEN FOR WS-PURGE-DAYS IS DELETED.
      *****************************************************************
       510-RELEASE-ALERT.
      *
           IF ALT-STATUS-NEW
               MOVE ALT-RAISED-DATE TO WS-ALT-DATE-YMD
               PERFORM 520-AGE-ALERT-DATE
               PERFORM 530-GET-AGE-LIMIT
               IF WS-DAYS-OLD NOT < WS-AGE-LIMIT
                   MOVE ALT-ASSIGN-TYPE TO SRT-ASSIGN-TYPE
                   MOVE ALT-ASSIGNED-TO TO SRT-ASSIGNED-TO
                   MOVE WS-DAYS-OLD     TO SRT-DAYS-OLD
                   MOVE ALT-TYPE        TO SRT-TYPE
                   MOVE ALT-REFERENCE   TO SRT-REFERENCE
                   MOVE ALT-RAISED-DATE TO SRT-RAISED-DATE
                   MOVE ALT-SEEN-COUNT  TO SRT-SEEN-COUNT
                   MOVE ALT-TEXT        TO SRT-TEXT
                   RELEASE SORT-RECORD
               END-IF
           ELSE
               MOVE ALT-LAST-SEEN-DATE TO WS-ALT-DATE-YMD
               PERFORM 520-AGE-ALERT-DATE
               IF WS-DAYS-OLD > WS-PURGE-DAYS
                   DELETE ALTFILE RECORD
                   IF WS-ALTFILE-SUCCESS
                       ADD 1 TO WS-PURGED-COUNT
                   ELSE
                       DISPLAY "ALTFILE DELETE ERROR STATUS="
                               WS-ALTFILE-SW
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM 300-READ-ALERT.
      *
       520-AGE-ALERT-DATE.
      *
           IF WS-ALT-DATE-YMD NUMERIC
               COMPUTE WS-DAYS-OLD = WS-RUN-DAYNUM -
                   ((WS-ALT-YYYY * 360) + (WS-ALT-MM * 30)
                       + WS-ALT-DD)
           ELSE
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.
           IF WS-DAYS-OLD < ZERO
               MOVE ZERO TO WS-DAYS-OLD
           END-IF.
      *
       530-GET-AGE-LIMIT.
      *
           MOVE 1 TO WS-AGE-LIMIT.
           IF WS-ALRFILE-AVAILABLE
               MOVE ALT-TYPE TO ALR-ALERT-TYPE
               READ ALRFILE
               IF WS-ALRFILE-SUCCESS AND ALR-AGE-DAYS > ZERO
                   MOVE ALR-AGE-DAYS TO WS-AGE-LIMIT
               END-IF
           END-IF.
      *
      *****************************************************************
      *    CONTROL BREAK: A NEW ASSIGNEE PRINTS THE COUNT FOR THE ONE
      *    BEFORE AND A HEADING FOR ITSELF.
      *****************************************************************
       600-PRINT-ALERTS.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 610-RETURN-ALERT.
           PERFORM 620-PRINT-ALERT
               UNTIL WS-EOF-YES.
      *
           IF WS-GROUP-ACTIVE
               PERFORM 650-PRINT-GROUP-TOTAL
           END-IF.
      *
       610-RETURN-ALERT.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-RETURN.
      *
       620-PRINT-ALERT.
      *
           IF        WS-GROUP-ACTIVE
                 AND (SRT-ASSIGN-TYPE NOT = WS-CURRENT-ASSIGN-TYPE
                   OR SRT-ASSIGNED-TO NOT = WS-CURRENT-ASSIGNED-TO)
               PERFORM 650-PRINT-GROUP-TOTAL
           END-IF.
      *
           IF NOT WS-GROUP-ACTIVE
               PERFORM 630-START-GROUP
           END-IF.
      *
           MOVE SRT-TYPE        TO RPT-TYPE.
           MOVE SRT-REFERENCE   TO RPT-REFERENCE.
           MOVE SRT-RAISED-DATE TO RPT-RAISED-DATE.
           MOVE SRT-DAYS-OLD    TO RPT-DAYS.
           MOVE SRT-SEEN-COUNT  TO RPT-SEEN.
           MOVE SRT-TEXT        TO RPT-TEXT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-GROUP-COUNT
                    WS-PRINTED-COUNT.
      *
           PERFORM 610-RETURN-ALERT.
      *
       630-START-GROUP.
      *
           MOVE 'Y'             TO WS-GROUP-ACTIVE-SW.
           MOVE ZERO            TO WS-GROUP-COUNT.
           MOVE SRT-ASSIGN-TYPE TO WS-CURRENT-ASSIGN-TYPE.
           MOVE SRT-ASSIGNED-TO TO WS-CURRENT-ASSIGNED-TO.
           MOVE SPACE           TO RPT-GROUP-NAME.
           EVALUATE SRT-ASSIGN-TYPE
               WHEN 'O'
                   MOVE 'OPERATOR'      TO RPT-GROUP-NAME(1:8)
                   MOVE SRT-ASSIGNED-TO TO RPT-GROUP-NAME(10:4)
               WHEN 'R'
                   MOVE 'ROLE'          TO RPT-GROUP-NAME(1:4)
                   MOVE SRT-ASSIGNED-TO TO RPT-GROUP-NAME(6:4)
               WHEN OTHER
                   MOVE 'SUPERVISORS'   TO RPT-GROUP-NAME
           END-EVALUATE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-GROUP-LINE.
      *
       650-PRINT-GROUP-TOTAL.
      *
           MOVE 'ALERTS FOR THIS ASSIGNEE' TO RPT-TOT-LABEL.
           MOVE WS-GROUP-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'N' TO WS-GROUP-ACTIVE-SW.
      *
       700-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'AGED UNACKNOWLEDGED ALERTS' TO RPT-TOT-LABEL.
           MOVE WS-PRINTED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ACKNOWLEDGED ALERTS PURGED' TO RPT-TOT-LABEL.
           MOVE WS-PURGED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-ALTFILE-AVAILABLE
               CLOSE ALTFILE
           END-IF.
           IF WS-ALRFILE-AVAILABLE
               CLOSE ALRFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "ALERTS READ:          " WS-ALT-READ-COUNT.
           DISPLAY "AGED ALERTS PRINTED:  " WS-PRINTED-COUNT.
           DISPLAY "ALERTS PURGED:        " WS-PURGED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
