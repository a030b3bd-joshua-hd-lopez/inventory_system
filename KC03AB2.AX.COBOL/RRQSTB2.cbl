       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRQSTB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    REPORT REQUEST STEP.  RUNS THREE TIMES IN EVERY JOB THAT
      *    RRQDSB2 SUBMITS FOR A REPORT REQUEST, DRIVEN BY THE
      *    IN-STREAM STEP CARD (RRQSTEP) ON THE RRQCARD DD:
      *
      *    S - AHEAD OF THE REPORT.  REGISTERS THE REQUEST'S OWN JOB
      *        ON RUNAB2 AS RUNNING AND MARKS THE REQUEST RUNNING.  FOR
      *        A REPORT THAT REGISTERS ITSELF, NOTES THE REPORT'S OWN
      *        RUNAB2 STATUS FOR THE DAY AND, WHEN IT IS COMPLETE,
      *        FORCES IT THE WAY RUNFRB2 DOES SO THE REPORT DOES NOT
      *        REFUSE TO RUN A SECOND TIME.  THE DAY IS THE ONE THE
      *        REPORT REGISTERS UNDER - THE DAYAB2 PROCESSING DATE, OR
      *        THE SYSTEM DATE FOR A REPORT THE CATALOG (RPTCAT) MARKS
      *        AS KEYING BY IT - AND IS KEPT ON THE REQUEST (RRQ-RUN-
      *        DATE) FOR THE E AND F STEPS.
      *    E - AFTER THE REPORT ENDED CLEAN.  A REPORT THAT REGISTERS
      *        ITSELF MUST ALSO SHOW COMPLETE ON RUNAB2 FROM A START
      *        AFTER THE S STEP - A REPORT THAT REFUSED TO START (A
      *        PREREQUISITE NOT DONE) ENDS CLEAN BUT RAN NOTHING.  THE
      *        REQUEST IS MARKED COMPLETE, AND ITS JOB COMPLETE ON
      *        RUNAB2, OR THE REQUEST FAILED WITH THE REASON.
      *    F - AFTER THE REPORT ENDED IN ERROR OR ABENDED.  THE
      *        REQUEST IS MARKED FAILED.
      *
      *    A FAILED REQUEST LEAVES ITS JOB AT RUNNING ON RUNAB2, SO
      *    RUNRPB2 SHOWS OPERATIONS A JOB THAT NEVER FINISHED.  AT E
      *    AND F THE REPORT'S OWN RUNAB2 RECORD FOR THE DAY IS PUT
      *    BACK AS THE S STEP FOUND IT - REMOVED IF THERE WAS NONE -
      *    SO A REQUESTED RUN NEVER STANDS IN FOR, OR BLOCKS, THE
      *    SCHEDULED ONE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STEPCARD-FILE ASSIGN TO RRQCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPCARD-SW.

           SELECT RRQFILE ASSIGN TO RRQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RRQ-KEY
               FILE STATUS IS WS-RRQFILE-SW.

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD STEPCARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REQUEST-STEP-CARD.
      *
       COPY RRQSTEP.
      *
       FD RRQFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REPORT-REQUEST-RECORD.
      *
       COPY RPTREQ.
      *
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
      *
       COPY RUNCTL.
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-STEPCARD-SW                     PIC X(02)  VALUE SPACES.
           88  WS-STEPCARD-SUCCESS               VALUE '00'.
       01 WS-RRQFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RRQFILE-SUCCESS                VALUE '00'.
       01 WS-RUNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RUNFILE-SUCCESS                VALUE '00'.
           88  WS-RUNFILE-NOTFOUND                VALUE '23'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
      *
      *    THE STEP CARD, KEPT ONCE THE CARD FILE IS CLOSED.
      *
       01 WS-STEP-ACTION                     PIC X(01)  VALUE SPACE.
           88  WS-STEP-START                     VALUE 'S'.
           88  WS-STEP-END                       VALUE 'E'.
           88  WS-STEP-FAILED                    VALUE 'F'.
       01 WS-STEP-REQUEST-KEY                PIC X(18)  VALUE SPACE.
       01 WS-STEP-JOB-NAME                   PIC X(08)  VALUE SPACE.
      *
       01 WS-STAMP-DATE                      PIC 9(08).
       01 WS-STAMP-TIME                      PIC 9(08).
       01 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
           05  WS-STAMP-HHMMSS               PIC 9(06).
           05  FILLER                        PIC X(02).
      *
      *    THE DAY THE REPORT REGISTERS ITS RUN UNDER, YYYYMMDD.
      *
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-REPORT-RUN-DATE                 PIC X(08).
       01 WS-REPORT-RUN-DATE-R REDEFINES WS-REPORT-RUN-DATE.
           05  WS-RRD-YYYY                   PIC X(04).
           05  WS-RRD-MM                     PIC X(02).
           05  WS-RRD-DD                     PIC X(02).
      *
       01 WS-REPORT-OK-SW                    PIC X(01)  VALUE 'Y'.
           88  WS-REPORT-OK                      VALUE 'Y'.
       01 WS-FAIL-MESSAGE                    PIC X(30)  VALUE SPACE.
      *
      *    START STAMPS COMPARED AS ONE DATE-AND-TIME STRING.
      *
       01 WS-REPORT-STARTED.
           05  WS-RPT-START-DATE             PIC X(08).
           05  WS-RPT-START-TIME             PIC X(06).
       01 WS-REQUEST-STARTED.
           05  WS-REQ-START-DATE             PIC X(08).
           05  WS-REQ-START-TIME             PIC X(06).
      *
       COPY RPTCAT.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 200-READ-REQUEST.
           PERFORM 210-FIND-CATALOG-ENTRY.
      *
           EVALUATE TRUE
               WHEN WS-STEP-START
                   PERFORM 300-START-REQUEST
               WHEN WS-STEP-END
                   PERFORM 400-END-REQUEST
               WHEN WS-STEP-FAILED
                   PERFORM 500-FAIL-REQUEST
               WHEN OTHER
                   DISPLAY "STEP CARD ACTION " WS-STEP-ACTION
                           " NOT S, E OR F - NOTHING DONE"
           END-EVALUATE.
      *
           CLOSE RRQFILE.
           CLOSE RUNFILE.
           DISPLAY "DONE".
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT STEPCARD-FILE.
           IF WS-STEPCARD-SUCCESS
               READ STEPCARD-FILE
                   AT END
                       DISPLAY "RRQCARD EMPTY - NOTHING DONE"
                       STOP RUN
               END-READ
               MOVE RSC-ACTION      TO WS-STEP-ACTION
               MOVE RSC-REQUEST-KEY TO WS-STEP-REQUEST-KEY
               MOVE RSC-JOB-NAME    TO WS-STEP-JOB-NAME
               CLOSE STEPCARD-FILE
           ELSE
               DISPLAY "WS-STEPCARD-SW=" WS-STEPCARD-SW
               DISPLAY "RRQCARD OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O RRQFILE.
           IF WS-RRQFILE-SUCCESS
               DISPLAY "RRQFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-RRQFILE-SW=" WS-RRQFILE-SW
               DISPLAY "RRQFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O RUNFILE.
           IF WS-RUNFILE-SUCCESS
               DISPLAY "RUNFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-RUNFILE-SW = '35'
                   OPEN OUTPUT RUNFILE
                   IF WS-RUNFILE-SUCCESS
                       CLOSE RUNFILE
                       OPEN I-O RUNFILE
                   END-IF
                   IF WS-RUNFILE-SUCCESS
                       DISPLAY "RUNFILE CREATED"
                   ELSE
                       DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
                       DISPLAY "RUNFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-RUNFILE-SW=" WS-RUNFILE-SW
                   DISPLAY "RUNFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       200-READ-REQUEST.
      *
           MOVE WS-STEP-REQUEST-KEY TO RRQ-KEY.
           READ RRQFILE.
           IF NOT WS-RRQFILE-SUCCESS
               DISPLAY "REQUEST " WS-STEP-REQUEST-KEY
                       " NOT ON RRQFILE STATUS=" WS-RRQFILE-SW
               CLOSE RRQFILE
               CLOSE RUNFILE
               STOP RUN
           END-IF.
           DISPLAY "REQUEST " RRQ-KEY " REPORT " RRQ-REPORT-NAME
                   " STEP " WS-STEP-ACTION.
      *
       210-FIND-CATALOG-ENTRY.
      *
           MOVE 'N' TO RCT-FOUND-SW.
           PERFORM 220-MATCH-CATALOG-ENTRY
               VARYING RCT-SUB FROM 1 BY 1
                 UNTIL RCT-SUB > RCT-ENTRY-COUNT
                    OR RCT-FOUND.
           IF RCT-FOUND
               SUBTRACT 1 FROM RCT-SUB
           END-IF.
      *
       220-MATCH-CATALOG-ENTRY.
      *
           IF RCT-REPORT-NAME(RCT-SUB) = RRQ-REPORT-NAME
               MOVE 'Y' TO RCT-FOUND-SW
           END-IF.
      *
      *****************************************************************
      *    S STEP.
      *****************************************************************
       300-START-REQUEST.
      *
           MOVE WS-STEP-JOB-NAME TO RUN-JOB-NAME.
           MOVE WS-STAMP-DATE   TO RUN-PROCESSING-DATE.
           READ RUNFILE.
           SET RUN-STATUS-RUNNING TO TRUE.
           MOVE WS-STAMP-DATE   TO RUN-START-DATE.
           MOVE WS-STAMP-HHMMSS TO RUN-START-TIME.
           MOVE SPACE TO RUN-END-DATE
                         RUN-END-TIME.
           MOVE ZERO  TO RUN-RECORDS-IN
                         RUN-RECORDS-OUT.
           IF WS-RUNFILE-SUCCESS
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
           IF NOT WS-RUNFILE-SUCCESS
               DISPLAY "RUNFILE WRITE ERROR STATUS=" WS-RUNFILE-SW
               STOP RUN
           END-IF.
      *
           MOVE 'N' TO RRQ-PRIOR-RUN-STATUS.
           MOVE SPACE TO RRQ-RUN-DATE.
           IF RCT-FOUND AND RCT-REGISTERED(RCT-SUB)
               PERFORM 305-GET-REPORT-RUN-DATE
               MOVE WS-REPORT-RUN-DATE TO RRQ-RUN-DATE
               PERFORM 310-FORCE-REPORT-RUN
           END-IF.
      *
           SET RRQ-STATUS-RUNNING TO TRUE.
           MOVE 'RUNNING'       TO RRQ-STATUS-MESSAGE.
           MOVE WS-STAMP-DATE   TO RRQ-START-DATE.
           MOVE WS-STAMP-HHMMSS TO RRQ-START-TIME.
           PERFORM 600-REWRITE-REQUEST.
      *
      *****************************************************************
      *    THE DAY THE REPORT WILL REGISTER UNDER.  THE REPORTS WORK
      *    THE BUSINESS DATE ON THE DAYAB2 DAY-CONTROL RECORD (SEE
      *    150-GET-PROCESSING-DATE IN AGERPB2), WHICH IS NOT THE
      *    SYSTEM DATE BEFORE THE DAY IS OPENED OR PAST MIDNIGHT; NO
      *    DAY FILE OR NO RECORD FALLS BACK TO THE SYSTEM DATE, AS IT
      *    DOES FOR THEM.  A REPORT THE CATALOG MARKS W KEYS BY THE
      *    SYSTEM DATE ALWAYS.
      *****************************************************************
       305-GET-REPORT-RUN-DATE.
      *
           MOVE WS-STAMP-DATE TO WS-REPORT-RUN-DATE.
           IF NOT RCT-REGISTERED-SYSTEM-DATE(RCT-SUB)
               OPEN INPUT DAYFILE
               IF WS-DAYFILE-SUCCESS
                   MOVE 'D' TO DAY-CONTROL-KEY
                   READ DAYFILE
                   IF WS-DAYFILE-SUCCESS
                       MOVE DAY-PROCESSING-DATE TO WS-PROC-DATE-MDY
                       MOVE WS-PROC-YYYY TO WS-RRD-YYYY
                       MOVE WS-PROC-MM   TO WS-RRD-MM
                       MOVE WS-PROC-DD   TO WS-RRD-DD
                   END-IF
                   CLOSE DAYFILE
               END-IF
           END-IF.
      *
       310-FORCE-REPORT-RUN.
      *
           MOVE RRQ-REPORT-NAME TO RUN-JOB-NAME.
           MOVE RRQ-RUN-DATE    TO RUN-PROCESSING-DATE.
           READ RUNFILE.
           IF WS-RUNFILE-SUCCESS
               MOVE RUN-STATUS TO RRQ-PRIOR-RUN-STATUS
               IF RUN-STATUS-COMPLETE
                   SET RUN-STATUS-FORCED TO TRUE
                   REWRITE RUN-CONTROL-RECORD
                   IF NOT WS-RUNFILE-SUCCESS
                       DISPLAY "RUNFILE REWRITE ERROR STATUS="
                               WS-RUNFILE-SW
                       STOP RUN
                   END-IF
                   DISPLAY "FORCED RERUN: " RRQ-REPORT-NAME
                           " FOR " RRQ-RUN-DATE
               END-IF
           END-IF.
      *
      *****************************************************************
      *    E STEP.
      *****************************************************************
       400-END-REQUEST.
      *
           MOVE 'Y' TO WS-REPORT-OK-SW.
           IF RCT-FOUND AND RCT-REGISTERED(RCT-SUB)
               PERFORM 430-SET-REPORT-RUN-DATE
               PERFORM 410-CHECK-REPORT-RUN
               PERFORM 700-RESTORE-REPORT-RUN
           END-IF.
      *
           MOVE WS-STAMP-DATE   TO RRQ-END-DATE.
           MOVE WS-STAMP-HHMMSS TO RRQ-END-TIME.
           IF WS-REPORT-OK
               SET RRQ-STATUS-COMPLETE TO TRUE
               MOVE 'COMPLETED' TO RRQ-STATUS-MESSAGE
               PERFORM 420-COMPLETE-REQUEST-JOB
           ELSE
               SET RRQ-STATUS-FAILED TO TRUE
               MOVE WS-FAIL-MESSAGE TO RRQ-STATUS-MESSAGE
           END-IF.
           PERFORM 600-REWRITE-REQUEST.
      *
      *    THE REPORT REGISTERED UNDER THE DAY THE S STEP WORKED OUT.
      *
       410-CHECK-REPORT-RUN.
      *
           MOVE RRQ-REPORT-NAME TO RUN-JOB-NAME.
           MOVE RRQ-RUN-DATE    TO RUN-PROCESSING-DATE.
           READ RUNFILE.
           IF WS-RUNFILE-SUCCESS
               MOVE RUN-START-DATE TO WS-RPT-START-DATE
               MOVE RUN-START-TIME TO WS-RPT-START-TIME
               MOVE RRQ-START-DATE TO WS-REQ-START-DATE
               MOVE RRQ-START-TIME TO WS-REQ-START-TIME
               EVALUATE TRUE
                   WHEN WS-REPORT-STARTED < WS-REQUEST-STARTED
                       MOVE 'N' TO WS-REPORT-OK-SW
                       MOVE 'REPORT REFUSED TO START'
                           TO WS-FAIL-MESSAGE
                   WHEN RUN-STATUS-BLOCKED
                       MOVE 'N' TO WS-REPORT-OK-SW
                       MOVE 'BLOCKED BY A PREREQUISITE JOB'
                           TO WS-FAIL-MESSAGE
                   WHEN NOT RUN-STATUS-COMPLETE
                       MOVE 'N' TO WS-REPORT-OK-SW
                       MOVE 'REPORT DID NOT FINISH'
                           TO WS-FAIL-MESSAGE
               END-EVALUATE
           ELSE
               MOVE 'N' TO WS-REPORT-OK-SW
               MOVE 'REPORT DID NOT REGISTER A RUN'
                   TO WS-FAIL-MESSAGE
           END-IF.
      *
       420-COMPLETE-REQUEST-JOB.
      *
           MOVE WS-STEP-JOB-NAME TO RUN-JOB-NAME.
           MOVE RRQ-START-DATE TO RUN-PROCESSING-DATE.
           READ RUNFILE.
           IF WS-RUNFILE-SUCCESS
               SET RUN-STATUS-COMPLETE TO TRUE
               MOVE WS-STAMP-DATE   TO RUN-END-DATE
               MOVE WS-STAMP-HHMMSS TO RUN-END-TIME
               MOVE 1 TO RUN-RECORDS-IN
                         RUN-RECORDS-OUT
               REWRITE RUN-CONTROL-RECORD
               IF NOT WS-RUNFILE-SUCCESS
                   DISPLAY "RUNFILE REWRITE ERROR STATUS="
                           WS-RUNFILE-SW
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "NO RUN RECORD FOR " WS-STEP-JOB-NAME
                       " " RRQ-START-DATE
           END-IF.
      *
      *
      *    A REQUEST STARTED BEFORE THE RUN DATE WAS KEPT ON IT WAS
      *    KEYED BY THE DAY ITS S STEP RAN.
      *
       430-SET-REPORT-RUN-DATE.
      *
           IF RRQ-RUN-DATE = SPACE
               MOVE RRQ-START-DATE TO RRQ-RUN-DATE
           END-IF.
      *
      *****************************************************************
      *    F STEP.
      *****************************************************************
       500-FAIL-REQUEST.
      *
           IF RCT-FOUND AND RCT-REGISTERED(RCT-SUB)
               PERFORM 430-SET-REPORT-RUN-DATE
               PERFORM 700-RESTORE-REPORT-RUN
           END-IF.
      *
           SET RRQ-STATUS-FAILED TO TRUE.
           MOVE 'REPORT STEP ENDED IN ERROR' TO RRQ-STATUS-MESSAGE.
           MOVE WS-STAMP-DATE   TO RRQ-END-DATE.
           MOVE WS-STAMP-HHMMSS TO RRQ-END-TIME.
           PERFORM 600-REWRITE-REQUEST.
      *
       600-REWRITE-REQUEST.
      *
           REWRITE REPORT-REQUEST-RECORD.
           IF NOT WS-RRQFILE-SUCCESS
               DISPLAY "RRQFILE REWRITE ERROR STATUS=" WS-RRQFILE-SW
               STOP RUN
           END-IF.
           DISPLAY "REQUEST STATUS " RRQ-STATUS " "
                   RRQ-STATUS-MESSAGE.
      *
      *****************************************************************
      *    PUT THE REPORT'S OWN RUNAB2 RECORD BACK AS THE S STEP FOUND
      *    IT - NONE AT ALL, OR ITS EARLIER STATUS.
      *****************************************************************
       700-RESTORE-REPORT-RUN.
      *
           MOVE RRQ-REPORT-NAME TO RUN-JOB-NAME.
           MOVE RRQ-RUN-DATE    TO RUN-PROCESSING-DATE.
           READ RUNFILE.
           IF WS-RUNFILE-SUCCESS
               IF RRQ-NO-PRIOR-RUN
                   DELETE RUNFILE RECORD
               ELSE
                   MOVE RRQ-PRIOR-RUN-STATUS TO RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
               END-IF
               IF NOT WS-RUNFILE-SUCCESS
                   DISPLAY "RUNFILE RESTORE ERROR STATUS="
                           WS-RUNFILE-SW
                   STOP RUN
               END-IF
           END-IF.
