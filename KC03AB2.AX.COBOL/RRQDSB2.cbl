       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRQDSB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    REPORT REQUEST DISPATCHER.  SWEEPS THE REPORT REQUEST FILE
      *    (RRQAB2) THAT OPERATORS FILL FROM THE REPORT REQUEST SCREEN
      *    (RRQMAB2) AND SUBMITS EVERY QUEUED REQUEST AS A JOB OF ITS
      *    OWN THROUGH THE INTERNAL READER, SO NOBODY HAS TO CALL
      *    OPERATIONS FOR A RERUN.  SCHEDULED TO RUN SEVERAL TIMES A
      *    DAY; A REQUEST IS SUBMITTED ONCE, AND THE REQUEST SCREEN
      *    SHOWS IT SUBMITTED WITH THE NAME OF ITS JOB.
      *
      *    EACH JOB IS NAMED RQ PLUS THE HOUR AND MINUTE OF THIS RUN
      *    PLUS A SEQUENCE WITHIN THE RUN, AND THAT NAME IS WHAT THE
      *    REQUEST IS REGISTERED UNDER ON RUNAB2.  THE JOB CARD ITSELF
      *    (ACCOUNTING, CLASS, MSGCLASS) IS COPIED FROM THE JOBCARD
      *    SKELETON WITH THE NAME OVERLAID IN COLUMNS 3-10 OF ITS
      *    FIRST CARD.  THE JOB HAS FOUR STEPS, EACH A CATALOGUED
      *    PROCEDURE WHOSE ONE STEP IS NAMED RUN:
      *        STRT  RRQSTB2 - REGISTERS THE JOB AND MARKS THE REQUEST
      *                        RUNNING
      *        RPT   THE REPORT'S OWN PROCEDURE, WITH ITS PARAMETER
      *              CARD BUILT FROM THE REQUEST (SEE RPTCAT) IN-STREAM
      *              ON THE REPORT'S PARAMETER DD
      *        DONE  RRQSTB2 - ONLY WHEN THE REPORT ENDED RC 4 OR LESS;
      *                        MARKS THE REQUEST COMPLETE OR FAILED
      *        FAIL  RRQSTB2 - ONLY WHEN THE REPORT ENDED HIGHER OR
      *                        ABENDED; MARKS THE REQUEST FAILED
      *    A REQUEST FOR A REPORT NO LONGER ON THE CATALOG IS FAILED
      *    HERE WITHOUT A JOB.  NO JOBCARD SKELETON, NO SUBMISSIONS -
      *    THE REQUESTS STAY QUEUED FOR THE NEXT RUN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RRQFILE ASSIGN TO RRQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRQ-KEY
               FILE STATUS IS WS-RRQFILE-SW.

           SELECT JOBCARD-FILE ASSIGN TO JOBCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBCARD-SW.

           SELECT INTRDR-FILE ASSIGN TO INTRDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRDR-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RRQFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS REPORT-REQUEST-RECORD.
      *
       COPY RPTREQ.
      *
       FD JOBCARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS JOBCARD-RECORD.

       01  JOBCARD-RECORD                    PIC X(80).
      *
       FD INTRDR-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INTRDR-RECORD.

       01  INTRDR-RECORD                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-RRQFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RRQFILE-SUCCESS                VALUE '00'.
           88  WS-RRQFILE-EOF                     VALUE '10'.
       01 WS-JOBCARD-SW                      PIC X(02)  VALUE SPACES.
           88  WS-JOBCARD-SUCCESS                VALUE '00'.
       01 WS-INTRDR-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INTRDR-SUCCESS                 VALUE '00'.
       01 WS-RRQ-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RRQ-EOF                        VALUE 'Y'.
       01 WS-JOBCARD-EOF-SW                  PIC X(01)  VALUE 'N'.
           88  WS-JOBCARD-EOF                    VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-TIME                        PIC 9(08).
       01 WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMM                   PIC 9(04).
           05  WS-RUN-SS                     PIC 9(02).
           05  FILLER                        PIC 9(02).
       01 WS-RUN-HHMMSS                      PIC 9(06).
      *
       01 WS-JOB-SEQ                         PIC 9(02)  VALUE ZERO.
       01 WS-REQUEST-JOB-NAME.
           05  FILLER                        PIC X(02)  VALUE 'RQ'.
           05  WS-JOB-HHMM                   PIC 9(04).
           05  WS-JOB-SEQ-OUT                PIC 9(02).
      *
       01 WS-SUBMIT-MESSAGE.
           05  FILLER                        PIC X(17)  VALUE
               'SUBMITTED AS JOB '.
           05  WS-SUBMIT-JOB                 PIC X(08).
           05  FILLER                        PIC X(05)  VALUE SPACE.
      *
       01 WS-READ-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-SUBMIT-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-FAIL-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-HELD-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    THE JOB CARD SKELETON, UP TO TEN CARDS, HELD FOR EVERY JOB.
      *****************************************************************
       01 WS-JOBCARD-TABLE.
           05  WS-JOBCARD-LINE               PIC X(80)
                                             OCCURS 10 TIMES.
       01 WS-JOBCARD-COUNT                   PIC S9(03) COMP-3
                                              VALUE ZERO.
       01 WS-JOBCARD-SUB                     PIC S9(03) COMP-3.
       01 WS-FIRST-JOBCARD.
           05  WS-FJC-SLASHES                PIC X(02).
           05  WS-FJC-JOB-NAME               PIC X(08).
           05  FILLER                        PIC X(70).
      *
      *****************************************************************
      *    JCL STATEMENTS OF THE REQUEST JOB.
      *****************************************************************
       01 JCL-STRT-EXEC                      PIC X(80)  VALUE
           '//STRT     EXEC RRQSTB2'.
       01 JCL-DONE-EXEC                      PIC X(80)  VALUE
           '//DONE     EXEC RRQSTB2,COND=(4,LT,RPT.RUN)'.
       01 JCL-FAIL-EXEC                      PIC X(80)  VALUE
           '//FAIL     EXEC RRQSTB2,COND=((5,GT,RPT.RUN),EVEN)'.
       01 JCL-STEP-CARD-DD                   PIC X(80)  VALUE
           '//RUN.RRQCARD DD *'.
       01 JCL-END-OF-DATA                    PIC X(80)  VALUE '/*'.
       01 JCL-REPORT-EXEC.
           05  FILLER                        PIC X(16)  VALUE
               '//RPT      EXEC '.
           05  JCL-REPORT-PROC               PIC X(08).
           05  FILLER                        PIC X(56)  VALUE SPACE.
       01 JCL-PARM-DD.
           05  FILLER                        PIC X(06)  VALUE '//RUN.'.
           05  JCL-PARM-DD-NAME              PIC X(08).
           05  FILLER                        PIC X(05)  VALUE ' DD *'.
           05  FILLER                        PIC X(61)  VALUE SPACE.
      *
       COPY RRQSTEP.
      *
      *****************************************************************
      *    THE REPORT'S PARAMETER CARD, ONE VIEW PER PARAMETER TYPE
      *    (SEE RPTCAT).  BLANK FIELDS LEAVE THE REPORT ITS DEFAULTS.
      *****************************************************************
       01 PARM-CARD.
           05  PCD-TEXT                      PIC X(80).
           05  PCD-COMPANY-CARD REDEFINES PCD-TEXT.
               10  PCD-CSL-SELECT-SW         PIC X(01).
               10  PCD-CSL-COMPANY-CODE      PIC X(02).
               10  FILLER                    PIC X(77).
           05  PCD-DATE-CARD REDEFINES PCD-TEXT.
               10  PCD-FROM-DATE             PIC X(08).
               10  PCD-TO-DATE               PIC X(08).
               10  FILLER                    PIC X(64).
           05  PCD-MONTH-CARD REDEFINES PCD-TEXT.
               10  PCD-MONTH                 PIC X(06).
               10  FILLER                    PIC X(74).
           05  PCD-LOT-CARD REDEFINES PCD-TEXT.
               10  PCD-LOT-NUMBER            PIC X(10).
               10  FILLER                    PIC X(70).
           05  PCD-ARCHIVE-CARD REDEFINES PCD-TEXT.
               10  PCD-ARC-TYPE              PIC X(01).
               10  PCD-ARC-VALUE             PIC X(06).
               10  FILLER                    PIC X(73).
           05  PCD-COUNT-CARD REDEFINES PCD-TEXT.
               10  PCD-CCS-WAREHOUSE         PIC X(03).
               10  PCD-CCS-CATEGORY          PIC X(04).
               10  PCD-CCS-DUE-ONLY          PIC X(01).
               10  FILLER                    PIC X(72).
           05  PCD-CUSTOMER-CARD REDEFINES PCD-TEXT.
               10  PCD-CUSTOMER-NUMBER       PIC X(06).
               10  FILLER                    PIC X(74).
      *
       COPY RPTCAT.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-HHMMSS.
           MOVE WS-RUN-HHMM TO WS-JOB-HHMM.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 150-LOAD-JOBCARD.
      *
           PERFORM 200-READ-REQUEST.
           PERFORM 300-DISPATCH-REQUEST
               UNTIL WS-RRQ-EOF.
      *
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN I-O RRQFILE.
           IF WS-RRQFILE-SUCCESS
               DISPLAY "RRQFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-RRQFILE-SW = '35'
                   DISPLAY "RRQFILE NOT FOUND - NO REQUESTS TO DISPATCH"
                   STOP RUN
               ELSE
                   DISPLAY "WS-RRQFILE-SW=" WS-RRQFILE-SW
                   DISPLAY "RRQFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT JOBCARD-FILE.
           IF WS-JOBCARD-SUCCESS
               DISPLAY "JOBCARD OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-JOBCARD-SW=" WS-JOBCARD-SW
               DISPLAY "JOBCARD OPEN ERROR - REQUESTS LEFT QUEUED"
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT INTRDR-FILE.
           IF WS-INTRDR-SUCCESS
               DISPLAY "INTRDR OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INTRDR-SW=" WS-INTRDR-SW
               DISPLAY "INTRDR OPEN ERROR - REQUESTS LEFT QUEUED"
               STOP RUN
           END-IF.
      *
       150-LOAD-JOBCARD.
      *
           PERFORM 160-READ-JOBCARD
               UNTIL WS-JOBCARD-EOF.
           CLOSE JOBCARD-FILE.
      *
           IF WS-JOBCARD-COUNT = ZERO
               DISPLAY "JOBCARD EMPTY - REQUESTS LEFT QUEUED"
               CLOSE RRQFILE
               CLOSE INTRDR-FILE
               STOP RUN
           END-IF.
      *
       160-READ-JOBCARD.
      *
           READ JOBCARD-FILE
               AT END MOVE 'Y' TO WS-JOBCARD-EOF-SW
           NOT AT END
               IF WS-JOBCARD-COUNT < 10
                   ADD 1 TO WS-JOBCARD-COUNT
                   MOVE JOBCARD-RECORD
                       TO WS-JOBCARD-LINE(WS-JOBCARD-COUNT)
               ELSE
                   DISPLAY "JOBCARD OVER 10 CARDS - REST IGNORED"
                   MOVE 'Y' TO WS-JOBCARD-EOF-SW
               END-IF
           END-READ.
      *
       200-READ-REQUEST.
      *
           READ RRQFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RRQ-EOF-SW
           NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
      *
      *****************************************************************
      *    ONE REQUEST.  ONLY A QUEUED REQUEST IS TAKEN UP.  A RUN
      *    SUBMITS AT MOST 99 JOBS - THE JOB NAME CARRIES A 2-DIGIT
      *    SEQUENCE - AND LEAVES ANY MORE QUEUED FOR THE NEXT RUN.
      *****************************************************************
       300-DISPATCH-REQUEST.
      *
           IF RRQ-STATUS-QUEUED
               PERFORM 310-FIND-CATALOG-ENTRY
               EVALUATE TRUE
                   WHEN NOT RCT-FOUND
                       SET RRQ-STATUS-FAILED TO TRUE
                       MOVE 'REPORT NO LONGER OFFERED'
                           TO RRQ-STATUS-MESSAGE
                       MOVE WS-RUN-DATE-X TO RRQ-END-DATE
                       MOVE WS-RUN-HHMMSS TO RRQ-END-TIME
                       PERFORM 380-REWRITE-REQUEST
                       ADD 1 TO WS-FAIL-COUNT
                       DISPLAY "REQUEST FAILED - " RRQ-REPORT-NAME
                               " NOT ON CATALOG - " RRQ-KEY
                   WHEN WS-JOB-SEQ = 99
                       ADD 1 TO WS-HELD-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-JOB-SEQ
                       MOVE WS-JOB-SEQ TO WS-JOB-SEQ-OUT
                       PERFORM 400-WRITE-JOB-STREAM
                       SET RRQ-STATUS-DISPATCHED TO TRUE
                       MOVE WS-REQUEST-JOB-NAME TO RRQ-JOB-NAME
                                                   WS-SUBMIT-JOB
                       MOVE WS-SUBMIT-MESSAGE   TO RRQ-STATUS-MESSAGE
                       MOVE WS-RUN-DATE-X       TO RRQ-DISPATCH-DATE
                       MOVE WS-RUN-HHMMSS       TO RRQ-DISPATCH-TIME
                       PERFORM 380-REWRITE-REQUEST
                       ADD 1 TO WS-SUBMIT-COUNT
                       DISPLAY "SUBMITTED " WS-REQUEST-JOB-NAME " "
                               RRQ-REPORT-NAME " FOR " RRQ-OPERATOR-ID
               END-EVALUATE
           END-IF.
      *
           PERFORM 200-READ-REQUEST.
      *
       310-FIND-CATALOG-ENTRY.
      *
           MOVE 'N' TO RCT-FOUND-SW.
           PERFORM 320-MATCH-CATALOG-ENTRY
               VARYING RCT-SUB FROM 1 BY 1
                 UNTIL RCT-SUB > RCT-ENTRY-COUNT
                    OR RCT-FOUND.
           IF RCT-FOUND
               SUBTRACT 1 FROM RCT-SUB
           END-IF.
      *
       320-MATCH-CATALOG-ENTRY.
      *
           IF RCT-REPORT-NAME(RCT-SUB) = RRQ-REPORT-NAME
               MOVE 'Y' TO RCT-FOUND-SW
           END-IF.
      *
       380-REWRITE-REQUEST.
      *
           REWRITE REPORT-REQUEST-RECORD.
           IF NOT WS-RRQFILE-SUCCESS
               DISPLAY "RRQFILE REWRITE ERROR STATUS=" WS-RRQFILE-SW
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE JOB STREAM FOR ONE REQUEST - SEE THE PROGRAM HEADING.
      *****************************************************************
       400-WRITE-JOB-STREAM.
      *
           MOVE WS-JOBCARD-LINE(1) TO WS-FIRST-JOBCARD.
           MOVE WS-REQUEST-JOB-NAME TO WS-FJC-JOB-NAME.
           WRITE INTRDR-RECORD FROM WS-FIRST-JOBCARD.
           PERFORM 410-WRITE-JOBCARD-LINE
               VARYING WS-JOBCARD-SUB FROM 2 BY 1
                 UNTIL WS-JOBCARD-SUB > WS-JOBCARD-COUNT.
      *
           WRITE INTRDR-RECORD FROM JCL-STRT-EXEC.
           SET RSC-START TO TRUE.
           PERFORM 420-WRITE-STEP-CARD.
      *
           MOVE RRQ-REPORT-NAME TO JCL-REPORT-PROC.
           WRITE INTRDR-RECORD FROM JCL-REPORT-EXEC.
           IF NOT RCT-PARM-NONE(RCT-SUB)
               MOVE RCT-PARM-DD(RCT-SUB) TO JCL-PARM-DD-NAME
               WRITE INTRDR-RECORD FROM JCL-PARM-DD
               PERFORM 430-BUILD-PARM-CARD
               WRITE INTRDR-RECORD FROM PARM-CARD
               WRITE INTRDR-RECORD FROM JCL-END-OF-DATA
           END-IF.
      *
           WRITE INTRDR-RECORD FROM JCL-DONE-EXEC.
           SET RSC-END TO TRUE.
           PERFORM 420-WRITE-STEP-CARD.
      *
           WRITE INTRDR-RECORD FROM JCL-FAIL-EXEC.
           SET RSC-FAILED TO TRUE.
           PERFORM 420-WRITE-STEP-CARD.
      *
           IF NOT WS-INTRDR-SUCCESS
               DISPLAY "INTRDR WRITE ERROR STATUS=" WS-INTRDR-SW
               STOP RUN
           END-IF.
      *
       410-WRITE-JOBCARD-LINE.
      *
           WRITE INTRDR-RECORD FROM WS-JOBCARD-LINE(WS-JOBCARD-SUB).
      *
       420-WRITE-STEP-CARD.
      *
           MOVE RRQ-KEY             TO RSC-REQUEST-KEY.
           MOVE WS-REQUEST-JOB-NAME TO RSC-JOB-NAME.
           WRITE INTRDR-RECORD FROM JCL-STEP-CARD-DD.
           WRITE INTRDR-RECORD FROM REQUEST-STEP-CARD.
           WRITE INTRDR-RECORD FROM JCL-END-OF-DATA.
      *
       430-BUILD-PARM-CARD.
      *
           MOVE SPACE TO PARM-CARD.
           EVALUATE TRUE
               WHEN RCT-PARM-COMPANY(RCT-SUB)
                   IF RRQ-OPTION NOT = 'A'
                       MOVE 'C'              TO PCD-CSL-SELECT-SW
                       MOVE RRQ-COMPANY-CODE TO PCD-CSL-COMPANY-CODE
                   END-IF
               WHEN RCT-PARM-DATE-RANGE(RCT-SUB)
                   MOVE RRQ-FROM-DATE       TO PCD-FROM-DATE
                   MOVE RRQ-TO-DATE         TO PCD-TO-DATE
               WHEN RCT-PARM-MONTH(RCT-SUB)
                   MOVE RRQ-FROM-DATE       TO PCD-MONTH
               WHEN RCT-PARM-LOT(RCT-SUB)
                   MOVE RRQ-REFERENCE       TO PCD-LOT-NUMBER
               WHEN RCT-PARM-ARCHIVE(RCT-SUB)
                   MOVE RRQ-OPTION          TO PCD-ARC-TYPE
                   MOVE RRQ-REFERENCE       TO PCD-ARC-VALUE
               WHEN RCT-PARM-WAREHOUSE(RCT-SUB)
                   MOVE RRQ-WAREHOUSE-CODE  TO PCD-CCS-WAREHOUSE
                   MOVE RRQ-CATEGORY        TO PCD-CCS-CATEGORY
                   MOVE RRQ-OPTION          TO PCD-CCS-DUE-ONLY
               WHEN RCT-PARM-CUSTOMER(RCT-SUB)
                   MOVE RRQ-CUSTOMER-NUMBER TO PCD-CUSTOMER-NUMBER
           END-EVALUATE.
      *
       900-CLOSE-FILES.
      *
           CLOSE RRQFILE.
           CLOSE INTRDR-FILE.
           DISPLAY "REQUESTS READ:        " WS-READ-COUNT.
           DISPLAY "JOBS SUBMITTED:       " WS-SUBMIT-COUNT.
           DISPLAY "REQUESTS FAILED:      " WS-FAIL-COUNT.
           DISPLAY "LEFT FOR NEXT RUN:    " WS-HELD-COUNT.
           DISPLAY "DONE".
