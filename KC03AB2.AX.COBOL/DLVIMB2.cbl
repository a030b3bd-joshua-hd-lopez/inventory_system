       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVIMB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    MAIL GATEWAY RESULT IMPORT.  THE GATEWAY RETURNS ONE RECORD
      *    PER DOCUMENT DOQEXB2 HANDED IT - DOCUMENT TYPE AND NUMBER,
      *    D (DELIVERED) OR B (BOUNCED), THE RESULT DATE AND THE
      *    GATEWAY'S REASON TEXT.  EACH RESULT UPDATES THE DOCUMENT'S
      *    QUEUE HEADER ON DOQAB2 AND IS LOGGED ON THE CUSTOMER'S
      *    DELIVERY LOG (DLGAB2).  A BOUNCE ALSO FLAGS THE CUSTOMER'S
      *    DELIVERY PREFERENCE FOR THAT DOCUMENT TYPE (DLPAB2), SO THE
      *    NEXT RUN OF THE PROGRAM THAT PRODUCES IT REPRINTS THE
      *    BOUNCED COPY AND PRINTS NEW ONES AS WELL AS E-MAILING THEM;
      *    THE NEXT DELIVERED RESULT CLEARS THE FLAG.  A RESULT FOR A
      *    DOCUMENT NOT ON THE QUEUE OR NEVER SENT, OR WITH A RESULT
      *    CODE OTHER THAN D OR B, IS REJECTED ON THE REGISTER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RSLINPUT ASSIGN TO RSLDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT DLPFILE ASSIGN TO DLPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLP-KEY
               FILE STATUS IS WS-DLPFILE-SW.

           SELECT DOQFILE ASSIGN TO DOQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOQ-KEY
               FILE STATUS IS WS-DOQFILE-SW.

           SELECT DLGFILE ASSIGN TO DLGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLG-KEY
               FILE STATUS IS WS-DLGFILE-SW.

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
       FD RSLINPUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RSLINPUT-RECORD.

       01  RSLINPUT-RECORD.
           05  RSLIN-DOC-TYPE                PIC X(02).
           05  RSLIN-DOC-NUMBER              PIC X(14).
           05  RSLIN-RESULT                  PIC X(01).
               88  RSLIN-DELIVERED                   VALUE 'D'.
               88  RSLIN-BOUNCED                     VALUE 'B'.
           05  RSLIN-RESULT-DATE             PIC X(08).
           05  RSLIN-REASON                  PIC X(30).
           05  FILLER                        PIC X(25).
      *
       FD DLPFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DELIVERY-PREFERENCE-RECORD.
      *
       COPY DLVPREF.
      *
       FD DOQFILE
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS DOCUMENT-QUEUE-RECORD.
      *
       COPY DOCQUE.
      *
       FD DLGFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS DELIVERY-LOG-RECORD.
      *
       COPY DLVLOG.
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
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-DELIVERED-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-BOUNCED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'MAIL GATEWAY RESULT IMPORT REGISTER '.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(68) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-DOC-TYPE         PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DOC-NUMBER       PIC X(14).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CUSTOMER         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RESULT           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-REASON           PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-NOTE             PIC X(30).
           05  FILLER               PIC X(39) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(11) VALUE 'DELIVERED:'.
           05  RPT-TOT-DELIVERED    PIC Z(06)9.
           05  FILLER               PIC X(12) VALUE '   BOUNCED:'.
           05  RPT-TOT-BOUNCED      PIC Z(06)9.
           05  FILLER               PIC X(13) VALUE '   REJECTED:'.
           05  RPT-TOT-REJECTED     PIC Z(06)9.
           05  FILLER               PIC X(75) VALUE SPACE.
      *
       COPY DLVWS.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'DLVIMB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           PERFORM 200-READ-INPUT.
           PERFORM 300-APPLY-RESULT
               UNTIL WS-EOF-YES.
      *
           MOVE WS-DELIVERED-COUNT TO RPT-TOT-DELIVERED.
           MOVE WS-BOUNCED-COUNT   TO RPT-TOT-BOUNCED.
           MOVE WS-REJECT-COUNT    TO RPT-TOT-REJECTED.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT TO WS-RUN-COUNT-IN.
           COMPUTE WS-RUN-COUNT-OUT = WS-DELIVERED-COUNT
                                    + WS-BOUNCED-COUNT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
      *****************************************************************
      *    THE PREFERENCE FILE IS OPENED FOR UPDATE HERE, NOT THROUGH
      *    8500, SINCE A BOUNCE IS RECORDED AGAINST IT.  NO PREFERENCE
      *    FILE MEANS NOTHING WAS EVER QUEUED.
      *****************************************************************
       100-OPEN-FILES.
      *
           OPEN INPUT RSLINPUT.
           IF NOT WS-INFILE-SUCCESS
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "RSLINPUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O DLPFILE.
           IF NOT WS-DLPFILE-SUCCESS
               IF WS-DLPFILE-SW = '35'
                   MOVE 'N' TO WS-DLPFILE-AVAILABLE-SW
                   DISPLAY "DLPFILE NOT ON FILE - NO BOUNCE FLAGS SET"
               ELSE
                   DISPLAY "WS-DLPFILE-SW=" WS-DLPFILE-SW
                   DISPLAY "DLPFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O DOQFILE.
           IF NOT WS-DOQFILE-SUCCESS
               DISPLAY "WS-DOQFILE-SW=" WS-DOQFILE-SW
               DISPLAY "DOQFILE OPEN ERROR - NOTHING QUEUED YET"
               STOP RUN
           END-IF.
      *
           OPEN I-O DLGFILE.
           IF NOT WS-DLGFILE-SUCCESS
               IF WS-DLGFILE-SW = '35'
                   OPEN OUTPUT DLGFILE
                   IF WS-DLGFILE-SUCCESS
                       CLOSE DLGFILE
                       OPEN I-O DLGFILE
                       DISPLAY "DLGFILE CREATED"
                   ELSE
                       DISPLAY "WS-DLGFILE-SW=" WS-DLGFILE-SW
                       DISPLAY "DLGFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-DLGFILE-SW=" WS-DLGFILE-SW
                   DISPLAY "DLGFILE OPEN ERROR"
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
       200-READ-INPUT.
      *
           READ RSLINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       300-APPLY-RESULT.
      *
           ADD 1 TO WS-READ-COUNT.
           MOVE RSLIN-DOC-TYPE   TO RPT-DOC-TYPE.
           MOVE RSLIN-DOC-NUMBER TO RPT-DOC-NUMBER.
           MOVE RSLIN-RESULT     TO RPT-RESULT.
           MOVE RSLIN-REASON     TO RPT-REASON.
           MOVE SPACE            TO RPT-CUSTOMER RPT-NOTE.
      *
           MOVE RSLIN-DOC-TYPE   TO DOQ-DOC-TYPE.
           MOVE RSLIN-DOC-NUMBER TO DOQ-DOC-NUMBER.
           MOVE ZERO             TO DOQ-LINE-NUMBER.
           READ DOQFILE.
      *
           EVALUATE TRUE
               WHEN NOT RSLIN-DELIVERED AND NOT RSLIN-BOUNCED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'RESULT CODE NOT D OR B' TO RPT-NOTE
               WHEN NOT WS-DOQFILE-SUCCESS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'DOCUMENT NOT ON QUEUE' TO RPT-NOTE
               WHEN DOQ-STATUS-QUEUED OR DOQ-STATUS-PRINTED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE DOQ-CUSTOMER-NUMBER TO RPT-CUSTOMER
                   MOVE 'DOCUMENT NOT SENT - IGNORED' TO RPT-NOTE
               WHEN OTHER
                   MOVE DOQ-CUSTOMER-NUMBER TO RPT-CUSTOMER
                   PERFORM 310-UPDATE-QUEUE-HEADER
                   PERFORM 320-UPDATE-PREFERENCE
           END-EVALUATE.
      *
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 200-READ-INPUT.
      *
       310-UPDATE-QUEUE-HEADER.
      *
           IF RSLIN-BOUNCED
               SET DOQ-STATUS-BOUNCED TO TRUE
               MOVE 'B' TO WS-DLV-EVENT
               ADD 1 TO WS-BOUNCED-COUNT
           ELSE
               SET DOQ-STATUS-DELIVERED TO TRUE
               MOVE 'D' TO WS-DLV-EVENT
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF.
           IF RSLIN-RESULT-DATE = SPACE
               MOVE WS-RUN-DATE-X     TO DOQ-STATUS-DATE
           ELSE
               MOVE RSLIN-RESULT-DATE TO DOQ-STATUS-DATE
           END-IF.
           MOVE RSLIN-REASON TO DOQ-RESULT-TEXT.
           REWRITE DOCUMENT-QUEUE-RECORD.
           IF NOT WS-DOQFILE-SUCCESS
               DISPLAY "WS-DOQFILE-SW=" WS-DOQFILE-SW
               DISPLAY "DOQFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
           MOVE DOQ-CUSTOMER-NUMBER TO WS-DLV-CUSTOMER.
           MOVE DOQ-DOC-TYPE        TO WS-DLV-DOC-TYPE.
           MOVE DOQ-DOC-NUMBER      TO WS-DLV-DOC-NUMBER.
           MOVE DOQ-RECIPIENT       TO WS-DLV-RECIPIENT.
           MOVE RSLIN-REASON        TO WS-DLV-RESULT-TEXT.
           PERFORM 8540-WRITE-DELIVERY-LOG.
      *
       320-UPDATE-PREFERENCE.
      *
           IF WS-DLPFILE-AVAILABLE
               MOVE DOQ-CUSTOMER-NUMBER TO DLP-CUSTOMER-NUMBER
               MOVE DOQ-DOC-TYPE        TO DLP-DOC-TYPE
               READ DLPFILE
               IF WS-DLPFILE-SUCCESS
                   IF RSLIN-BOUNCED
                       MOVE 'Y'             TO DLP-BOUNCE-SW
                       MOVE DOQ-STATUS-DATE TO DLP-BOUNCE-DATE
                       MOVE 'ADDRESS FLAGGED - PRINTS TOO' TO RPT-NOTE
                   ELSE
                       MOVE 'N'   TO DLP-BOUNCE-SW
                       MOVE SPACE TO DLP-BOUNCE-DATE
                   END-IF
                   REWRITE DELIVERY-PREFERENCE-RECORD
                   IF NOT WS-DLPFILE-SUCCESS
                       DISPLAY "WS-DLPFILE-SW=" WS-DLPFILE-SW
                       DISPLAY "DLPFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE RSLINPUT.
           IF WS-DLPFILE-AVAILABLE
               CLOSE DLPFILE
           END-IF.
           CLOSE DOQFILE.
           CLOSE DLGFILE.
           CLOSE PRINT-FILE.
           DISPLAY "RESULTS DELIVERED:    " WS-DELIVERED-COUNT.
           DISPLAY "RESULTS BOUNCED:      " WS-BOUNCED-COUNT.
           DISPLAY "RESULTS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "DONE".
      *
       COPY DLVPARAS.
      *
       COPY RUNPARAS.
