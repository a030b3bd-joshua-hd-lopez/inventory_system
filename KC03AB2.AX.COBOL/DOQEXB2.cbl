       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOQEXB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    OUTBOUND DOCUMENT EXTRACT FOR THE MAIL GATEWAY.  INVPRB2,
      *    CMSTMB2, DUNLTB2 AND ORDER ENTRY QUEUE EVERY DOCUMENT A
      *    CUSTOMER TAKES BY E-MAIL ON DOQAB2 (SEE DLVPARAS); THIS RUN
      *    SWEEPS THE QUEUED ONES AND WRITES A FIXED-LAYOUT INTERFACE
      *    FILE IN THE ASNEXB2 SPIRIT - AN H RECORD PER DOCUMENT
      *    (RECIPIENT, CUSTOMER, SUBJECT, LINE COUNT) FOLLOWED BY A B
      *    RECORD PER BODY LINE - FOR THE GATEWAY TO SEND.  EXTRACTED
      *    DOCUMENTS ARE MARKED SENT, NOT DELETED, EACH SEND IS LOGGED
      *    ON THE CUSTOMER'S DELIVERY LOG (DLGAB2), AND A REGISTER
      *    LISTS THE DOCUMENTS HANDED OVER.  THE GATEWAY'S DELIVERED
      *    AND BOUNCED RESULTS COME BACK THROUGH DLVIMB2.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
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

           SELECT MAILOUT ASSIGN TO MAILOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

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
       FD MAILOUT
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS MAILOUT-RECORD.
       01  MAILOUT-RECORD                    PIC X(160).
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
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SENDING-SW                      PIC X(01)  VALUE 'N'.
           88  WS-SENDING                        VALUE 'Y'.
       01 WS-SEND-LINE-COUNT                 PIC 9(04).
       01 WS-HEADER-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-SENT-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-BODY-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
      *
      *    THE INTERFACE RECORDS, FIXED COLUMNS FOR THE GATEWAY.
      *
       01  WS-MAIL-HEADER-RECORD.
           05  WS-MH-RECORD-TYPE             PIC X(01).
           05  WS-MH-DOC-TYPE                PIC X(02).
           05  WS-MH-DOC-NUMBER              PIC X(14).
           05  WS-MH-CUSTOMER                PIC X(06).
           05  WS-MH-RECIPIENT               PIC X(40).
           05  WS-MH-LINE-COUNT              PIC 9(04).
           05  WS-MH-SUBJECT                 PIC X(60).
           05  FILLER                        PIC X(33) VALUE SPACE.
      *
       01  WS-MAIL-BODY-RECORD.
           05  WS-MB-RECORD-TYPE             PIC X(01).
           05  WS-MB-DOC-TYPE                PIC X(02).
           05  WS-MB-DOC-NUMBER              PIC X(14).
           05  WS-MB-LINE-NUMBER             PIC 9(04).
           05  WS-MB-TEXT                    PIC X(132).
           05  FILLER                        PIC X(07) VALUE SPACE.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'OUTBOUND DOCUMENT EXTRACT REGISTER  '.
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
           05  RPT-RECIPIENT        PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LINE-COUNT       PIC ZZZ9.
           05  FILLER               PIC X(58) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE 'DOCUMENTS SENT:  '.
           05  RPT-TOT-SENT         PIC Z(06)9.
           05  FILLER               PIC X(19) VALUE
               '   BODY LINES:    '.
           05  RPT-TOT-LINES        PIC Z(06)9.
           05  FILLER               PIC X(81) VALUE SPACE.
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
           MOVE 'DOQEXB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           MOVE LOW-VALUE TO DOQ-KEY.
           START DOQFILE KEY >= DOQ-KEY.
           IF WS-DOQFILE-SUCCESS
               PERFORM 300-READ-QUEUE-RECORD
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 400-PROCESS-QUEUE-RECORD
               UNTIL WS-EOF-YES.
      *
           MOVE WS-SENT-COUNT TO RPT-TOT-SENT.
           MOVE WS-BODY-COUNT TO RPT-TOT-LINES.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-HEADER-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-SENT-COUNT   TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           PERFORM 8500-OPEN-DELIVERY-FILES.
      *
           OPEN OUTPUT MAILOUT.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "MAILOUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-QUEUE-RECORD.
      *
           READ DOQFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *****************************************************************
      *    THE QUEUE IS READ IN KEY ORDER, SO A DOCUMENT'S BODY LINES
      *    FOLLOW ITS HEADER.  ONLY THE LINES THE HEADER COUNTS ARE
      *    SENT - A LONGER EARLIER COPY MAY HAVE LEFT MORE BEHIND.
      *****************************************************************
       400-PROCESS-QUEUE-RECORD.
      *
           EVALUATE TRUE
               WHEN DOQ-HEADER
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE 'N' TO WS-SENDING-SW
                   IF DOQ-STATUS-QUEUED
                       PERFORM 410-SEND-ONE-DOCUMENT
                   END-IF
               WHEN        WS-SENDING
                       AND DOQ-LINE-NUMBER NOT > WS-SEND-LINE-COUNT
                   MOVE 'B'             TO WS-MB-RECORD-TYPE
                   MOVE DOQ-DOC-TYPE    TO WS-MB-DOC-TYPE
                   MOVE DOQ-DOC-NUMBER  TO WS-MB-DOC-NUMBER
                   MOVE DOQ-LINE-NUMBER TO WS-MB-LINE-NUMBER
                   MOVE DOQ-BODY-LINE   TO WS-MB-TEXT
                   WRITE MAILOUT-RECORD FROM WS-MAIL-BODY-RECORD
                   ADD 1 TO WS-BODY-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           PERFORM 300-READ-QUEUE-RECORD.
      *
       410-SEND-ONE-DOCUMENT.
      *
           MOVE 'H'                 TO WS-MH-RECORD-TYPE.
           MOVE DOQ-DOC-TYPE        TO WS-MH-DOC-TYPE.
           MOVE DOQ-DOC-NUMBER      TO WS-MH-DOC-NUMBER.
           MOVE DOQ-CUSTOMER-NUMBER TO WS-MH-CUSTOMER.
           MOVE DOQ-RECIPIENT       TO WS-MH-RECIPIENT.
           MOVE DOQ-LINE-COUNT      TO WS-MH-LINE-COUNT.
           PERFORM 420-BUILD-SUBJECT.
           WRITE MAILOUT-RECORD FROM WS-MAIL-HEADER-RECORD.
      *
           MOVE 'Y'            TO WS-SENDING-SW.
           MOVE DOQ-LINE-COUNT TO WS-SEND-LINE-COUNT.
      *
           SET DOQ-STATUS-SENT TO TRUE.
           MOVE WS-RUN-DATE-X  TO DOQ-STATUS-DATE.
           MOVE SPACE          TO DOQ-RESULT-TEXT.
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
           MOVE 'S'                 TO WS-DLV-EVENT.
           MOVE SPACE               TO WS-DLV-RESULT-TEXT.
           PERFORM 8540-WRITE-DELIVERY-LOG.
           ADD 1 TO WS-SENT-COUNT.
      *
           MOVE DOQ-DOC-TYPE        TO RPT-DOC-TYPE.
           MOVE DOQ-DOC-NUMBER      TO RPT-DOC-NUMBER.
           MOVE DOQ-CUSTOMER-NUMBER TO RPT-CUSTOMER.
           MOVE DOQ-RECIPIENT       TO RPT-RECIPIENT.
           MOVE DOQ-LINE-COUNT      TO RPT-LINE-COUNT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       420-BUILD-SUBJECT.
      *
           MOVE SPACE TO WS-MH-SUBJECT.
           EVALUATE TRUE
               WHEN DOQ-INVOICE
                   STRING 'INVOICE '     DELIMITED BY SIZE
                          DOQ-DOC-NUMBER DELIMITED BY SPACE
                       INTO WS-MH-SUBJECT
               WHEN DOQ-STATEMENT
                   MOVE 'STATEMENT OF ACCOUNT' TO WS-MH-SUBJECT
               WHEN DOQ-DUNNING-LETTER
                   MOVE 'PAST DUE ACCOUNT NOTICE' TO WS-MH-SUBJECT
               WHEN DOQ-ORDER-CONFIRMATION
                   STRING 'ORDER CONFIRMATION - INVOICE '
                                         DELIMITED BY SIZE
                          DOQ-DOC-NUMBER DELIMITED BY SPACE
                       INTO WS-MH-SUBJECT
               WHEN OTHER
                   MOVE 'CUSTOMER DOCUMENT' TO WS-MH-SUBJECT
           END-EVALUATE.
      *
       900-CLOSE-FILES.
      *
           IF WS-DLPFILE-AVAILABLE
               CLOSE DLPFILE
           END-IF.
           CLOSE DOQFILE.
           CLOSE DLGFILE.
           CLOSE MAILOUT.
           CLOSE PRINT-FILE.
           DISPLAY "DOCUMENTS SENT:       " WS-SENT-COUNT.
           DISPLAY "DONE".
      *
       COPY DLVPARAS.
      *
       COPY RUNPARAS.
