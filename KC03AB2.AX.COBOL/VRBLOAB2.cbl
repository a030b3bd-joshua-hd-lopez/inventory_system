       IDENTIFICATION DIVISION.
       PROGRAM-ID. VRBLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE SUPPLIER REBATE AND ALLOWANCE AGREEMENT FILE
      *    (VRBAB2) FROM A SEQUENTIAL INPUT FILE, ONE RECORD PER
      *    VENDOR AGREEMENT WITH ITS PRODUCT OR CATEGORY, TIER
      *    THRESHOLDS AND PERCENTS AND THE AGREEMENT WINDOW, THE SAME
      *    WAY RBALOAB2 LOADS THE CUSTOMER REBATES.  THE PURCHASES,
      *    ACCRUAL, CLAIMED AND COLLECTED AMOUNTS LOAD AS KEYED (ZERO
      *    FOR A NEW AGREEMENT).  REJECTS ARE LISTED ON A PRINT
      *    REPORT THE SAME WAY THE PRODUCT MASTER LOAD (PRDLOAB2)
      *    DOES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT VRBINPUT ASSIGN TO VRBDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT VRBFILE ASSIGN TO OUTFILE
               RECORD KEY IS VRBOUT-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD VRBINPUT
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-REBATE-RECORD.
      *
       COPY VNDRBT.
      *
       FD VRBFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VRBFILE-RECORD.
      *
       01  VRBFILE-RECORD.
           05  VRBOUT-KEY.
               10  VRBOUT-VENDOR-NUMBER      PIC X(06).
               10  VRBOUT-AGREEMENT-NUMBER   PIC 9(03).
           05  FILLER                        PIC X(151).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
           88  WS-OUTFILE-EOF                    VALUE '10'.
       01 WS-EOF-SW-IN                       PIC X(01)  VALUE 'N'.
           88  WS-EOF-IN-NO                      VALUE 'N'.
           88  WS-EOF-IN-YES                     VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-LOADED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-REASON                   PIC X(30)  VALUE SPACES.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(30) VALUE
               'SUPPLIER REBATE LOAD-REJECTS'.
           05  FILLER          PIC X(102) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(10) VALUE 'VENDOR #  '.
           05  FILLER          PIC X(03) VALUE SPACE.
           05  FILLER          PIC X(06) VALUE 'AGRMT'.
           05  FILLER          PIC X(03) VALUE SPACE.
           05  FILLER          PIC X(30) VALUE 'REASON'.
           05  FILLER          PIC X(80) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PRODUCT-CODE   PIC X(10).
           05  FILLER             PIC X(03) VALUE SPACE.
           05  RPT-AGREEMENT      PIC X(06).
           05  FILLER             PIC X(03) VALUE SPACE.
           05  RPT-REASON         PIC X(30).
           05  FILLER             PIC X(80) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER             PIC X(20) VALUE
               'RECORDS LOADED     '.
           05  RPT-TOTAL-LOADED   PIC Z(06)9.
           05  FILLER             PIC X(10) VALUE SPACE.
           05  FILLER             PIC X(20) VALUE
               'RECORDS REJECTED   '.
           05  RPT-TOTAL-REJECTED PIC Z(06)9.
           05  FILLER             PIC X(62) VALUE SPACE.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE SPACE TO WS-INFILE-SW
                         WS-OUTFILE-SW.
      *
           OPEN INPUT VRBINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "VRBINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "VRBINPUT OPEN ERROR"
               GO TO 999-DONE
           END-IF.
      *
           OPEN OUTPUT VRBFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "VRBFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "VRBFILE OPENING ERROR"
               GO TO 999-DONE
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               GO TO 999-DONE
           END-IF.
      *
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           READ VRBINPUT
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           IF WS-EOF-IN-NO THEN
               PERFORM 100-LOAD-PARA
                   UNTIL WS-EOF-IN-YES
           ELSE
               DISPLAY "NO DATA IN VRBINPUT"
           END-IF.
      *
           MOVE WS-LOADED-COUNT   TO RPT-TOTAL-LOADED.
           MOVE WS-REJECT-COUNT   TO RPT-TOTAL-REJECTED.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           CLOSE PRINT-FILE.
           CLOSE VRBINPUT.
           CLOSE VRBFILE.
      *
       999-DONE.
           DISPLAY "DONE".
           DISPLAY "RECORDS LOADED:   " WS-LOADED-COUNT.
           DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT.
           STOP RUN.
      *
       100-LOAD-PARA.
      *
           EVALUATE TRUE
               WHEN VRB-VENDOR-NUMBER = SPACE
                   MOVE 'BLANK VENDOR NUMBER' TO WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN VRB-AGREEMENT-NUMBER NOT NUMERIC
                   MOVE 'AGREEMENT NUMBER NOT NUMERIC' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN NOT VRB-VOLUME-REBATE
                AND NOT VRB-PROMO-ALLOWANCE
                   MOVE 'PROGRAM TYPE NOT R OR A' TO WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN VRB-TIER-THRESHOLD(1) NOT NUMERIC
                 OR VRB-TIER-PCT(1) NOT NUMERIC
                   MOVE 'TIER 1 NOT NUMERIC' TO WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN VRB-START-DATE NOT NUMERIC
                 OR VRB-END-DATE NOT NUMERIC
                   MOVE 'AGREEMENT DATES NOT NUMERIC' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN OTHER
                   IF VRB-PURCHASES-TO-DATE NOT NUMERIC
                       MOVE ZERO TO VRB-PURCHASES-TO-DATE
                   END-IF
                   IF VRB-ACCRUED-AMOUNT NOT NUMERIC
                       MOVE ZERO TO VRB-ACCRUED-AMOUNT
                   END-IF
                   IF VRB-CLAIMED-AMOUNT NOT NUMERIC
                       MOVE ZERO TO VRB-CLAIMED-AMOUNT
                   END-IF
                   IF VRB-COLLECTED-AMOUNT NOT NUMERIC
                       MOVE ZERO TO VRB-COLLECTED-AMOUNT
                   END-IF
                   IF VRB-LAST-CLAIM-NUMBER NOT NUMERIC
                       MOVE ZERO TO VRB-LAST-CLAIM-NUMBER
                   END-IF
                   IF VRB-STATUS NOT = 'O' AND 'C'
                       SET VRB-STATUS-OPEN TO TRUE
                   END-IF
                   WRITE VRBFILE-RECORD
                       FROM VENDOR-REBATE-RECORD
                   IF WS-OUTFILE-SUCCESS
                       ADD 1 TO WS-LOADED-COUNT
                   ELSE
                       IF WS-OUTFILE-SW = '22'
                           MOVE 'DUPLICATE AGREEMENT' TO
                               WS-REJECT-REASON
                       ELSE
                           MOVE 'WRITE ERROR STATUS=' TO
                               WS-REJECT-REASON
                           MOVE WS-OUTFILE-SW TO
                               WS-REJECT-REASON(20:2)
                       END-IF
                       PERFORM 150-WRITE-REJECT
                   END-IF
           END-EVALUATE.
      *
           READ VRBINPUT
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       150-WRITE-REJECT.
      *
           ADD 1 TO WS-REJECT-COUNT.
           MOVE VRB-VENDOR-NUMBER TO RPT-PRODUCT-CODE.
           MOVE VRB-AGREEMENT-NUMBER TO RPT-AGREEMENT.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
