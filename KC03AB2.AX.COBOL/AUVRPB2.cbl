       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUVRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    PRODUCT AUTHORIZATION VIOLATION REPORT.  EVERY TIME ORDER
      *    ENTRY (ORDERAB2), QUOTE CONVERSION (QTEAB2), THE EDI
      *    GATEWAY (EDIORB2) OR THE STANDING-ORDER RELEASE (SDORLB2)
      *    REFUSES A PRODUCT BECAUSE OF THE CUSTOMER'S AUTAB2
      *    AUTHORIZATION LIST, THE ATTEMPT IS WRITTEN TO AUVAB2.  THIS
      *    REPORT LISTS THE ATTEMPTS IN THE ORDER THEY HAPPENED - WHEN,
      *    WHERE FROM, THE CUSTOMER, THE PRODUCT AND ITS CATEGORY, WHY
      *    IT WAS REFUSED (NOT ON AN ALLOW-ONLY LIST, OR ON A BLOCK
      *    LIST), AND WHO TRIED: THE OPERATOR AND TERMINAL ONLINE, THE
      *    JOB NAME IN BATCH - WITH THE PO, QUOTE OR TEMPLATE IT CAME
      *    IN ON.  TOTALS BY SOURCE CLOSE THE REPORT.
      *    THE PERIOD IS THE PROCESSING DATE ON THE DAYAB2 RECORD
      *    UNLESS THE OPTIONAL AUVPARM CARD GIVES A FROM DATE IN
      *    COLUMNS 1-8 AND A TO DATE IN COLUMNS 9-16 (YYYYMMDD; A
      *    BLANK TO DATE RUNS THROUGH THE PROCESSING DATE).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO AUVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT AUVFILE ASSIGN TO AUVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUV-KEY
               FILE STATUS IS WS-AUVFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

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
       FD PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-FROM-DATE-X              PIC X(08).
           05  PARM-TO-DATE-X                PIC X(08).
           05  FILLER                        PIC X(64).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD AUVFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS AUTHORIZATION-VIOLATION-RECORD.
      *
       COPY AUTVIO.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
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
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-AUVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-AUVFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-AUV-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-AUV-AVAILABLE                  VALUE 'Y'.
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
       01 WS-FROM-DATE                       PIC X(08).
       01 WS-TO-DATE                         PIC X(08).
      *
       01 WS-ATTEMPT-TIME                    PIC 9(06).
       01 WS-ATTEMPT-TIME-R REDEFINES WS-ATTEMPT-TIME.
           05  WS-ATTEMPT-HH                 PIC 9(02).
           05  WS-ATTEMPT-MI                 PIC 9(02).
           05  WS-ATTEMPT-SS                 PIC 9(02).
      *
       01 WS-AUV-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRINTED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-SRC-SUB                         PIC S9(03) COMP-3.
      *
      *    ONE COUNTER PER SOURCE, IN THE ORDER OF THE NAMES BELOW
      *    (SET IN 400); THE FIFTH CATCHES A SOURCE CODE THIS REPORT
      *    DOES NOT KNOW.
      *
       01 WS-SOURCE-NAMES.
           05  FILLER  PIC X(12) VALUE 'ORDER ENTRY'.
           05  FILLER  PIC X(12) VALUE 'QUOTE'.
           05  FILLER  PIC X(12) VALUE 'EDI GATEWAY'.
           05  FILLER  PIC X(12) VALUE 'STANDING ORD'.
           05  FILLER  PIC X(12) VALUE 'OTHER'.
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME OCCURS 5 TIMES PIC X(12).
       01 WS-SOURCE-TOTALS.
           05  WS-SOURCE-COUNT OCCURS 5 TIMES
                                             PIC S9(07) COMP-3.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'PRODUCT AUTHORIZATION VIOLATIONS'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-PERIOD-LINE.
           05  FILLER          PIC X(08) VALUE 'PERIOD: '.
           05  RPT-PER-FROM    PIC X(08).
           05  FILLER          PIC X(04) VALUE ' TO '.
           05  RPT-PER-TO      PIC X(08).
           05  FILLER          PIC X(104) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(11) VALUE 'DATE'.
           05  FILLER          PIC X(10) VALUE 'TIME'.
           05  FILLER          PIC X(13) VALUE 'SOURCE'.
           05  FILLER          PIC X(26) VALUE 'CUSTOMER'.
           05  FILLER          PIC X(30) VALUE 'PRODUCT'.
           05  FILLER          PIC X(05) VALUE 'CATG'.
           05  FILLER          PIC X(11) VALUE 'REASON'.
           05  FILLER          PIC X(09) VALUE 'BY'.
           05  FILLER          PIC X(05) VALUE 'TERM'.
           05  FILLER          PIC X(12) VALUE 'REFERENCE'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-DATE                 PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-HH                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  RPT-MI                   PIC 9(02).
           05  FILLER                   PIC X(01) VALUE ':'.
           05  RPT-SS                   PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-SOURCE               PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CUSTOMER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CNAME                PIC X(18).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-PRODUCT              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-PDESC                PIC X(18).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CATG                 PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-REASON               PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-OPERATOR             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-TERMINAL             PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-REFERENCE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(36).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(89) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-DATE-X TO WS-FROM-DATE.
           MOVE WS-RUN-DATE-X TO WS-TO-DATE.
           PERFORM 120-READ-PARM-CARD.
           MOVE ZERO TO WS-SOURCE-COUNT(1) WS-SOURCE-COUNT(2)
                        WS-SOURCE-COUNT(3) WS-SOURCE-COUNT(4)
                        WS-SOURCE-COUNT(5).
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'AUVRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           MOVE WS-FROM-DATE  TO RPT-PER-FROM.
           MOVE WS-TO-DATE    TO RPT-PER-TO.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-PERIOD-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           IF WS-AUV-AVAILABLE
               PERFORM 200-START-VIOLATIONS
               PERFORM 400-PRINT-VIOLATION
                   UNTIL WS-EOF-YES
           END-IF.
      *
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-AUV-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-PRINTED-COUNT  TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT AUVFILE.
           IF NOT WS-AUVFILE-SUCCESS
               IF WS-AUVFILE-SW = '35'
                   MOVE 'N' TO WS-AUV-AVAILABLE-SW
                   DISPLAY "NO AUVFILE - NO VIOLATIONS RECORDED"
               ELSE
                   DISPLAY "WS-AUVFILE-SW=" WS-AUVFILE-SW
                   DISPLAY "AUVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE AUVPARM CARD IS OPTIONAL - NO FILE, NO CARD OR A
      *    NON-NUMERIC FROM DATE LEAVES THE PROCESSING DATE ALONE.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "AUVPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF PARM-FROM-DATE-X NUMERIC
                           MOVE PARM-FROM-DATE-X TO WS-FROM-DATE
                           IF PARM-TO-DATE-X NUMERIC
                               MOVE PARM-TO-DATE-X TO WS-TO-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO AUVPARM CARD - DEFAULTS USED"
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
      *****************************************************************
      *    AUVAB2 IS KEYED BY ATTEMPT DATE AND TIME, SO THE PERIOD IS
      *    ONE START AND A RUN OF READS UNTIL THE DATE PASSES THE END.
      *****************************************************************
       200-START-VIOLATIONS.
      *
           MOVE WS-FROM-DATE TO AUV-ATTEMPT-DATE.
           MOVE ZERO         TO AUV-ATTEMPT-TIME.
           MOVE ZERO         TO AUV-ATTEMPT-SEQ.
           START AUVFILE KEY IS NOT LESS THAN AUV-KEY.
           IF WS-AUVFILE-SUCCESS
               PERFORM 300-READ-VIOLATION
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
       300-READ-VIOLATION.
      *
           READ AUVFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF AUV-ATTEMPT-DATE > WS-TO-DATE
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       ADD 1 TO WS-AUV-READ-COUNT
                   END-IF
           END-READ.
      *
       400-PRINT-VIOLATION.
      *
           MOVE SPACE TO RPT-CNAME RPT-PDESC.
           STRING AUV-ATTEMPT-DATE(1:4) '/'
                  AUV-ATTEMPT-DATE(5:2) '/'
                  AUV-ATTEMPT-DATE(7:2) DELIMITED BY SIZE
               INTO RPT-DATE.
           MOVE AUV-ATTEMPT-TIME TO WS-ATTEMPT-TIME.
           MOVE WS-ATTEMPT-HH    TO RPT-HH.
           MOVE WS-ATTEMPT-MI    TO RPT-MI.
           MOVE WS-ATTEMPT-SS    TO RPT-SS.
      *
           EVALUATE TRUE
               WHEN AUV-SOURCE-ORDER-ENTRY
                   MOVE 1 TO WS-SRC-SUB
               WHEN AUV-SOURCE-QUOTE
                   MOVE 2 TO WS-SRC-SUB
               WHEN AUV-SOURCE-EDI
                   MOVE 3 TO WS-SRC-SUB
               WHEN AUV-SOURCE-STANDING-ORDER
                   MOVE 4 TO WS-SRC-SUB
               WHEN OTHER
                   MOVE 5 TO WS-SRC-SUB
           END-EVALUATE.
           MOVE WS-SOURCE-NAME(WS-SRC-SUB) TO RPT-SOURCE.
           ADD 1 TO WS-SOURCE-COUNT(WS-SRC-SUB).
      *
           MOVE AUV-CUSTOMER-NUMBER TO RPT-CUSTOMER.
           MOVE AUV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               MOVE CM-LAST-NAME TO RPT-CNAME
           END-IF.
           MOVE AUV-PRODUCT-CODE TO RPT-PRODUCT.
           MOVE AUV-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-PRODUCT-DESCRIPTION TO RPT-PDESC
           END-IF.
           MOVE AUV-PRODUCT-CATEGORY TO RPT-CATG.
      *
           EVALUATE TRUE
               WHEN AUV-NOT-ON-ALLOW-LIST
                   MOVE 'NOT LISTED' TO RPT-REASON
               WHEN AUV-ON-BLOCK-LIST
                   MOVE 'BLOCKED'    TO RPT-REASON
               WHEN OTHER
                   MOVE AUV-REASON   TO RPT-REASON
           END-EVALUATE.
           MOVE AUV-OPERATOR  TO RPT-OPERATOR.
           MOVE AUV-TERMINAL  TO RPT-TERMINAL.
           MOVE AUV-REFERENCE TO RPT-REFERENCE.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-PRINTED-COUNT.
      *
           PERFORM 300-READ-VIOLATION.
      *
       700-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 710-PRINT-SOURCE-TOTAL
               VARYING WS-SRC-SUB FROM 1 BY 1
                 UNTIL WS-SRC-SUB > 5.
           MOVE 'TOTAL ATTEMPTS:' TO RPT-TOT-LABEL.
           MOVE WS-PRINTED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       710-PRINT-SOURCE-TOTAL.
      *
           IF WS-SRC-SUB < 5 OR WS-SOURCE-COUNT(WS-SRC-SUB) > ZERO
               MOVE SPACE TO RPT-TOT-LABEL
               STRING 'ATTEMPTS - '             DELIMITED BY SIZE
                      WS-SOURCE-NAME(WS-SRC-SUB) DELIMITED BY '  '
                      ':'                        DELIMITED BY SIZE
                   INTO RPT-TOT-LABEL
               MOVE WS-SOURCE-COUNT(WS-SRC-SUB) TO RPT-TOT-COUNT
               WRITE PRINT-LINE FROM RPT-TOTAL-LINE
           END-IF.
      *
       900-CLOSE-FILES.
      *
           IF WS-AUV-AVAILABLE
               CLOSE AUVFILE
           END-IF.
           CLOSE CMFFILE.
           CLOSE PRDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "VIOLATIONS READ:        " WS-AUV-READ-COUNT.
           DISPLAY "VIOLATIONS PRINTED:     " WS-PRINTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
