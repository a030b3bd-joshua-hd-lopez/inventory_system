       IDENTIFICATION DIVISION.
       PROGRAM-ID. VRCOLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    SUPPLIER REBATE COLLECTIONS, IN THE LBXIMB2 GATEWAY STYLE.
      *    PURCHASING KEYS WHAT EACH VENDOR HAS SETTLED AGAINST THE
      *    VRCAB2 CLAIMS VRCLMB2 SENT IT: AN 'H' RECORD WITH THE
      *    BATCH DATE AND TOTAL, ONE 'D' RECORD PER SETTLEMENT AND A
      *    'T' TRAILER.  A SETTLEMENT IS A VENDOR CHECK (C), A
      *    DEDUCTION WE TOOK FROM THE VENDOR'S PAYABLES (D), OR THE
      *    PART OF A CLAIM THE VENDOR DISPUTED THAT WE HAVE AGREED TO
      *    WRITE OFF (W).  CHECKS AND DEDUCTIONS ADD TO THE CLAIM'S
      *    COLLECTED AMOUNT AND TO VRB-COLLECTED-AMOUNT ON ITS
      *    AGREEMENT; A WRITE-OFF ONLY CLEARS THE CLAIM.  EITHER WAY
      *    THE OPEN BALANCE COMES DOWN AND A CLAIM BROUGHT TO ZERO IS
      *    CLOSED.  A SETTLEMENT FOR AN UNKNOWN OR CLOSED CLAIM, FOR A
      *    DIFFERENT VENDOR THAN THE CLAIM'S, OR FOR MORE THAN IS
      *    STILL OPEN ROUTES TO THE REJECT REPORT.  THE RUN PROVES
      *    ITSELF AGAINST THE BATCH TOTAL AND THE TRAILER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT VRCINPUT ASSIGN TO VRCDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT VRCFILE ASSIGN TO VRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VRC-KEY
               FILE STATUS IS WS-VRCFILE-SW.

           SELECT VRBFILE ASSIGN TO VRBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VRB-KEY
               FILE STATUS IS WS-VRBFILE-SW.

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
       FD VRCINPUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS VCL-RECORD.

       01  VCL-RECORD.
           05  VCL-RECORD-TYPE               PIC X(01).
               88  VCL-HEADER-RECORD               VALUE 'H'.
               88  VCL-DETAIL-RECORD               VALUE 'D'.
               88  VCL-TRAILER-RECORD              VALUE 'T'.
           05  VCL-DATA-AREA                 PIC X(79).
           05  VCL-HEADER-AREA REDEFINES VCL-DATA-AREA.
               10  VCL-H-BATCH-DATE          PIC X(08).
               10  VCL-H-BATCH-TOTAL         PIC 9(09)V99.
               10  FILLER                    PIC X(60).
           05  VCL-DETAIL-AREA REDEFINES VCL-DATA-AREA.
               10  VCL-D-CLAIM-NUMBER        PIC 9(06).
               10  VCL-D-VENDOR-NUMBER       PIC X(06).
               10  VCL-D-SETTLE-TYPE         PIC X(01).
                   88  VCL-D-VENDOR-CHECK          VALUE 'C'.
                   88  VCL-D-AP-DEDUCTION          VALUE 'D'.
                   88  VCL-D-WRITE-OFF             VALUE 'W'.
               10  VCL-D-REFERENCE           PIC X(10).
               10  VCL-D-AMOUNT              PIC 9(07)V99.
               10  VCL-D-SETTLE-DATE         PIC X(08).
               10  FILLER                    PIC X(39).
           05  VCL-TRAILER-AREA REDEFINES VCL-DATA-AREA.
               10  VCL-T-RECORD-COUNT        PIC 9(07).
               10  VCL-T-AMOUNT-TOTAL        PIC 9(09)V99.
               10  FILLER                    PIC X(61).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD VRCFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VENDOR-REBATE-CLAIM-RECORD.
      *
       COPY VRBCLM.
      *
       FD VRBFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-REBATE-RECORD.
      *
       COPY VNDRBT.
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
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-VRCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VRCFILE-SUCCESS                VALUE '00'.
           88  WS-VRCFILE-NOTFOUND                VALUE '23'.
       01 WS-VRBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VRBFILE-SUCCESS                VALUE '00'.
           88  WS-VRBFILE-NOTFOUND                VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-TRAILER-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN                   VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DATE-MDY                    PIC 9(08).
       01 WS-RUN-DATE-MDY-R REDEFINES WS-RUN-DATE-MDY.
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
      *
       01 WS-BATCH-DATE                      PIC X(08) VALUE SPACE.
       01 WS-BATCH-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-TOTAL                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-DETAIL-TOTAL                    PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-COLLECTED-TOTAL                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-WRITTEN-OFF-TOTAL               PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-REJECTED-TOTAL                  PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-BALANCE-DIFF                    PIC S9(11)V99 COMP-3.
       01 WS-POSTED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CLOSED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECTED-COUNT                  PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-READ-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-REASON                   PIC X(40).
       01 WS-SETTLE-DATE                     PIC X(08).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'SUPPLIER REBATE COLLECTIONS'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-POSTED-LINE.
           05  FILLER               PIC X(09) VALUE 'POSTED:  '.
           05  FILLER               PIC X(06) VALUE 'CLAIM '.
           05  RPT-PS-CLAIM         PIC 9(06).
           05  FILLER               PIC X(08) VALUE '  VENDOR'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-PS-VENDOR        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PS-TYPE          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PS-REFERENCE     PIC X(10).
           05  FILLER               PIC X(09) VALUE '  AMOUNT '.
           05  RPT-PS-AMOUNT        PIC Z(06)9.99-.
           05  FILLER               PIC X(10) VALUE '  BALANCE '.
           05  RPT-PS-BALANCE       PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PS-STATUS        PIC X(06).
           05  FILLER               PIC X(21) VALUE SPACE.
      *
       01  RPT-REJECT-LINE.
           05  FILLER               PIC X(09) VALUE 'REJECT:  '.
           05  FILLER               PIC X(06) VALUE 'CLAIM '.
           05  RPT-RJ-CLAIM         PIC X(06).
           05  FILLER               PIC X(08) VALUE '  VENDOR'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-RJ-VENDOR        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RJ-REFERENCE     PIC X(10).
           05  FILLER               PIC X(09) VALUE '  AMOUNT '.
           05  RPT-RJ-AMOUNT        PIC Z(06)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RJ-REASON        PIC X(40).
           05  FILLER               PIC X(22) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-VALUE        PIC Z(10)9.99-.
           05  FILLER               PIC X(87) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'VRCOLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           PERFORM 300-READ-SETTLEMENT.
           PERFORM 400-PROCESS-SETTLEMENT
               UNTIL WS-EOF-YES.
      *
           PERFORM 800-PROVE-THE-RUN.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT   TO WS-RUN-COUNT-IN.
           MOVE WS-POSTED-COUNT TO WS-RUN-COUNT-OUT.
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
           OPEN INPUT VRCINPUT.
           IF NOT WS-INFILE-SUCCESS
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "VRCDATA OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O VRCFILE.
           IF NOT WS-VRCFILE-SUCCESS
               DISPLAY "WS-VRCFILE-SW=" WS-VRCFILE-SW
               DISPLAY "VRCFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O VRBFILE.
           IF NOT WS-VRBFILE-SUCCESS
               DISPLAY "WS-VRBFILE-SW=" WS-VRBFILE-SW
               DISPLAY "VRBFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-SETTLEMENT.
      *
           READ VRCINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       400-PROCESS-SETTLEMENT.
      *
           EVALUATE TRUE
               WHEN VCL-HEADER-RECORD
                   MOVE VCL-H-BATCH-DATE TO WS-BATCH-DATE
                   IF VCL-H-BATCH-TOTAL NUMERIC
                       MOVE VCL-H-BATCH-TOTAL TO WS-BATCH-TOTAL
                   END-IF
               WHEN VCL-DETAIL-RECORD
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 500-POST-ONE-SETTLEMENT
               WHEN VCL-TRAILER-RECORD
                   MOVE 'Y' TO WS-TRAILER-SW
                   IF VCL-T-RECORD-COUNT NUMERIC
                       MOVE VCL-T-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-IF
                   IF VCL-T-AMOUNT-TOTAL NUMERIC
                       MOVE VCL-T-AMOUNT-TOTAL TO WS-TRAILER-TOTAL
                   END-IF
               WHEN OTHER
                   MOVE SPACE TO RPT-RJ-CLAIM RPT-RJ-VENDOR
                                 RPT-RJ-REFERENCE
                   MOVE ZERO  TO RPT-RJ-AMOUNT
                   MOVE 'UNKNOWN RECORD TYPE' TO RPT-RJ-REASON
                   WRITE PRINT-LINE FROM RPT-REJECT-LINE
           END-EVALUATE.
      *
           PERFORM 300-READ-SETTLEMENT.
      *
       500-POST-ONE-SETTLEMENT.
      *
           MOVE SPACE TO WS-REJECT-REASON.
      *
           IF VCL-D-AMOUNT NOT NUMERIC
               MOVE ZERO TO VCL-D-AMOUNT
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               ADD VCL-D-AMOUNT TO WS-DETAIL-TOTAL
               IF VCL-D-AMOUNT = ZERO
                   MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               IF      NOT VCL-D-VENDOR-CHECK
                   AND NOT VCL-D-AP-DEDUCTION
                   AND NOT VCL-D-WRITE-OFF
                   MOVE 'SETTLEMENT TYPE MUST BE C, D OR W'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               IF VCL-D-CLAIM-NUMBER NOT NUMERIC
                   MOVE 'CLAIM NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   MOVE VCL-D-CLAIM-NUMBER TO VRC-CLAIM-NUMBER
                   READ VRCFILE
                   EVALUATE TRUE
                       WHEN NOT WS-VRCFILE-SUCCESS
                           MOVE 'CLAIM NOT ON FILE' TO WS-REJECT-REASON
                       WHEN VRC-STATUS-CLOSED
                           MOVE 'CLAIM ALREADY CLOSED'
                               TO WS-REJECT-REASON
                       WHEN VRC-VENDOR-NUMBER NOT = VCL-D-VENDOR-NUMBER
                           MOVE 'CLAIM BELONGS TO ANOTHER VENDOR'
                               TO WS-REJECT-REASON
                       WHEN VCL-D-AMOUNT > VRC-OPEN-BALANCE
                           MOVE 'AMOUNT EXCEEDS CLAIM OPEN BALANCE'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               PERFORM 540-POST-CLAIM
               IF NOT VCL-D-WRITE-OFF
                   PERFORM 560-POST-AGREEMENT
               END-IF
               ADD 1 TO WS-POSTED-COUNT
               MOVE VRC-CLAIM-NUMBER  TO RPT-PS-CLAIM
               MOVE VRC-VENDOR-NUMBER TO RPT-PS-VENDOR
               EVALUATE TRUE
                   WHEN VCL-D-VENDOR-CHECK
                       MOVE 'CHECK'      TO RPT-PS-TYPE
                   WHEN VCL-D-AP-DEDUCTION
                       MOVE 'DEDUCTION'  TO RPT-PS-TYPE
                   WHEN OTHER
                       MOVE 'WRITE-OFF'  TO RPT-PS-TYPE
               END-EVALUATE
               MOVE VCL-D-REFERENCE   TO RPT-PS-REFERENCE
               MOVE VCL-D-AMOUNT      TO RPT-PS-AMOUNT
               MOVE VRC-OPEN-BALANCE  TO RPT-PS-BALANCE
               IF VRC-STATUS-CLOSED
                   MOVE 'CLOSED' TO RPT-PS-STATUS
               ELSE
                   MOVE 'OPEN'   TO RPT-PS-STATUS
               END-IF
               WRITE PRINT-LINE FROM RPT-POSTED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               ADD VCL-D-AMOUNT TO WS-REJECTED-TOTAL
               MOVE VCL-D-CLAIM-NUMBER  TO RPT-RJ-CLAIM
               MOVE VCL-D-VENDOR-NUMBER TO RPT-RJ-VENDOR
               MOVE VCL-D-REFERENCE     TO RPT-RJ-REFERENCE
               MOVE VCL-D-AMOUNT        TO RPT-RJ-AMOUNT
               MOVE WS-REJECT-REASON    TO RPT-RJ-REASON
               WRITE PRINT-LINE FROM RPT-REJECT-LINE
           END-IF.
      *
      *****************************************************************
      *    A SETTLEMENT WITH NO DATE OF ITS OWN IS DATED THE
      *    PROCESSING DATE.
      *****************************************************************
       540-POST-CLAIM.
      *
           IF VCL-D-SETTLE-DATE NUMERIC
               MOVE VCL-D-SETTLE-DATE TO WS-SETTLE-DATE
           ELSE
               MOVE WS-RUN-DATE-MDY   TO WS-SETTLE-DATE
           END-IF.
      *
           IF VCL-D-WRITE-OFF
               ADD VCL-D-AMOUNT TO VRC-WRITTEN-OFF-AMOUNT
                                   WS-WRITTEN-OFF-TOTAL
           ELSE
               ADD VCL-D-AMOUNT TO VRC-COLLECTED-AMOUNT
                                   WS-COLLECTED-TOTAL
           END-IF.
           SUBTRACT VCL-D-AMOUNT FROM VRC-OPEN-BALANCE.
           MOVE WS-SETTLE-DATE TO VRC-LAST-COLLECTION-DATE.
           IF VRC-OPEN-BALANCE NOT > ZERO
               SET VRC-STATUS-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
      *
           REWRITE VENDOR-REBATE-CLAIM-RECORD.
           IF NOT WS-VRCFILE-SUCCESS
               DISPLAY "WS-VRCFILE-SW=" WS-VRCFILE-SW
               DISPLAY "VRCFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    AN AGREEMENT DELETED SINCE THE CLAIM WAS RAISED LEAVES THE
      *    CLAIM ITSELF AS THE ONLY RECORD OF THE COLLECTION.
      *****************************************************************
       560-POST-AGREEMENT.
      *
           MOVE VRC-VENDOR-NUMBER    TO VRB-VENDOR-NUMBER.
           MOVE VRC-AGREEMENT-NUMBER TO VRB-AGREEMENT-NUMBER.
           READ VRBFILE.
           IF WS-VRBFILE-SUCCESS
               ADD VCL-D-AMOUNT TO VRB-COLLECTED-AMOUNT
               REWRITE VENDOR-REBATE-RECORD
               IF NOT WS-VRBFILE-SUCCESS
                   DISPLAY "WS-VRBFILE-SW=" WS-VRBFILE-SW
                   DISPLAY "VRBFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       800-PROVE-THE-RUN.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'BATCH TOTAL:                  ' TO RPT-TOT-LABEL.
           MOVE WS-BATCH-TOTAL TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'COLLECTED (CHECK/DEDUCTION):  ' TO RPT-TOT-LABEL.
           MOVE WS-COLLECTED-TOTAL TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'WRITTEN OFF:                  ' TO RPT-TOT-LABEL.
           MOVE WS-WRITTEN-OFF-TOTAL TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'REJECTED:                     ' TO RPT-TOT-LABEL.
           MOVE WS-REJECTED-TOTAL TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           COMPUTE WS-BALANCE-DIFF =
               WS-BATCH-TOTAL - WS-COLLECTED-TOTAL
                   - WS-WRITTEN-OFF-TOTAL - WS-REJECTED-TOTAL.
           MOVE 'DIFFERENCE (MUST BE ZERO):    ' TO RPT-TOT-LABEL.
           MOVE WS-BALANCE-DIFF TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF WS-BALANCE-DIFF NOT = ZERO
               DISPLAY "VRCOLB2: RUN DOES NOT BALANCE TO THE BATCH"
           END-IF.
      *
           MOVE 'CLAIMS CLOSED:                ' TO RPT-TOT-LABEL.
           MOVE WS-CLOSED-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           IF NOT WS-TRAILER-SEEN
               DISPLAY "VRCOLB2: NO TRAILER RECORD - FILE INCOMPLETE"
           ELSE
               IF     WS-TRAILER-COUNT NOT = WS-READ-COUNT
                   OR WS-TRAILER-TOTAL NOT = WS-DETAIL-TOTAL
                   DISPLAY "VRCOLB2: TRAILER DOES NOT AGREE - "
                           "COUNT " WS-TRAILER-COUNT
                           " READ " WS-READ-COUNT
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE VRCINPUT.
           CLOSE VRCFILE.
           CLOSE VRBFILE.
           CLOSE PRINT-FILE.
           DISPLAY "SETTLEMENTS POSTED:   " WS-POSTED-COUNT.
           DISPLAY "SETTLEMENTS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
