       IDENTIFICATION DIVISION.
       PROGRAM-ID. VRCLMB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    SUPPLIER REBATE CLAIM RUN.  RUN AT PERIOD END: EVERY OPEN
      *    VRBAB2 AGREEMENT WHOSE ACCRUAL (ROLLED UP BY RCVAB2 AS THE
      *    DOCK RECEIVES) IS AHEAD OF WHAT HAS ALREADY BEEN CLAIMED IS
      *    BILLED TO THE VENDOR FOR THE DIFFERENCE.  EACH CLAIM IS
      *    WRITTEN TO VRCAB2 UNDER THE NEXT CLAIM NUMBER (ONE PAST THE
      *    HIGHEST ON FILE) AS AN OPEN RECEIVABLE, THE AGREEMENT'S
      *    VRB-CLAIMED-AMOUNT CATCHES UP TO ITS ACCRUAL, AND THE
      *    CLAIM DOCUMENT WE MAIL THE VENDOR PRINTS ON PRTCLM, ONE PER
      *    PAGE.  AN AGREEMENT PAST ITS END DATE WITH NOTHING LEFT TO
      *    CLAIM IS CLOSED - RECEIPTS NO LONGER ACCRUE TO IT, BUT
      *    VRCOLB2 STILL POSTS COLLECTIONS AGAINST ITS CLAIMS.  A
      *    REGISTER OF THE CLAIMS RAISED PRINTS ON PRTOUT.
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

           SELECT VRBFILE ASSIGN TO VRBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRB-KEY
               FILE STATUS IS WS-VRBFILE-SW.

           SELECT VRCFILE ASSIGN TO VRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRC-KEY
               FILE STATUS IS WS-VRCFILE-SW.

           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-KEY
               FILE STATUS IS WS-VNDFILE-SW.

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

           SELECT CLAIM-FILE ASSIGN TO PRTCLM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLMFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD VRBFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-REBATE-RECORD.
      *
       COPY VNDRBT.
      *
       FD VRCFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VENDOR-REBATE-CLAIM-RECORD.
      *
       COPY VRBCLM.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
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
       FD CLAIM-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CLAIM-LINE.
       01  CLAIM-LINE                        PIC X(132).
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
       01 WS-VRBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VRBFILE-SUCCESS                VALUE '00'.
       01 WS-VRCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VRCFILE-SUCCESS                VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-CLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CLMFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-VRC-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-VRC-EOF                        VALUE 'Y'.
       01 WS-REWRITE-SW                      PIC X(01)  VALUE 'N'.
           88  WS-REWRITE-NEEDED                 VALUE 'Y'.
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
      *****************************************************************
      *    THE AGREEMENT END DATE (MMDDYYYY) IS TURNED YEAR-FIRST TO
      *    COMPARE WITH THE PROCESSING DATE.
      *****************************************************************
       01 WS-END-MDY                         PIC X(08).
       01 WS-END-MDY-R REDEFINES WS-END-MDY.
           05  WS-END-MM                     PIC X(02).
           05  WS-END-DD                     PIC X(02).
           05  WS-END-YYYY                   PIC X(04).
       01 WS-END-YMD                         PIC X(08).
      *
       01 WS-NEXT-CLAIM                      PIC 9(06) VALUE ZERO.
       01 WS-CLAIM-AMOUNT                    PIC S9(09)V99 COMP-3.
       01 WS-AGREEMENT-COUNT                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CLAIM-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CLOSED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CLAIM-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'SUPPLIER REBATE CLAIM REGISTER'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'CLAIM'.
           05  FILLER          PIC X(08) VALUE 'VENDOR'.
           05  FILLER          PIC X(07) VALUE 'AGRMT'.
           05  FILLER          PIC X(22) VALUE 'VENDOR NAME'.
           05  FILLER          PIC X(16) VALUE '       PURCHASES'.
           05  FILLER          PIC X(14) VALUE '       EARNED'.
           05  FILLER          PIC X(14) VALUE '  PRIOR CLAIMS'.
           05  FILLER          PIC X(14) VALUE '    THIS CLAIM'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(27) VALUE 'AGREEMENT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-CLAIM            PIC Z(05)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VENDOR           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AGREEMENT        PIC 9(03).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-VENDOR-NAME      PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PURCHASES        PIC Z(11)9.99-.
           05  RPT-EARNED           PIC Z(09)9.99-.
           05  RPT-PRIOR            PIC Z(09)9.99-.
           05  RPT-THIS-CLAIM       PIC Z(09)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-STATUS           PIC X(27).
      *
       01  RPT-CLOSED-LINE.
           05  FILLER               PIC X(08) VALUE SPACE.
           05  RPT-CL-VENDOR        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CL-AGREEMENT     PIC 9(03).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  FILLER               PIC X(40) VALUE
               'AGREEMENT ENDED AND FULLY CLAIMED-CLOSED'.
           05  FILLER               PIC X(69) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-VALUE        PIC Z(10)9.99-.
           05  FILLER               PIC X(87) VALUE SPACE.
      *
      *****************************************************************
      *    THE CLAIM DOCUMENT MAILED TO THE VENDOR.
      *****************************************************************
       01  CLM-TITLE-LINE.
           05  FILLER               PIC X(40) VALUE
               'SUPPLIER REBATE / ALLOWANCE CLAIM'.
           05  FILLER               PIC X(10) VALUE 'CLAIM NO. '.
           05  CLM-CLAIM-NUMBER     PIC 9(06).
           05  FILLER               PIC X(08) VALUE '   DATE '.
           05  CLM-CLAIM-DATE       PIC 99/99/9999.
           05  FILLER               PIC X(58) VALUE SPACE.
      *
       01  CLM-ADDRESS-LINE.
           05  CLM-ADDRESS-PREFIX   PIC X(04).
           05  CLM-ADDRESS-TEXT     PIC X(60).
           05  FILLER               PIC X(68) VALUE SPACE.
      *
       01  CLM-CITY-LINE.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  CLM-CITY             PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CLM-STATE            PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  CLM-ZIP              PIC X(10).
           05  FILLER               PIC X(93) VALUE SPACE.
      *
       01  CLM-TEXT-LINE.
           05  CLM-TEXT             PIC X(80).
           05  FILLER               PIC X(52) VALUE SPACE.
      *
       01  CLM-AMOUNT-LINE.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  CLM-AMT-LABEL        PIC X(36).
           05  CLM-AMT-VALUE        PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER               PIC X(73) VALUE SPACE.
      *
       01  CLM-EDIT-FIELDS.
           05  CLM-EDIT-DATE        PIC 99/99/9999.
           05  CLM-EDIT-DATE-2      PIC 99/99/9999.
           05  CLM-EDIT-DATE-X      PIC X(08).
           05  CLM-EDIT-DATE-N REDEFINES CLM-EDIT-DATE-X
                                    PIC 9(08).
           05  CLM-EDIT-AGREEMENT   PIC 9(03).
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
           MOVE 'VRCLMB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           PERFORM 140-SET-FIRST-CLAIM.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-AGREEMENT.
           PERFORM 400-PROCESS-AGREEMENT
               UNTIL WS-EOF-YES.
      *
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-AGREEMENT-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-CLAIM-COUNT     TO WS-RUN-COUNT-OUT.
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
           OPEN I-O VRBFILE.
           IF NOT WS-VRBFILE-SUCCESS
               DISPLAY "WS-VRBFILE-SW=" WS-VRBFILE-SW
               DISPLAY "VRBFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O VRCFILE.
           IF NOT WS-VRCFILE-SUCCESS
               IF WS-VRCFILE-SW = '35'
                   OPEN OUTPUT VRCFILE
                   CLOSE VRCFILE
                   OPEN I-O VRCFILE
               END-IF
               IF NOT WS-VRCFILE-SUCCESS
                   DISPLAY "WS-VRCFILE-SW=" WS-VRCFILE-SW
                   DISPLAY "VRCFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT CLAIM-FILE.
           IF NOT WS-CLMFILE-SUCCESS
               DISPLAY "WS-CLMFILE-SW=" WS-CLMFILE-SW
               DISPLAY "CLAIM-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    CLAIMS NUMBER ON FROM THE HIGHEST ALREADY ON VRCAB2, THE
      *    WAY APCHKB2 NUMBERS CHECKS FROM THE CHECK REGISTER.
      *****************************************************************
       140-SET-FIRST-CLAIM.
      *
           MOVE ZERO TO WS-NEXT-CLAIM.
           MOVE 'N' TO WS-VRC-EOF-SW.
           MOVE LOW-VALUE TO VRC-KEY.
           START VRCFILE KEY >= VRC-KEY.
           IF NOT WS-VRCFILE-SUCCESS
               MOVE 'Y' TO WS-VRC-EOF-SW
           END-IF.
           PERFORM 145-READ-NEXT-CLAIM
               UNTIL WS-VRC-EOF.
           ADD 1 TO WS-NEXT-CLAIM.
      *
       145-READ-NEXT-CLAIM.
      *
           READ VRCFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-VRC-EOF-SW
           END-READ.
           IF NOT WS-VRC-EOF
               MOVE VRC-CLAIM-NUMBER TO WS-NEXT-CLAIM
           END-IF.
      *
       300-READ-AGREEMENT.
      *
           READ VRBFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       400-PROCESS-AGREEMENT.
      *
           ADD 1 TO WS-AGREEMENT-COUNT.
           MOVE 'N' TO WS-REWRITE-SW.
      *
           IF VRB-STATUS-OPEN
               COMPUTE WS-CLAIM-AMOUNT =
                   VRB-ACCRUED-AMOUNT - VRB-CLAIMED-AMOUNT
               IF WS-CLAIM-AMOUNT > ZERO
                   PERFORM 500-RAISE-CLAIM
                   MOVE 'Y' TO WS-REWRITE-SW
               END-IF
               PERFORM 450-CLOSE-IF-ENDED
           END-IF.
      *
           IF WS-REWRITE-NEEDED
               REWRITE VENDOR-REBATE-RECORD
               IF NOT WS-VRBFILE-SUCCESS
                   DISPLAY "WS-VRBFILE-SW=" WS-VRBFILE-SW
                   DISPLAY "VRBFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           PERFORM 300-READ-AGREEMENT.
      *
       450-CLOSE-IF-ENDED.
      *
           IF VRB-END-DATE NUMERIC
               MOVE VRB-END-DATE TO WS-END-MDY
               MOVE WS-END-YYYY TO WS-END-YMD(1:4)
               MOVE WS-END-MM   TO WS-END-YMD(5:2)
               MOVE WS-END-DD   TO WS-END-YMD(7:2)
               IF        WS-END-YMD < WS-RUN-DATE-X
                     AND VRB-CLAIMED-AMOUNT NOT < VRB-ACCRUED-AMOUNT
                   SET VRB-STATUS-CLOSED TO TRUE
                   MOVE 'Y' TO WS-REWRITE-SW
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE VRB-VENDOR-NUMBER    TO RPT-CL-VENDOR
                   MOVE VRB-AGREEMENT-NUMBER TO RPT-CL-AGREEMENT
                   WRITE PRINT-LINE FROM RPT-CLOSED-LINE
               END-IF
           END-IF.
      *
       500-RAISE-CLAIM.
      *
           MOVE VRB-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               MOVE SPACE TO VENDOR-MASTER-RECORD
               MOVE 'VENDOR NOT ON FILE' TO VND-NAME
           END-IF.
      *
           MOVE SPACE                 TO VENDOR-REBATE-CLAIM-RECORD.
           MOVE WS-NEXT-CLAIM         TO VRC-CLAIM-NUMBER.
           MOVE VRB-VENDOR-NUMBER     TO VRC-VENDOR-NUMBER.
           MOVE VRB-AGREEMENT-NUMBER  TO VRC-AGREEMENT-NUMBER.
           MOVE WS-RUN-DATE-MDY       TO VRC-CLAIM-DATE.
           MOVE VRB-PURCHASES-TO-DATE TO VRC-PURCHASES-TO-DATE.
           MOVE WS-CLAIM-AMOUNT       TO VRC-CLAIM-AMOUNT
                                         VRC-OPEN-BALANCE.
           MOVE ZERO                  TO VRC-COLLECTED-AMOUNT
                                         VRC-WRITTEN-OFF-AMOUNT.
           SET VRC-STATUS-OPEN TO TRUE.
           WRITE VENDOR-REBATE-CLAIM-RECORD.
           IF NOT WS-VRCFILE-SUCCESS
               DISPLAY "WS-VRCFILE-SW=" WS-VRCFILE-SW
               DISPLAY "VRCFILE WRITE ERROR CLAIM " WS-NEXT-CLAIM
               STOP RUN
           END-IF.
      *
           PERFORM 600-PRINT-CLAIM-DOCUMENT.
      *
           MOVE WS-NEXT-CLAIM         TO RPT-CLAIM.
           MOVE VRB-VENDOR-NUMBER     TO RPT-VENDOR.
           MOVE VRB-AGREEMENT-NUMBER  TO RPT-AGREEMENT.
           MOVE VND-NAME              TO RPT-VENDOR-NAME.
           MOVE VRB-PURCHASES-TO-DATE TO RPT-PURCHASES.
           MOVE VRB-ACCRUED-AMOUNT    TO RPT-EARNED.
           MOVE VRB-CLAIMED-AMOUNT    TO RPT-PRIOR.
           MOVE WS-CLAIM-AMOUNT       TO RPT-THIS-CLAIM.
           PERFORM 650-DESCRIBE-AGREEMENT.
           MOVE CLM-TEXT              TO RPT-STATUS.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           ADD WS-CLAIM-AMOUNT TO VRB-CLAIMED-AMOUNT.
           MOVE WS-NEXT-CLAIM   TO VRB-LAST-CLAIM-NUMBER.
           MOVE WS-RUN-DATE-MDY TO VRB-LAST-CLAIM-DATE.
           ADD 1 TO WS-CLAIM-COUNT.
           ADD 1 TO WS-NEXT-CLAIM.
           ADD WS-CLAIM-AMOUNT TO WS-CLAIM-TOTAL.
      *
       600-PRINT-CLAIM-DOCUMENT.
      *
           MOVE VRC-CLAIM-NUMBER TO CLM-CLAIM-NUMBER.
           MOVE WS-RUN-DATE-MDY  TO CLM-CLAIM-DATE.
           WRITE CLAIM-LINE FROM CLM-TITLE-LINE
               AFTER ADVANCING PAGE.
           MOVE SPACE TO CLAIM-LINE.
           WRITE CLAIM-LINE.
      *
           MOVE 'TO: ' TO CLM-ADDRESS-PREFIX.
           MOVE SPACE TO CLM-ADDRESS-TEXT.
           STRING VND-NAME DELIMITED BY '  '
                  '  ('    DELIMITED BY SIZE
                  VND-VENDOR-NUMBER DELIMITED BY SIZE
                  ')'      DELIMITED BY SIZE
               INTO CLM-ADDRESS-TEXT.
           WRITE CLAIM-LINE FROM CLM-ADDRESS-LINE.
           MOVE SPACE       TO CLM-ADDRESS-PREFIX.
           MOVE VND-ADDRESS TO CLM-ADDRESS-TEXT.
           WRITE CLAIM-LINE FROM CLM-ADDRESS-LINE.
           MOVE VND-CITY     TO CLM-CITY.
           MOVE VND-STATE    TO CLM-STATE.
           MOVE VND-ZIP-CODE TO CLM-ZIP.
           WRITE CLAIM-LINE FROM CLM-CITY-LINE.
           IF VND-CONTACT-NAME NOT = SPACE
               MOVE SPACE TO CLM-ADDRESS-TEXT
               STRING 'ATTN: '         DELIMITED BY SIZE
                      VND-CONTACT-NAME DELIMITED BY SIZE
                   INTO CLM-ADDRESS-TEXT
               WRITE CLAIM-LINE FROM CLM-ADDRESS-LINE
           END-IF.
           MOVE SPACE TO CLAIM-LINE.
           WRITE CLAIM-LINE.
      *
           PERFORM 650-DESCRIBE-AGREEMENT.
           WRITE CLAIM-LINE FROM CLM-TEXT-LINE.
      *
           MOVE SPACE TO CLM-TEXT.
           MOVE VRB-START-DATE TO CLM-EDIT-DATE-X.
           IF CLM-EDIT-DATE-X NUMERIC
               MOVE CLM-EDIT-DATE-N TO CLM-EDIT-DATE
           ELSE
               MOVE ZERO TO CLM-EDIT-DATE
           END-IF.
           MOVE VRB-END-DATE TO CLM-EDIT-DATE-X.
           IF CLM-EDIT-DATE-X NUMERIC
               MOVE CLM-EDIT-DATE-N TO CLM-EDIT-DATE-2
           ELSE
               MOVE ZERO TO CLM-EDIT-DATE-2
           END-IF.
           STRING 'AGREEMENT PERIOD '  DELIMITED BY SIZE
                  CLM-EDIT-DATE        DELIMITED BY SIZE
                  ' THROUGH '          DELIMITED BY SIZE
                  CLM-EDIT-DATE-2      DELIMITED BY SIZE
               INTO CLM-TEXT.
           WRITE CLAIM-LINE FROM CLM-TEXT-LINE.
           MOVE SPACE TO CLAIM-LINE.
           WRITE CLAIM-LINE.
      *
           MOVE 'QUALIFYING PURCHASES TO DATE' TO CLM-AMT-LABEL.
           MOVE VRB-PURCHASES-TO-DATE TO CLM-AMT-VALUE.
           WRITE CLAIM-LINE FROM CLM-AMOUNT-LINE.
           MOVE 'EARNED UNDER THE AGREEMENT' TO CLM-AMT-LABEL.
           MOVE VRB-ACCRUED-AMOUNT TO CLM-AMT-VALUE.
           WRITE CLAIM-LINE FROM CLM-AMOUNT-LINE.
           MOVE 'LESS PREVIOUSLY CLAIMED' TO CLM-AMT-LABEL.
           MOVE VRB-CLAIMED-AMOUNT TO CLM-AMT-VALUE.
           WRITE CLAIM-LINE FROM CLM-AMOUNT-LINE.
           MOVE 'AMOUNT OF THIS CLAIM' TO CLM-AMT-LABEL.
           MOVE WS-CLAIM-AMOUNT TO CLM-AMT-VALUE.
           WRITE CLAIM-LINE FROM CLM-AMOUNT-LINE.
      *
           MOVE SPACE TO CLAIM-LINE.
           WRITE CLAIM-LINE.
           MOVE 'PLEASE REMIT, OR AUTHORIZE US TO DEDUCT THIS AMOUNT'
               TO CLM-TEXT.
           WRITE CLAIM-LINE FROM CLM-TEXT-LINE.
           MOVE 'FROM YOUR NEXT PAYMENT, QUOTING THE CLAIM NUMBER.'
               TO CLM-TEXT.
           WRITE CLAIM-LINE FROM CLM-TEXT-LINE.
      *
       650-DESCRIBE-AGREEMENT.
      *
           MOVE VRB-AGREEMENT-NUMBER TO CLM-EDIT-AGREEMENT.
           MOVE SPACE TO CLM-TEXT.
           IF VRB-PROMO-ALLOWANCE
               MOVE 'ALLOWANCE ' TO CLM-EDIT-DATE-X
           ELSE
               MOVE 'REBATE    ' TO CLM-EDIT-DATE-X
           END-IF.
           EVALUATE TRUE
               WHEN VRB-PRODUCT-CODE NOT = SPACE
                   STRING CLM-EDIT-DATE-X    DELIMITED BY SPACE
                          ' '                DELIMITED BY SIZE
                          CLM-EDIT-AGREEMENT DELIMITED BY SIZE
                          ' - PRODUCT '      DELIMITED BY SIZE
                          VRB-PRODUCT-CODE   DELIMITED BY SPACE
                       INTO CLM-TEXT
               WHEN VRB-PRODUCT-CATEGORY NOT = SPACE
                   STRING CLM-EDIT-DATE-X      DELIMITED BY SPACE
                          ' '                  DELIMITED BY SIZE
                          CLM-EDIT-AGREEMENT   DELIMITED BY SIZE
                          ' - CATEGORY '       DELIMITED BY SIZE
                          VRB-PRODUCT-CATEGORY DELIMITED BY SPACE
                       INTO CLM-TEXT
               WHEN OTHER
                   STRING CLM-EDIT-DATE-X    DELIMITED BY SPACE
                          ' '                DELIMITED BY SIZE
                          CLM-EDIT-AGREEMENT DELIMITED BY SIZE
                          ' - ALL PURCHASES' DELIMITED BY SIZE
                       INTO CLM-TEXT
           END-EVALUATE.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'AGREEMENTS READ:              ' TO RPT-TOT-LABEL.
           MOVE WS-AGREEMENT-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CLAIMS RAISED:                ' TO RPT-TOT-LABEL.
           MOVE WS-CLAIM-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'AGREEMENTS CLOSED:            ' TO RPT-TOT-LABEL.
           MOVE WS-CLOSED-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL CLAIMED THIS RUN:       ' TO RPT-TOT-LABEL.
           MOVE WS-CLAIM-TOTAL TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE VRBFILE.
           CLOSE VRCFILE.
           CLOSE VNDFILE.
           CLOSE PRINT-FILE.
           CLOSE CLAIM-FILE.
           DISPLAY "CLAIMS RAISED: " WS-CLAIM-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
