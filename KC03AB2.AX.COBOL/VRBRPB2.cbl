       IDENTIFICATION DIVISION.
       PROGRAM-ID. VRBRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    SUPPLIER REBATE STATUS REPORT - WHAT EACH VENDOR STILL
      *    OWES US UNDER ITS REBATE AND ALLOWANCE AGREEMENTS.  FOR
      *    EVERY VENDOR WITH AN OPEN VRBAB2 AGREEMENT OR AN OPEN
      *    VRCAB2 CLAIM, THE AGREEMENTS PRINT FIRST (PURCHASES TO
      *    DATE, EARNED, CLAIMED, COLLECTED AND THE PART EARNED BUT
      *    NOT YET CLAIMED), THEN THE CLAIMS STILL OPEN WITH THEIR
      *    BALANCES AND AGE IN DAYS.  THE VENDOR TOTAL OWED IS THE
      *    UNCLAIMED ACCRUAL PLUS THE OPEN CLAIM BALANCES.  BOTH
      *    FILES GO THROUGH ONE SORT SO A VENDOR'S AGREEMENTS AND
      *    CLAIMS COME OUT TOGETHER.
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
               ACCESS MODE IS SEQUENTIAL
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
      *****************************************************************
      *    ONE SORT RECORD PER OPEN AGREEMENT (TYPE A) AND PER OPEN
      *    CLAIM (TYPE C).  THE AMOUNT SLOTS CARRY, FOR AN AGREEMENT,
      *    PURCHASES / ACCRUED / CLAIMED / COLLECTED AND, FOR A CLAIM,
      *    CLAIM AMOUNT / COLLECTED / WRITTEN OFF / OPEN BALANCE.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-VENDOR-NUMBER             PIC X(06).
           05  SRT-RECORD-TYPE               PIC X(01).
               88  SRT-AGREEMENT                 VALUE 'A'.
               88  SRT-CLAIM                     VALUE 'C'.
           05  SRT-NUMBER                    PIC 9(06).
           05  SRT-AGREEMENT-NUMBER          PIC 9(03).
           05  SRT-PROGRAM-TYPE              PIC X(01).
           05  SRT-SCOPE                     PIC X(14).
           05  SRT-DATE                      PIC X(08).
           05  SRT-AMOUNT-1                  PIC S9(11)V99.
           05  SRT-AMOUNT-2                  PIC S9(11)V99.
           05  SRT-AMOUNT-3                  PIC S9(11)V99.
           05  SRT-AMOUNT-4                  PIC S9(11)V99.
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
       01 WS-VRBFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VRBFILE-SUCCESS                VALUE '00'.
       01 WS-VRCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VRCFILE-SUCCESS                VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-VRB-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-VRB-EOF                        VALUE 'Y'.
       01 WS-VRC-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-VRC-EOF                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-CLAIM-HDG-SW                    PIC X(01)  VALUE 'N'.
           88  WS-CLAIM-HDG-DONE                 VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
      *****************************************************************
      *    CLAIM AGE ON THE SAME 360-DAY CALENDAR THE REBATE WINDOW
      *    CHECKS USE.
      *****************************************************************
       01 WS-CLAIM-DATE-WORK                 PIC X(08).
       01 WS-CLAIM-DATE-R REDEFINES WS-CLAIM-DATE-WORK.
           05  WS-CLM-MM                     PIC 9(02).
           05  WS-CLM-DD                     PIC 9(02).
           05  WS-CLM-YYYY                   PIC 9(04).
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-CLAIM-DAYNUM                    PIC S9(09) COMP-3.
       01 WS-CLAIM-AGE                       PIC S9(05) COMP-3.
      *
       01 WS-BREAK-VENDOR                    PIC X(06)  VALUE SPACE.
       01 WS-UNCLAIMED                       PIC S9(11)V99 COMP-3.
       01 WS-VENDOR-OWES                     PIC S9(11)V99 COMP-3.
       01 WS-AGREEMENT-COUNT                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CLAIM-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-VENDOR-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
       01  VTL-TOTALS.
           05  VTL-ACCRUED                   PIC S9(11)V99 COMP-3.
           05  VTL-UNCLAIMED                 PIC S9(11)V99 COMP-3.
           05  VTL-OPEN-CLAIMS               PIC S9(11)V99 COMP-3.
       01  GTL-TOTALS.
           05  GTL-ACCRUED                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GTL-UNCLAIMED                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
           05  GTL-OPEN-CLAIMS               PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'SUPPLIER REBATE STATUS - AMOUNTS OWED'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-VENDOR-LINE.
           05  FILLER               PIC X(08) VALUE 'VENDOR: '.
           05  RPT-VND-NUMBER       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VND-NAME         PIC X(30).
           05  FILLER               PIC X(86) VALUE SPACE.
      *
       01  RPT-AGREEMENT-HDG.
           05  FILLER          PIC X(07) VALUE '  AGRMT'.
           05  FILLER          PIC X(11) VALUE '  TYPE'.
           05  FILLER          PIC X(16) VALUE 'COVERS'.
           05  FILLER          PIC X(16) VALUE '       PURCHASES'.
           05  FILLER          PIC X(16) VALUE '          EARNED'.
           05  FILLER          PIC X(16) VALUE '         CLAIMED'.
           05  FILLER          PIC X(16) VALUE '       COLLECTED'.
           05  FILLER          PIC X(16) VALUE '       UNCLAIMED'.
           05  FILLER          PIC X(18) VALUE SPACE.
      *
       01  RPT-AGREEMENT-LINE.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-AG-NUMBER        PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AG-TYPE          PIC X(09).
           05  RPT-AG-SCOPE         PIC X(14).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AG-PURCHASES     PIC Z(11)9.99-.
           05  RPT-AG-EARNED        PIC Z(11)9.99-.
           05  RPT-AG-CLAIMED       PIC Z(11)9.99-.
           05  RPT-AG-COLLECTED     PIC Z(11)9.99-.
           05  RPT-AG-UNCLAIMED     PIC Z(11)9.99-.
           05  FILLER               PIC X(18) VALUE SPACE.
      *
       01  RPT-CLAIM-HDG.
           05  FILLER          PIC X(09) VALUE '   CLAIM'.
           05  FILLER          PIC X(07) VALUE 'AGRMT'.
           05  FILLER          PIC X(18) VALUE 'CLAIM DATE'.
           05  FILLER          PIC X(16) VALUE '    CLAIM AMOUNT'.
           05  FILLER          PIC X(16) VALUE '       COLLECTED'.
           05  FILLER          PIC X(16) VALUE '     WRITTEN OFF'.
           05  FILLER          PIC X(16) VALUE '    OPEN BALANCE'.
           05  FILLER          PIC X(16) VALUE '     DAYS OPEN'.
           05  FILLER          PIC X(18) VALUE SPACE.
      *
       01  RPT-CLAIM-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CL-NUMBER        PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CL-AGREEMENT     PIC 9(03).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-CL-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(08) VALUE SPACE.
           05  RPT-CL-AMOUNT        PIC Z(11)9.99-.
           05  RPT-CL-COLLECTED     PIC Z(11)9.99-.
           05  RPT-CL-WRITTEN-OFF   PIC Z(11)9.99-.
           05  RPT-CL-BALANCE       PIC Z(11)9.99-.
           05  FILLER               PIC X(09) VALUE SPACE.
           05  RPT-CL-AGE           PIC ZZZZ9-.
           05  FILLER               PIC X(19) VALUE SPACE.
      *
       01  RPT-VENDOR-TOTAL-LINE.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  FILLER               PIC X(13) VALUE 'VENDOR OWES: '.
           05  RPT-VT-OWES          PIC Z(11)9.99-.
           05  FILLER               PIC X(16) VALUE '   (UNCLAIMED '.
           05  RPT-VT-UNCLAIMED     PIC Z(11)9.99-.
           05  FILLER               PIC X(16) VALUE '   OPEN CLAIMS '.
           05  RPT-VT-OPEN-CLAIMS   PIC Z(11)9.99-.
           05  FILLER               PIC X(01) VALUE ')'.
           05  FILLER               PIC X(34) VALUE SPACE.
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
           COMPUTE WS-RUN-DAYNUM =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'VRBRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-VENDOR-NUMBER
                                SRT-RECORD-TYPE
                                SRT-NUMBER
               INPUT PROCEDURE IS 500-RELEASE-REBATES
               OUTPUT PROCEDURE IS 600-PRINT-REBATES.
      *
           PERFORM 800-PRINT-GRAND-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           COMPUTE WS-RUN-COUNT-IN =
               WS-AGREEMENT-COUNT + WS-CLAIM-COUNT.
           MOVE WS-VENDOR-COUNT TO WS-RUN-COUNT-OUT.
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
      *****************************************************************
      *    NO CLAIM FILE YET (NO CLAIM RUN HAS BEEN MADE) JUST MEANS
      *    NO OPEN CLAIMS.
      *****************************************************************
       100-OPEN-FILES.
      *
           OPEN INPUT VRBFILE.
           IF NOT WS-VRBFILE-SUCCESS
               DISPLAY "WS-VRBFILE-SW=" WS-VRBFILE-SW
               DISPLAY "VRBFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT VRCFILE.
           IF NOT WS-VRCFILE-SUCCESS
               IF WS-VRCFILE-SW = '35'
                   MOVE 'Y' TO WS-VRC-EOF-SW
               ELSE
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
      *
       500-RELEASE-REBATES.
      *
           PERFORM 510-READ-AGREEMENT.
           PERFORM 520-RELEASE-AGREEMENT
               UNTIL WS-VRB-EOF.
           IF NOT WS-VRC-EOF
               PERFORM 530-READ-CLAIM
           END-IF.
           PERFORM 540-RELEASE-CLAIM
               UNTIL WS-VRC-EOF.
      *
       510-READ-AGREEMENT.
      *
           READ VRBFILE
               AT END MOVE 'Y' TO WS-VRB-EOF-SW
           END-READ.
      *
       520-RELEASE-AGREEMENT.
      *
           IF VRB-STATUS-OPEN
               MOVE SPACE                 TO SORT-RECORD
               MOVE VRB-VENDOR-NUMBER     TO SRT-VENDOR-NUMBER
               SET SRT-AGREEMENT TO TRUE
               MOVE VRB-AGREEMENT-NUMBER  TO SRT-NUMBER
                                             SRT-AGREEMENT-NUMBER
               MOVE VRB-PROGRAM-TYPE      TO SRT-PROGRAM-TYPE
               EVALUATE TRUE
                   WHEN VRB-PRODUCT-CODE NOT = SPACE
                       MOVE VRB-PRODUCT-CODE TO SRT-SCOPE
                   WHEN VRB-PRODUCT-CATEGORY NOT = SPACE
                       STRING 'CATEGORY '          DELIMITED BY SIZE
                              VRB-PRODUCT-CATEGORY DELIMITED BY SIZE
                           INTO SRT-SCOPE
                   WHEN OTHER
                       MOVE 'ALL PURCHASES' TO SRT-SCOPE
               END-EVALUATE
               MOVE VRB-PURCHASES-TO-DATE TO SRT-AMOUNT-1
               MOVE VRB-ACCRUED-AMOUNT    TO SRT-AMOUNT-2
               MOVE VRB-CLAIMED-AMOUNT    TO SRT-AMOUNT-3
               MOVE VRB-COLLECTED-AMOUNT  TO SRT-AMOUNT-4
               RELEASE SORT-RECORD
               ADD 1 TO WS-AGREEMENT-COUNT
           END-IF.
      *
           PERFORM 510-READ-AGREEMENT.
      *
       530-READ-CLAIM.
      *
           READ VRCFILE
               AT END MOVE 'Y' TO WS-VRC-EOF-SW
           END-READ.
      *
       540-RELEASE-CLAIM.
      *
           IF VRC-STATUS-OPEN
               MOVE SPACE                  TO SORT-RECORD
               MOVE VRC-VENDOR-NUMBER      TO SRT-VENDOR-NUMBER
               SET SRT-CLAIM TO TRUE
               MOVE VRC-CLAIM-NUMBER       TO SRT-NUMBER
               MOVE VRC-AGREEMENT-NUMBER   TO SRT-AGREEMENT-NUMBER
               MOVE VRC-CLAIM-DATE         TO SRT-DATE
               MOVE VRC-CLAIM-AMOUNT       TO SRT-AMOUNT-1
               MOVE VRC-COLLECTED-AMOUNT   TO SRT-AMOUNT-2
               MOVE VRC-WRITTEN-OFF-AMOUNT TO SRT-AMOUNT-3
               MOVE VRC-OPEN-BALANCE       TO SRT-AMOUNT-4
               RELEASE SORT-RECORD
               ADD 1 TO WS-CLAIM-COUNT
           END-IF.
      *
           PERFORM 530-READ-CLAIM.
      *
       600-PRINT-REBATES.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 610-RETURN-SORTED-RECORD.
           PERFORM 620-PRINT-ONE-ENTRY
               UNTIL WS-SORT-EOF.
           IF WS-BREAK-VENDOR NOT = SPACE
               PERFORM 660-PRINT-VENDOR-TOTAL
           END-IF.
      *
       610-RETURN-SORTED-RECORD.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PRINT-ONE-ENTRY.
      *
           IF SRT-VENDOR-NUMBER NOT = WS-BREAK-VENDOR
               IF WS-BREAK-VENDOR NOT = SPACE
                   PERFORM 660-PRINT-VENDOR-TOTAL
               END-IF
               PERFORM 650-PRINT-VENDOR-HEADING
           END-IF.
      *
           IF SRT-AGREEMENT
               PERFORM 630-PRINT-AGREEMENT
           ELSE
               PERFORM 640-PRINT-CLAIM
           END-IF.
      *
           PERFORM 610-RETURN-SORTED-RECORD.
      *
       630-PRINT-AGREEMENT.
      *
           COMPUTE WS-UNCLAIMED = SRT-AMOUNT-2 - SRT-AMOUNT-3.
           MOVE SRT-AGREEMENT-NUMBER TO RPT-AG-NUMBER.
           IF SRT-PROGRAM-TYPE = 'A'
               MOVE 'ALLOWANCE' TO RPT-AG-TYPE
           ELSE
               MOVE 'REBATE'    TO RPT-AG-TYPE
           END-IF.
           MOVE SRT-SCOPE            TO RPT-AG-SCOPE.
           MOVE SRT-AMOUNT-1         TO RPT-AG-PURCHASES.
           MOVE SRT-AMOUNT-2         TO RPT-AG-EARNED.
           MOVE SRT-AMOUNT-3         TO RPT-AG-CLAIMED.
           MOVE SRT-AMOUNT-4         TO RPT-AG-COLLECTED.
           MOVE WS-UNCLAIMED         TO RPT-AG-UNCLAIMED.
           WRITE PRINT-LINE FROM RPT-AGREEMENT-LINE.
      *
           ADD SRT-AMOUNT-2 TO VTL-ACCRUED   GTL-ACCRUED.
           ADD WS-UNCLAIMED TO VTL-UNCLAIMED GTL-UNCLAIMED.
      *
       640-PRINT-CLAIM.
      *
           IF NOT WS-CLAIM-HDG-DONE
               WRITE PRINT-LINE FROM RPT-CLAIM-HDG
               MOVE 'Y' TO WS-CLAIM-HDG-SW
           END-IF.
      *
           MOVE SRT-DATE TO WS-CLAIM-DATE-WORK.
           IF WS-CLAIM-DATE-WORK NUMERIC
               COMPUTE WS-CLAIM-DAYNUM =
                   (WS-CLM-YYYY * 360) + (WS-CLM-MM * 30) + WS-CLM-DD
               COMPUTE WS-CLAIM-AGE = WS-RUN-DAYNUM - WS-CLAIM-DAYNUM
               MOVE WS-CLAIM-DATE-WORK TO RPT-CL-DATE
           ELSE
               MOVE ZERO TO WS-CLAIM-AGE RPT-CL-DATE
           END-IF.
      *
           MOVE SRT-NUMBER           TO RPT-CL-NUMBER.
           MOVE SRT-AGREEMENT-NUMBER TO RPT-CL-AGREEMENT.
           MOVE SRT-AMOUNT-1         TO RPT-CL-AMOUNT.
           MOVE SRT-AMOUNT-2         TO RPT-CL-COLLECTED.
           MOVE SRT-AMOUNT-3         TO RPT-CL-WRITTEN-OFF.
           MOVE SRT-AMOUNT-4         TO RPT-CL-BALANCE.
           MOVE WS-CLAIM-AGE         TO RPT-CL-AGE.
           WRITE PRINT-LINE FROM RPT-CLAIM-LINE.
      *
           ADD SRT-AMOUNT-4 TO VTL-OPEN-CLAIMS GTL-OPEN-CLAIMS.
      *
       650-PRINT-VENDOR-HEADING.
      *
           MOVE SRT-VENDOR-NUMBER TO WS-BREAK-VENDOR
                                     RPT-VND-NUMBER
                                     VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF WS-VNDFILE-SUCCESS
               MOVE VND-NAME TO RPT-VND-NAME
           ELSE
               MOVE 'VENDOR NOT ON FILE' TO RPT-VND-NAME
           END-IF.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-VENDOR-LINE.
           IF SRT-AGREEMENT
               WRITE PRINT-LINE FROM RPT-AGREEMENT-HDG
           END-IF.
           MOVE 'N' TO WS-CLAIM-HDG-SW.
           MOVE ZERO TO VTL-ACCRUED VTL-UNCLAIMED VTL-OPEN-CLAIMS.
           ADD 1 TO WS-VENDOR-COUNT.
      *
       660-PRINT-VENDOR-TOTAL.
      *
           COMPUTE WS-VENDOR-OWES = VTL-UNCLAIMED + VTL-OPEN-CLAIMS.
           MOVE WS-VENDOR-OWES   TO RPT-VT-OWES.
           MOVE VTL-UNCLAIMED    TO RPT-VT-UNCLAIMED.
           MOVE VTL-OPEN-CLAIMS  TO RPT-VT-OPEN-CLAIMS.
           WRITE PRINT-LINE FROM RPT-VENDOR-TOTAL-LINE.
      *
       800-PRINT-GRAND-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'VENDORS REPORTED:             ' TO RPT-TOT-LABEL.
           MOVE WS-VENDOR-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'EARNED ON OPEN AGREEMENTS:    ' TO RPT-TOT-LABEL.
           MOVE GTL-ACCRUED TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'EARNED, NOT YET CLAIMED:      ' TO RPT-TOT-LABEL.
           MOVE GTL-UNCLAIMED TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'OPEN CLAIM BALANCES:          ' TO RPT-TOT-LABEL.
           MOVE GTL-OPEN-CLAIMS TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           COMPUTE WS-VENDOR-OWES = GTL-UNCLAIMED + GTL-OPEN-CLAIMS.
           MOVE 'TOTAL OWED BY VENDORS:        ' TO RPT-TOT-LABEL.
           MOVE WS-VENDOR-OWES TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE VRBFILE.
           IF WS-VRCFILE-SW NOT = '35'
               CLOSE VRCFILE
           END-IF.
           CLOSE VNDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "VENDORS REPORTED: " WS-VENDOR-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
