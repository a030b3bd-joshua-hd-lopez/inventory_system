       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRWRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CASH DRAWER BALANCING.  FOR THE PROCESSING DATE, EVERY
      *    COUNTER SALE CTRAB2 WROTE TO DRWAB2 IS ADDED TO THE DRAWER
      *    OF THE BRANCH AND OPERATOR THAT TOOK IT - CASH AND CHECKS
      *    AT THE SALE AMOUNT (THE CHANGE WENT BACK OUT), CARD SALES
      *    SHOWN FOR THE RECORD ONLY SINCE THE PROCESSOR SETTLES THEM.
      *    A SALE WHOSE INVOICE HAS SINCE BEEN VOIDED IS LEFT OUT; THE
      *    MONEY WENT BACK OVER THE COUNTER.  THE END-OF-SHIFT COUNT
      *    KEYED IN DCEAB2 (DCTAB2) IS SET AGAINST IT: CASH COUNTED
      *    LESS THE OPENING FLOAT AGAINST CASH EXPECTED, CHECKS
      *    COUNTED AGAINST CHECKS EXPECTED BY AMOUNT AND BY NUMBER.
      *    EACH DRAWER PRINTS BALANCED, OVER, SHORT, CHECK NO. (THE
      *    AMOUNTS AGREE BUT THE NUMBER OF CHECKS DOES NOT) OR NO
      *    COUNT, WITH TOTALS FOR EACH BRANCH AND THE REPORT.  A COUNT
      *    WITH NO SALES STILL PRINTS - ITS FLOAT SHOULD COME BACK.
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

           SELECT DRWFILE ASSIGN TO DRWFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRW-KEY
               FILE STATUS IS WS-DRWFILE-SW.

           SELECT DCTFILE ASSIGN TO DCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DCT-KEY
               FILE STATUS IS WS-DCTFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

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
       FD DRWFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DRAWER-TRANSACTION-RECORD.
      *
       COPY DRWTRN.
      *
       FD DCTFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DRAWER-COUNT-RECORD.
      *
       COPY DRWCNT.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
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
      *    ONE SORT RECORD PER SALE (TYPE S) AND PER COUNT (TYPE C),
      *    BROUGHT TOGETHER BY BRANCH AND OPERATOR.
      *
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-BRANCH-CODE               PIC X(03).
           05  SRT-OPERATOR                  PIC X(04).
           05  SRT-RECORD-TYPE               PIC X(01).
               88  SRT-TYPE-SALE                 VALUE 'S'.
               88  SRT-TYPE-COUNT                VALUE 'C'.
           05  SRT-TENDER-TYPE               PIC X(01).
           05  SRT-SALE-AMOUNT               PIC S9(07)V99.
           05  SRT-OPENING-FLOAT             PIC S9(07)V99.
           05  SRT-COUNTED-CASH              PIC S9(07)V99.
           05  SRT-COUNTED-CHECKS            PIC S9(07)V99.
           05  SRT-CHECK-COUNT               PIC 9(03).
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
       01 WS-DRWFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DRWFILE-SUCCESS                VALUE '00'.
       01 WS-DCTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DCTFILE-SUCCESS                VALUE '00'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-COUNTED-SW                      PIC X(01)  VALUE 'N'.
           88  WS-DRAWER-COUNTED                 VALUE 'Y'.
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
      *
       01 WS-CURRENT-BRANCH                  PIC X(03).
       01 WS-CURRENT-OPERATOR                PIC X(04).
       01 WS-DRW-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-DCT-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-VOID-SKIP-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-DRAWER-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LVL                             PIC S9(03) COMP-3.
       01 WS-NET-DIFF                        PIC S9(09)V99 COMP-3.
      *
      *    DRAWER TOTALS AT THREE LEVELS - 1 THE DRAWER IN HAND, 2 ITS
      *    BRANCH, 3 THE REPORT.  A DRAWER ROLLS INTO 2 AND 3 WHEN IT
      *    PRINTS.  THE OVER/SHORT FIGURES ONLY EVER HOLD COUNTED
      *    DRAWERS.
      *
       01 WS-TOTALS-TABLE.
           05  WS-TOT OCCURS 3 TIMES.
               10  WS-TOT-SALES              PIC S9(07) COMP-3.
               10  WS-TOT-CASH-EXPECTED      PIC S9(09)V99 COMP-3.
               10  WS-TOT-CASH-COUNTED       PIC S9(09)V99 COMP-3.
               10  WS-TOT-CASH-DIFF          PIC S9(09)V99 COMP-3.
               10  WS-TOT-CHK-EXPECTED       PIC S9(09)V99 COMP-3.
               10  WS-TOT-CHK-EXPECTED-NO    PIC S9(05) COMP-3.
               10  WS-TOT-CHK-COUNTED        PIC S9(09)V99 COMP-3.
               10  WS-TOT-CHK-COUNTED-NO     PIC S9(05) COMP-3.
               10  WS-TOT-CHK-DIFF           PIC S9(09)V99 COMP-3.
               10  WS-TOT-CARD               PIC S9(09)V99 COMP-3.
               10  WS-TOT-UNCOUNTED          PIC S9(05) COMP-3.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'CASH DRAWER BALANCING - COUNTER SALES'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(18) VALUE SPACE.
           05  FILLER          PIC X(36) VALUE
               '-------- CASH (LESS FLOAT) -------- '.
           05  FILLER          PIC X(44) VALUE
               '----------------- CHECKS ----------------- '.
           05  FILLER          PIC X(13) VALUE '       CARD'.
           05  FILLER          PIC X(21) VALUE SPACE.
      *
       01  RPT-HEADING-3.
           05  FILLER          PIC X(18) VALUE 'BRN  OPER  SALES'.
           05  FILLER          PIC X(12) VALUE '   EXPECTED'.
           05  FILLER          PIC X(12) VALUE '    COUNTED'.
           05  FILLER          PIC X(12) VALUE ' OVER/SHORT'.
           05  FILLER          PIC X(12) VALUE '   EXPECTED'.
           05  FILLER          PIC X(04) VALUE 'NO.'.
           05  FILLER          PIC X(12) VALUE '    COUNTED'.
           05  FILLER          PIC X(04) VALUE 'NO.'.
           05  FILLER          PIC X(12) VALUE ' OVER/SHORT'.
           05  FILLER          PIC X(13) VALUE '   RECORDED'.
           05  FILLER          PIC X(21) VALUE 'RESULT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-DRAWER-ID.
               10  RPT-BRANCH           PIC X(03).
               10  FILLER               PIC X(02).
               10  RPT-OPERATOR         PIC X(04).
               10  FILLER               PIC X(02).
           05  RPT-TOTAL-LABEL REDEFINES RPT-DRAWER-ID
                                        PIC X(11).
           05  RPT-SALES                PIC Z(04)9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-CASH-EXPECTED        PIC Z(06)9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CASH-COUNTED         PIC Z(06)9.99-.
           05  RPT-CASH-COUNTED-X       REDEFINES RPT-CASH-COUNTED
                                        PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CASH-DIFF            PIC Z(06)9.99-.
           05  RPT-CASH-DIFF-X          REDEFINES RPT-CASH-DIFF
                                        PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CHK-EXPECTED         PIC Z(06)9.99-.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CHK-EXPECTED-NO      PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CHK-COUNTED          PIC Z(06)9.99-.
           05  RPT-CHK-COUNTED-X        REDEFINES RPT-CHK-COUNTED
                                        PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CHK-COUNTED-NO       PIC ZZ9.
           05  RPT-CHK-COUNTED-NO-X     REDEFINES RPT-CHK-COUNTED-NO
                                        PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CHK-DIFF             PIC Z(06)9.99-.
           05  RPT-CHK-DIFF-X           REDEFINES RPT-CHK-DIFF
                                        PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CARD                 PIC Z(06)9.99-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-RESULT               PIC X(10).
           05  FILLER                   PIC X(11) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           MOVE WS-RUN-MM   TO WS-PROC-MM.
           MOVE WS-RUN-DD   TO WS-PROC-DD.
           MOVE WS-RUN-YYYY TO WS-PROC-YYYY.
           PERFORM 150-GET-PROCESSING-DATE.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'DRWRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
           WRITE PRINT-LINE FROM RPT-HEADING-3.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-BRANCH-CODE
                                SRT-OPERATOR
                                SRT-RECORD-TYPE
               INPUT PROCEDURE IS 500-RELEASE-DRAWER-RECORDS
               OUTPUT PROCEDURE IS 600-PRINT-DRAWERS.
      *
           PERFORM 900-CLOSE-FILES.
      *
           COMPUTE WS-RUN-COUNT-IN =
               WS-DRW-READ-COUNT + WS-DCT-READ-COUNT.
           MOVE WS-DRAWER-COUNT TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT DRWFILE.
           IF NOT WS-DRWFILE-SUCCESS
               DISPLAY "WS-DRWFILE-SW=" WS-DRWFILE-SW
               DISPLAY "DRWFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT DCTFILE.
           IF NOT WS-DCTFILE-SUCCESS
               DISPLAY "WS-DCTFILE-SW=" WS-DCTFILE-SW
               DISPLAY "DCTFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
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
      *    SORT INPUT.  THE DAY'S SALES FROM DRWAB2, THEN THE DAY'S
      *    COUNTS FROM DCTAB2.  BOTH CARRY THE PROCESSING DATE AS
      *    MMDDYYYY.
      *****************************************************************
       500-RELEASE-DRAWER-RECORDS.
      *
           PERFORM 510-READ-DRAWER-SALE.
           PERFORM 520-CHECK-ONE-SALE
               UNTIL WS-EOF-YES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 530-READ-DRAWER-COUNT.
           PERFORM 540-CHECK-ONE-COUNT
               UNTIL WS-EOF-YES.
      *
       510-READ-DRAWER-SALE.
      *
           READ DRWFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-DRW-READ-COUNT
           END-READ.
      *
       520-CHECK-ONE-SALE.
      *
           IF DRW-TRAN-DATE = WS-PROC-DATE-MDY
               MOVE DRW-INVOICE-NUMBER TO INV-INVOICE-NUMBER
               READ INVFILE
               IF WS-INVFILE-SUCCESS AND INV-VOIDED
                   ADD 1 TO WS-VOID-SKIP-COUNT
               ELSE
                   INITIALIZE SORT-RECORD
                   MOVE DRW-BRANCH-CODE TO SRT-BRANCH-CODE
                   MOVE DRW-OPERATOR    TO SRT-OPERATOR
                   SET SRT-TYPE-SALE    TO TRUE
                   MOVE DRW-TENDER-TYPE TO SRT-TENDER-TYPE
                   MOVE DRW-SALE-AMOUNT TO SRT-SALE-AMOUNT
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
      *
           PERFORM 510-READ-DRAWER-SALE.
      *
       530-READ-DRAWER-COUNT.
      *
           READ DCTFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-DCT-READ-COUNT
           END-READ.
      *
       540-CHECK-ONE-COUNT.
      *
           IF DCT-COUNT-DATE = WS-PROC-DATE-MDY
               INITIALIZE SORT-RECORD
               MOVE DCT-BRANCH-CODE    TO SRT-BRANCH-CODE
               MOVE DCT-OPERATOR       TO SRT-OPERATOR
               SET SRT-TYPE-COUNT      TO TRUE
               MOVE DCT-OPENING-FLOAT  TO SRT-OPENING-FLOAT
               MOVE DCT-COUNTED-CASH   TO SRT-COUNTED-CASH
               MOVE DCT-COUNTED-CHECKS TO SRT-COUNTED-CHECKS
               MOVE DCT-CHECK-COUNT    TO SRT-CHECK-COUNT
               RELEASE SORT-RECORD
           END-IF.
      *
           PERFORM 530-READ-DRAWER-COUNT.
      *
      *****************************************************************
      *    SORT OUTPUT.  ONE LINE PER DRAWER (BRANCH AND OPERATOR),
      *    A TOTAL LINE AFTER EACH BRANCH AND ONE FOR THE REPORT.
      *****************************************************************
       600-PRINT-DRAWERS.
      *
           INITIALIZE WS-TOTALS-TABLE.
      *
           PERFORM 610-RETURN-SORTED-RECORD.
           IF NOT WS-SORT-EOF
               PERFORM 640-START-BRANCH
               PERFORM 650-START-DRAWER
           END-IF.
           PERFORM 620-ADD-ONE-RECORD
               UNTIL WS-SORT-EOF.
           IF WS-DRAWER-COUNT > ZERO
               PERFORM 660-FINISH-DRAWER
               PERFORM 670-FINISH-BRANCH
           END-IF.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 3 TO WS-LVL.
           PERFORM 700-FORMAT-TOTALS.
           MOVE 'REPORT TOT' TO RPT-TOTAL-LABEL.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       610-RETURN-SORTED-RECORD.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-ADD-ONE-RECORD.
      *
           IF SRT-BRANCH-CODE NOT = WS-CURRENT-BRANCH
               PERFORM 660-FINISH-DRAWER
               PERFORM 670-FINISH-BRANCH
               PERFORM 640-START-BRANCH
               PERFORM 650-START-DRAWER
           ELSE
               IF SRT-OPERATOR NOT = WS-CURRENT-OPERATOR
                   PERFORM 660-FINISH-DRAWER
                   PERFORM 650-START-DRAWER
               END-IF
           END-IF.
      *
           IF SRT-TYPE-COUNT
               SET WS-DRAWER-COUNTED TO TRUE
               COMPUTE WS-TOT-CASH-COUNTED(1) =
                   SRT-COUNTED-CASH - SRT-OPENING-FLOAT
               MOVE SRT-COUNTED-CHECKS TO WS-TOT-CHK-COUNTED(1)
               MOVE SRT-CHECK-COUNT    TO WS-TOT-CHK-COUNTED-NO(1)
           ELSE
               ADD 1 TO WS-TOT-SALES(1)
               EVALUATE SRT-TENDER-TYPE
                   WHEN 'K'
                       ADD SRT-SALE-AMOUNT TO WS-TOT-CHK-EXPECTED(1)
                       ADD 1 TO WS-TOT-CHK-EXPECTED-NO(1)
                   WHEN 'R'
                       ADD SRT-SALE-AMOUNT TO WS-TOT-CARD(1)
                   WHEN OTHER
                       ADD SRT-SALE-AMOUNT TO WS-TOT-CASH-EXPECTED(1)
               END-EVALUATE
           END-IF.
      *
           PERFORM 610-RETURN-SORTED-RECORD.
      *
       640-START-BRANCH.
      *
           MOVE SRT-BRANCH-CODE TO WS-CURRENT-BRANCH.
           INITIALIZE WS-TOT(2).
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
       650-START-DRAWER.
      *
           MOVE SRT-OPERATOR TO WS-CURRENT-OPERATOR.
           MOVE 'N' TO WS-COUNTED-SW.
           INITIALIZE WS-TOT(1).
      *
      *****************************************************************
      *    A COUNTED DRAWER GETS ITS OVER/SHORT; AN UNCOUNTED ONE
      *    PRINTS ITS EXPECTED FIGURES ONLY.  EITHER WAY IT ROLLS INTO
      *    THE BRANCH AND REPORT TOTALS.
      *****************************************************************
       660-FINISH-DRAWER.
      *
           ADD 1 TO WS-DRAWER-COUNT.
           IF WS-DRAWER-COUNTED
               COMPUTE WS-TOT-CASH-DIFF(1) =
                   WS-TOT-CASH-COUNTED(1) - WS-TOT-CASH-EXPECTED(1)
               COMPUTE WS-TOT-CHK-DIFF(1) =
                   WS-TOT-CHK-COUNTED(1) - WS-TOT-CHK-EXPECTED(1)
           ELSE
               MOVE 1 TO WS-TOT-UNCOUNTED(1)
           END-IF.
      *
           MOVE 1 TO WS-LVL.
           PERFORM 700-FORMAT-TOTALS.
           MOVE SPACE               TO RPT-DRAWER-ID.
           MOVE WS-CURRENT-BRANCH   TO RPT-BRANCH.
           MOVE WS-CURRENT-OPERATOR TO RPT-OPERATOR.
           IF NOT WS-DRAWER-COUNTED
               MOVE SPACE TO RPT-CASH-COUNTED-X
                             RPT-CASH-DIFF-X
                             RPT-CHK-COUNTED-X
                             RPT-CHK-COUNTED-NO-X
                             RPT-CHK-DIFF-X
           END-IF.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 710-ROLL-DRAWER-TOTALS
               VARYING WS-LVL FROM 2 BY 1
                 UNTIL WS-LVL > 3.
      *
       670-FINISH-BRANCH.
      *
           MOVE 2 TO WS-LVL.
           PERFORM 700-FORMAT-TOTALS.
           MOVE SPACE             TO RPT-DRAWER-ID.
           MOVE WS-CURRENT-BRANCH TO RPT-BRANCH.
           MOVE 'TOT'             TO RPT-OPERATOR.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       700-FORMAT-TOTALS.
      *
           MOVE WS-TOT-SALES(WS-LVL)           TO RPT-SALES.
           MOVE WS-TOT-CASH-EXPECTED(WS-LVL)   TO RPT-CASH-EXPECTED.
           MOVE WS-TOT-CASH-COUNTED(WS-LVL)    TO RPT-CASH-COUNTED.
           MOVE WS-TOT-CASH-DIFF(WS-LVL)       TO RPT-CASH-DIFF.
           MOVE WS-TOT-CHK-EXPECTED(WS-LVL)    TO RPT-CHK-EXPECTED.
           MOVE WS-TOT-CHK-EXPECTED-NO(WS-LVL) TO RPT-CHK-EXPECTED-NO.
           MOVE WS-TOT-CHK-COUNTED(WS-LVL)     TO RPT-CHK-COUNTED.
           MOVE WS-TOT-CHK-COUNTED-NO(WS-LVL)  TO RPT-CHK-COUNTED-NO.
           MOVE WS-TOT-CHK-DIFF(WS-LVL)        TO RPT-CHK-DIFF.
           MOVE WS-TOT-CARD(WS-LVL)            TO RPT-CARD.
      *
           COMPUTE WS-NET-DIFF =
               WS-TOT-CASH-DIFF(WS-LVL) + WS-TOT-CHK-DIFF(WS-LVL).
           EVALUATE TRUE
               WHEN WS-TOT-UNCOUNTED(WS-LVL) > ZERO AND WS-LVL = 1
                   MOVE 'NO COUNT'  TO RPT-RESULT
               WHEN WS-TOT-UNCOUNTED(WS-LVL) > ZERO
                   MOVE 'UNCOUNTED' TO RPT-RESULT
               WHEN WS-NET-DIFF > ZERO
                   MOVE 'OVER'      TO RPT-RESULT
               WHEN WS-NET-DIFF < ZERO
                   MOVE 'SHORT'     TO RPT-RESULT
               WHEN WS-TOT-CASH-DIFF(WS-LVL) NOT = ZERO
                   MOVE 'OVER/SHORT' TO RPT-RESULT
               WHEN WS-TOT-CHK-COUNTED-NO(WS-LVL)
                        NOT = WS-TOT-CHK-EXPECTED-NO(WS-LVL)
                   MOVE 'CHECK NO.' TO RPT-RESULT
               WHEN OTHER
                   MOVE 'BALANCED'  TO RPT-RESULT
           END-EVALUATE.
      *
       710-ROLL-DRAWER-TOTALS.
      *
           ADD WS-TOT-SALES(1)           TO WS-TOT-SALES(WS-LVL).
           ADD WS-TOT-CASH-EXPECTED(1)
               TO WS-TOT-CASH-EXPECTED(WS-LVL).
           ADD WS-TOT-CASH-COUNTED(1)    TO WS-TOT-CASH-COUNTED(WS-LVL).
           ADD WS-TOT-CASH-DIFF(1)       TO WS-TOT-CASH-DIFF(WS-LVL).
           ADD WS-TOT-CHK-EXPECTED(1)    TO WS-TOT-CHK-EXPECTED(WS-LVL).
           ADD WS-TOT-CHK-EXPECTED-NO(1)
               TO WS-TOT-CHK-EXPECTED-NO(WS-LVL).
           ADD WS-TOT-CHK-COUNTED(1)     TO WS-TOT-CHK-COUNTED(WS-LVL).
           ADD WS-TOT-CHK-COUNTED-NO(1)
               TO WS-TOT-CHK-COUNTED-NO(WS-LVL).
           ADD WS-TOT-CHK-DIFF(1)        TO WS-TOT-CHK-DIFF(WS-LVL).
           ADD WS-TOT-CARD(1)            TO WS-TOT-CARD(WS-LVL).
           ADD WS-TOT-UNCOUNTED(1)       TO WS-TOT-UNCOUNTED(WS-LVL).
      *
       900-CLOSE-FILES.
      *
           CLOSE DRWFILE.
           CLOSE DCTFILE.
           CLOSE INVFILE.
           CLOSE PRINT-FILE.
           DISPLAY "DRAWER SALES READ:      " WS-DRW-READ-COUNT.
           DISPLAY "DRAWER COUNTS READ:     " WS-DCT-READ-COUNT.
           DISPLAY "VOIDED SALES SKIPPED:   " WS-VOID-SKIP-COUNT.
           DISPLAY "DRAWERS BALANCED:       " WS-DRAWER-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
