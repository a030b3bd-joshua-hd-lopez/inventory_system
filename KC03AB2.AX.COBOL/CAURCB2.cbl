       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAURCB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CARD FUNDING RECONCILIATION.  THE CARD PROCESSOR SENDS A
      *    FUNDING FILE FOR EACH DEPOSIT IT MAKES TO OUR ACCOUNT - ONE
      *    RECORD PER SETTLED CAPTURE WITH THE SETTLEMENT DATE IT CAME
      *    IN ON, THE INVOICE NUMBER AND AUTHORIZATION CODE WE SENT,
      *    THE FUNDING DATE AND THE GROSS, FEE AND NET AMOUNTS.  EACH
      *    RECORD IS MATCHED TO ITS CAUAB2 AUTHORIZATION.  A SETTLED
      *    CAPTURE FUNDED FOR THE AMOUNT WE SETTLED IS STAMPED FUNDED
      *    (STATUS F) WITH THE GROSS AND THE FUNDING DATE.  A GROSS
      *    THAT DIFFERS FROM THE CAPTURE IS STILL STAMPED BUT LISTED AS
      *    AN EXCEPTION, AS IS ANY FUNDING FOR AN INVOICE WE NEVER
      *    SETTLED OR THAT WAS ALREADY FUNDED.
      *
      *    A SECOND PASS OVER CAUAB2 LISTS EVERY CAPTURE STILL SETTLED
      *    BUT NOT FUNDED, WITH ITS SETTLEMENT DATE, SO A SHORT
      *    DEPOSIT CAN BE CHASED WITH THE PROCESSOR.  THE TOTALS SHOW
      *    GROSS FUNDED, PROCESSOR FEES AND NET DEPOSITED FOR THE
      *    BANK RECONCILIATION.
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

           SELECT FUNDING-FILE ASSIGN TO CAUFND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FNDFILE-SW.

           SELECT CAUFILE ASSIGN TO CAUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAU-KEY
               FILE STATUS IS WS-CAUFILE-SW.

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
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
      *****************************************************************
      *    THE PROCESSOR'S FUNDING FILE.  AMOUNTS ARE UNSIGNED WITH
      *    TWO IMPLIED DECIMALS; DATES ARE MMDDYYYY.
      *****************************************************************
       FD FUNDING-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FND-RECORD.

       01  FND-RECORD.
           05  FND-SETTLE-DATE               PIC X(08).
           05  FND-INVOICE-NUMBER            PIC 9(06).
           05  FND-AUTH-CODE                 PIC X(06).
           05  FND-FUNDED-DATE               PIC X(08).
           05  FND-GROSS-AMOUNT              PIC 9(07)V99.
           05  FND-FEE-AMOUNT                PIC 9(05)V99.
           05  FND-NET-AMOUNT                PIC 9(07)V99.
           05  FILLER                        PIC X(27).
      *
       FD CAUFILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS CARD-AUTH-RECORD.
      *
       COPY CARDAUTH.
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
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-FNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-FNDFILE-SUCCESS                VALUE '00'.
       01 WS-CAUFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CAUFILE-SUCCESS                VALUE '00'.
           88  WS-CAUFILE-NOTFOUND               VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
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
       01 WS-RESULT                          PIC X(40).
      *
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-FUNDED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-EXCEPTION-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-UNFUNDED-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-GROSS-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-FEE-TOTAL                       PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-NET-TOTAL                       PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-UNFUNDED-TOTAL                  PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'CARD FUNDING RECONCILIATION'.
           05  FILLER          PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(76) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(09) VALUE 'INVOICE'.
           05  FILLER          PIC X(08) VALUE 'AUTH'.
           05  FILLER          PIC X(10) VALUE 'SETTLED'.
           05  FILLER          PIC X(10) VALUE 'FUNDED'.
           05  FILLER          PIC X(14) VALUE '      CAPTURED'.
           05  FILLER          PIC X(14) VALUE '         GROSS'.
           05  FILLER          PIC X(12) VALUE '         FEE'.
           05  FILLER          PIC X(14) VALUE '           NET'.
           05  FILLER          PIC X(41) VALUE '  RESULT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-INVOICE-NUMBER   PIC 9(06).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-AUTH-CODE        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SETTLE-DATE      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-FUNDED-DATE      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CAPTURE-AMOUNT   PIC Z(07)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-GROSS-AMOUNT     PIC Z(07)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-FEE-AMOUNT       PIC Z(05)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-NET-AMOUNT       PIC Z(07)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RESULT           PIC X(40).
           05  FILLER               PIC X(01) VALUE SPACE.
      *
       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT     PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(28).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-TOT-AMOUNT       PIC Z(10)9.99-.
           05  FILLER               PIC X(78) VALUE SPACE.
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
           MOVE 'CAURCB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-FUNDING.
           PERFORM 400-PROCESS-FUNDING
               UNTIL WS-EOF-YES.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'SETTLED CAPTURES NOT YET FUNDED' TO RPT-SECTION-TEXT.
           WRITE PRINT-LINE FROM RPT-SECTION-LINE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUE TO CAU-KEY.
           START CAUFILE KEY >= CAU-KEY.
           IF NOT WS-CAUFILE-SUCCESS
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 500-READ-NEXT-AUTHORIZATION.
           PERFORM 600-CHECK-UNFUNDED
               UNTIL WS-EOF-YES.
      *
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT   TO WS-RUN-COUNT-IN.
           MOVE WS-FUNDED-COUNT TO WS-RUN-COUNT-OUT.
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
                   MOVE DAY-PROCESSING-DATE TO WS-RUN-DATE-MDY
                   MOVE WS-MDY-YYYY TO WS-RUN-YYYY
                   MOVE WS-MDY-MM   TO WS-RUN-MM
                   MOVE WS-MDY-DD   TO WS-RUN-DD
               END-IF
               CLOSE DAYFILE
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT FUNDING-FILE.
           IF NOT WS-FNDFILE-SUCCESS
               DISPLAY "WS-FNDFILE-SW=" WS-FNDFILE-SW
               DISPLAY "FUNDING-FILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O CAUFILE.
           IF NOT WS-CAUFILE-SUCCESS
               DISPLAY "WS-CAUFILE-SW=" WS-CAUFILE-SW
               DISPLAY "CAUFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-FUNDING.
      *
           READ FUNDING-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
      *
       400-PROCESS-FUNDING.
      *
           MOVE FND-INVOICE-NUMBER TO CAU-INVOICE-NUMBER.
           READ CAUFILE.
           IF WS-CAUFILE-SUCCESS
               PERFORM 420-MATCH-FUNDING
           ELSE
               IF WS-CAUFILE-NOTFOUND
                   MOVE ZERO TO CAU-CAPTURE-AMOUNT
                   MOVE 'EXCEPTION - NO CARD AUTHORIZATION'
                       TO WS-RESULT
                   ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                   DISPLAY "WS-CAUFILE-SW=" WS-CAUFILE-SW
                   DISPLAY "CAUFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           ADD FND-GROSS-AMOUNT TO WS-GROSS-TOTAL.
           ADD FND-FEE-AMOUNT   TO WS-FEE-TOTAL.
           ADD FND-NET-AMOUNT   TO WS-NET-TOTAL.
      *
           MOVE FND-INVOICE-NUMBER TO RPT-INVOICE-NUMBER.
           MOVE FND-AUTH-CODE      TO RPT-AUTH-CODE.
           MOVE FND-SETTLE-DATE    TO RPT-SETTLE-DATE.
           MOVE FND-FUNDED-DATE    TO RPT-FUNDED-DATE.
           MOVE CAU-CAPTURE-AMOUNT TO RPT-CAPTURE-AMOUNT.
           MOVE FND-GROSS-AMOUNT   TO RPT-GROSS-AMOUNT.
           MOVE FND-FEE-AMOUNT     TO RPT-FEE-AMOUNT.
           MOVE FND-NET-AMOUNT     TO RPT-NET-AMOUNT.
           MOVE WS-RESULT          TO RPT-RESULT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 300-READ-FUNDING.
      *
      *****************************************************************
      *    ONLY A SETTLED CAPTURE TAKES FUNDING.  ONE STILL CAPTURED
      *    WAS NEVER SENT; ONE ALREADY FUNDED IS A DUPLICATE DEPOSIT.
      *****************************************************************
       420-MATCH-FUNDING.
      *
           EVALUATE TRUE
               WHEN CAU-STATUS-FUNDED
                   MOVE 'EXCEPTION - ALREADY FUNDED' TO WS-RESULT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN NOT CAU-STATUS-SETTLED
                   MOVE 'EXCEPTION - NOT SETTLED' TO WS-RESULT
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   SET CAU-STATUS-FUNDED TO TRUE
                   MOVE FND-GROSS-AMOUNT TO CAU-FUNDED-AMOUNT
                   MOVE FND-FUNDED-DATE  TO CAU-FUNDED-DATE
                   REWRITE CARD-AUTH-RECORD
                   IF NOT WS-CAUFILE-SUCCESS
                       DISPLAY "WS-CAUFILE-SW=" WS-CAUFILE-SW
                       DISPLAY "CAUFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FUNDED-COUNT
                   IF FND-GROSS-AMOUNT = CAU-CAPTURE-AMOUNT
                       MOVE 'FUNDED' TO WS-RESULT
                   ELSE
                       MOVE 'EXCEPTION - GROSS DIFFERS FROM CAPTURE'
                           TO WS-RESULT
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
           END-EVALUATE.
      *
       500-READ-NEXT-AUTHORIZATION.
      *
           IF NOT WS-EOF-YES
               READ CAUFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       600-CHECK-UNFUNDED.
      *
           IF CAU-STATUS-SETTLED
               ADD 1 TO WS-UNFUNDED-COUNT
               ADD CAU-CAPTURE-AMOUNT TO WS-UNFUNDED-TOTAL
               MOVE CAU-INVOICE-NUMBER TO RPT-INVOICE-NUMBER
               MOVE CAU-AUTH-CODE      TO RPT-AUTH-CODE
               MOVE CAU-SETTLE-DATE    TO RPT-SETTLE-DATE
               MOVE SPACE              TO RPT-FUNDED-DATE
               MOVE CAU-CAPTURE-AMOUNT TO RPT-CAPTURE-AMOUNT
               MOVE ZERO               TO RPT-GROSS-AMOUNT
                                          RPT-FEE-AMOUNT
                                          RPT-NET-AMOUNT
               MOVE 'SETTLED - AWAITING FUNDING' TO RPT-RESULT
               WRITE PRINT-LINE FROM RPT-DETAIL-LINE
           END-IF.
      *
           PERFORM 500-READ-NEXT-AUTHORIZATION.
      *
       700-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'FUNDING RECORDS READ:' TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT TO RPT-TOT-COUNT.
           MOVE WS-GROSS-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PROCESSOR FEES:' TO RPT-TOT-LABEL.
           MOVE ZERO TO RPT-TOT-COUNT.
           MOVE WS-FEE-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NET DEPOSITED:' TO RPT-TOT-LABEL.
           MOVE WS-NET-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CAPTURES FUNDED:' TO RPT-TOT-LABEL.
           MOVE WS-FUNDED-COUNT TO RPT-TOT-COUNT.
           MOVE ZERO TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'EXCEPTIONS:' TO RPT-TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'SETTLED NOT FUNDED:' TO RPT-TOT-LABEL.
           MOVE WS-UNFUNDED-COUNT TO RPT-TOT-COUNT.
           MOVE WS-UNFUNDED-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE FUNDING-FILE.
           CLOSE CAUFILE.
           CLOSE PRINT-FILE.
           DISPLAY "CAPTURES FUNDED:    " WS-FUNDED-COUNT.
           DISPLAY "EXCEPTIONS:         " WS-EXCEPTION-COUNT.
           DISPLAY "SETTLED NOT FUNDED: " WS-UNFUNDED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
