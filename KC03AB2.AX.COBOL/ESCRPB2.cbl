       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    UNCLAIMED PROPERTY (ESCHEAT) RUN.  THE STATE REQUIRES US TO
      *    REPORT AND TURN OVER PROPERTY OWED TO A CUSTOMER WHO HAS
      *    GONE DORMANT.  TWO KINDS OF ITEM ARE SWEPT:
      *      CREDIT BALANCES - A CUSTOMER WHOSE CM-BALANCE-DUE IS A
      *        CREDIT AND WHO HAS HAD NO ACTIVITY (NO DOCUMENT ON
      *        OPNAB2, NO RECEIPT ON PAYAB2) FOR THE DORMANCY PERIOD.
      *        THE REPORT SHOWS THE ON-ACCOUNT CASH AND THE CREDIT
      *        OPEN ITEMS BEHIND THE BALANCE.
      *      UNCASHED REFUND CHECKS - REFAB2 REFUNDS EXTRACTED TO THE
      *        CHECK REGISTER BUT NEVER REPORTED CLEARED, DORMANT FROM
      *        THE EXTRACT DATE - OR, WHEN THE CHECK WAS REISSUED
      *        (CHKVDB2), FROM THE DATE THE LIVE REPLACEMENT WAS CUT.
      *    AN ITEM WITHIN THE NOTICE WINDOW OF ITS DORMANCY DATE GETS
      *    A DUE-DILIGENCE LETTER (LTROUT), RECORDED ON ESCAB2 SO IT
      *    IS MAILED ONCE.  A DORMANT ITEM IS REMITTED ONLY ONCE ITS
      *    LETTER HAS GONE OUT - ONE FIRST FOUND ALREADY DORMANT IS
      *    LETTERED NOW AND HELD TO THE NEXT FILING.
      *
      *    THE ESCPARM CARD SETS THE DORMANCY PERIOD, THE NOTICE
      *    WINDOW, OUR HOLDER ID AND THE STATE'S PROPERTY CODES.  ON
      *    THE YEARLY FILING RUN (MODE F) EACH REMITTED ITEM GOES TO
      *    THE STATE FILING FILE (ESCFIL) AND IS RELIEVED: A CREDIT
      *    BALANCE COMES OFF CM-BALANCE-DUE, THE ON-ACCOUNT CASH AND
      *    CREDIT OPEN ITEMS BEHIND IT ARE ZEROED; A REFUND IS MARKED
      *    ESCHEATED AND ITS LIVE CHECK IS VOIDED ON THE ISSUED CHECK
      *    REGISTER (CKRAB2) SO THE NEXT POSITIVE PAY FILE STOPS IT
      *    AT THE BANK.  THE ESCAB2 RECORD IS MARKED REMITTED, AND
      *    GLEXTB2 JOURNALS IT THE SAME NIGHT TO UNCLAIMED PROPERTY
      *    PAYABLE.  ANY OTHER RUN IS A REVIEW - REPORT AND LETTERS
      *    ONLY.  THE HOLDER REPORT PRINTS EITHER WAY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO ESCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT OPNFILE ASSIGN TO OPNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNFILE-SW.

           SELECT PAYFILE ASSIGN TO PAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYFILE-SW.

           SELECT REFFILE ASSIGN TO REFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFFILE-SW.

           SELECT CKRFILE ASSIGN TO CKRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CKR-KEY
               FILE STATUS IS WS-CKRFILE-SW.

           SELECT ESCFILE ASSIGN TO ESCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESC-KEY
               FILE STATUS IS WS-ESCFILE-SW.

           SELECT STATE-FILE ASSIGN TO ESCFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAFILE-SW.

           SELECT LETTER-FILE ASSIGN TO LTROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRFILE-SW.

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
           DATA RECORD IS ESC-PARM-RECORD.
      *
       COPY ESCPARM.
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD OPNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OPEN-ITEM-RECORD.
      *
       COPY OPENITEM.
      *
       FD PAYFILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS CASH-RECEIPT-RECORD.
      *
       COPY CASHRCT.
      *
       FD REFFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REFUND-RECORD.
      *
       COPY REFUND.
      *
       FD CKRFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CHECK-REGISTER-RECORD.
      *
       COPY CHKREG.
      *
       FD ESCFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ESCHEAT-RECORD.
      *
       COPY ESCHEAT.
      *
      *****************************************************************
      *    THE STATE FILING FILE.  ONE HEADER WITH OUR HOLDER ID AND
      *    THE REPORT DATE, ONE DETAIL PER OWNER ITEM AND A TRAILER
      *    WITH THE COUNT AND TOTAL REMITTED.  AMOUNTS ARE UNSIGNED
      *    WITH TWO IMPLIED DECIMALS; DATES ARE MMDDYYYY.
      *****************************************************************
       FD STATE-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS STA-RECORD.

       01  STA-RECORD.
           05  STA-RECORD-TYPE               PIC X(01).
           05  STA-RECORD-DATA               PIC X(149).
       01  STA-HEADER-RECORD.
           05  FILLER                        PIC X(01).
           05  STA-HDR-HOLDER-ID             PIC X(10).
           05  STA-HDR-REPORT-DATE           PIC X(08).
           05  FILLER                        PIC X(131).
       01  STA-DETAIL-RECORD.
           05  FILLER                        PIC X(01).
           05  STA-DTL-PROPERTY-CODE         PIC X(04).
           05  STA-DTL-OWNER-NUMBER          PIC X(06).
           05  STA-DTL-OWNER-NAME            PIC X(50).
           05  STA-DTL-ADDRESS               PIC X(30).
           05  STA-DTL-CITY                  PIC X(20).
           05  STA-DTL-STATE                 PIC X(02).
           05  STA-DTL-ZIP-CODE              PIC X(10).
           05  STA-DTL-AMOUNT                PIC 9(07)V99.
           05  STA-DTL-LAST-ACTIVITY-DATE    PIC X(08).
           05  STA-DTL-ITEM-TYPE             PIC X(01).
           05  STA-DTL-ITEM-REFERENCE        PIC X(06).
           05  FILLER                        PIC X(03).
       01  STA-TRAILER-RECORD.
           05  FILLER                        PIC X(01).
           05  STA-TRL-COUNT                 PIC 9(07).
           05  STA-TRL-TOTAL                 PIC 9(11)V99.
           05  FILLER                        PIC X(129).
      *
       FD LETTER-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTER-LINE.
       01  LETTER-LINE                       PIC X(132).
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
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-OPNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPNFILE-SUCCESS                VALUE '00'.
       01 WS-OPNFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-OPNFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PAYFILE-SUCCESS                VALUE '00'.
       01 WS-PAYFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-PAYFILE-AVAILABLE              VALUE 'Y'.
       01 WS-REFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-REFFILE-SUCCESS                VALUE '00'.
       01 WS-REFFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-REFFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CKRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CKRFILE-SUCCESS                VALUE '00'.
       01 WS-CKRFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CKRFILE-AVAILABLE              VALUE 'Y'.
       01 WS-LIVE-CHECK-SW                   PIC X(01)  VALUE 'N'.
           88  WS-LIVE-CHECK-FOUND               VALUE 'Y'.
       01 WS-ESCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ESCFILE-SUCCESS                VALUE '00'.
           88  WS-ESCFILE-NOTFOUND               VALUE '23'.
       01 WS-STAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-STAFILE-SUCCESS                VALUE '00'.
       01 WS-LTRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LTRFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-BROWSE-DONE-SW                  PIC X(01)  VALUE 'N'.
           88  WS-BROWSE-DONE                    VALUE 'Y'.
       01 WS-RELIEVE-SW                      PIC X(01)  VALUE 'N'.
           88  WS-RELIEVE-ITEM                   VALUE 'Y'.
       01 WS-FILING-SW                       PIC X(01)  VALUE 'N'.
           88  WS-FILING-RUN                     VALUE 'Y'.
      *
      *****************************************************************
      *    WHAT THIS RUN DOES WITH AN ITEM: NOTHING (NOT YET WITHIN
      *    THE NOTICE WINDOW), MAIL ITS LETTER, HOLD IT (LETTERED,
      *    WAITING FOR DORMANCY OR FOR THE FILING RUN) OR REMIT IT.
      *****************************************************************
       01 WS-ACTION-SW                       PIC X(01)  VALUE 'N'.
           88  WS-ACTION-NONE                    VALUE 'N'.
           88  WS-ACTION-LETTER                  VALUE 'L'.
           88  WS-ACTION-HOLD                    VALUE 'H'.
           88  WS-ACTION-REMIT                   VALUE 'R'.
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
       01 WS-DATE-WORK                       PIC X(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
       01 WS-DATE-DAYNO                      PIC S9(07) COMP-3.
       01 WS-RUN-DAYNO                       PIC S9(07) COMP-3.
      *
      *****************************************************************
      *    RUN PARAMETERS - PROGRAM DEFAULTS, OVERRIDDEN FROM THE
      *    ESCPARM CARD.
      *****************************************************************
       01 WS-DORMANCY-DAYS                   PIC 9(04)  VALUE 1080.
       01 WS-NOTICE-DAYS                     PIC 9(03)  VALUE 120.
       01 WS-HOLDER-ID                       PIC X(10)  VALUE SPACES.
       01 WS-CREDIT-PROPERTY-CODE            PIC X(04)  VALUE 'CRBL'.
       01 WS-REFUND-PROPERTY-CODE            PIC X(04)  VALUE 'RFCK'.
       01 WS-NOTICE-START-DAYS               PIC S9(05) COMP-3.
       01 WS-PROPERTY-CODE                   PIC X(04).
      *
       01 WS-CURRENT-CUSTOMER                PIC X(06).
       01 WS-LAST-ACTIVITY-DATE              PIC X(08).
       01 WS-LAST-ACTIVITY-DAYNO             PIC S9(07) COMP-3.
       01 WS-AGE-DAYS                        PIC S9(07) COMP-3.
       01 WS-ITEM-AMOUNT                     PIC S9(07)V99 COMP-3.
       01 WS-ONACCOUNT-TOTAL                 PIC S9(07)V99 COMP-3.
       01 WS-CREDIT-ITEM-TOTAL               PIC S9(09)V99 COMP-3.
       01 WS-RELIEVE-LEFT                    PIC S9(07)V99 COMP-3.
       01 WS-RELIEVE-AMOUNT                  PIC S9(07)V99 COMP-3.
       01 WS-OWNER-NAME                      PIC X(50).
       01 WS-RESULT                          PIC X(40).
      *
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LETTER-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-HELD-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-HELD-TOTAL                      PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-REMIT-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REMIT-TOTAL                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'UNCLAIMED PROPERTY HOLDER REPORT'.
           05  FILLER          PIC X(10) VALUE 'RUN DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(03) VALUE SPACE.
           05  RPT-HDG-MODE    PIC X(20).
           05  FILLER          PIC X(53) VALUE SPACE.
      *
       01  RPT-PARM-LINE.
           05  FILLER          PIC X(10) VALUE 'HOLDER ID '.
           05  RPT-PARM-HOLDER PIC X(10).
           05  FILLER          PIC X(18) VALUE '   DORMANT AFTER  '.
           05  RPT-PARM-DORMANCY PIC ZZZ9.
           05  FILLER          PIC X(20) VALUE
               ' DAYS   LETTERS AT  '.
           05  RPT-PARM-NOTICE PIC ZZ9.
           05  FILLER          PIC X(67) VALUE
               ' DAYS BEFORE'.
      *
       01  RPT-SECTION-HEADER.
           05  RPT-SECTION-TITLE    PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACE.
      *
       01  RPT-COLUMN-HEADING.
           05  FILLER          PIC X(08) VALUE 'REF'.
           05  FILLER          PIC X(08) VALUE 'CUST#'.
           05  FILLER          PIC X(32) VALUE 'OWNER'.
           05  FILLER          PIC X(10) VALUE 'LAST ACT'.
           05  FILLER          PIC X(06) VALUE '  AGE'.
           05  FILLER          PIC X(14) VALUE '        AMOUNT'.
           05  FILLER          PIC X(14) VALUE '    ON-ACCOUNT'.
           05  FILLER          PIC X(40) VALUE '  RESULT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-REFERENCE        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CUSTOMER-NUMBER  PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OWNER-NAME       PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LAST-ACTIVITY    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AGE-DAYS         PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-AMOUNT           PIC Z(09)9.99-.
           05  RPT-ONACCOUNT        PIC Z(09)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RESULT           PIC X(38).
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(32).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-TOT-AMOUNT       PIC Z(10)9.99-.
           05  FILLER               PIC X(74) VALUE SPACE.
      *
       01  LTR-NAME-LINE.
           05  LTR-CUSTOMER         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  LTR-NAME             PIC X(50).
           05  FILLER               PIC X(74) VALUE SPACE.
      *
       01  LTR-ADDR-LINE.
           05  LTR-ADDRESS          PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  LTR-CITY             PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LTR-STATE            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LTR-ZIP              PIC X(10).
           05  FILLER               PIC X(66) VALUE SPACE.
      *
       01  LTR-TEXT-LINE.
           05  LTR-TEXT             PIC X(78).
           05  FILLER               PIC X(54) VALUE SPACE.
      *
       01  LTR-AMOUNT-LINE.
           05  LTR-AMOUNT-LABEL     PIC X(30).
           05  LTR-AMOUNT           PIC Z(06)9.99.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  FILLER               PIC X(21) VALUE
               'LAST ACTIVITY DATE:  '.
           05  LTR-LAST-ACTIVITY    PIC X(08).
           05  FILLER               PIC X(59) VALUE SPACE.
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
           COMPUTE WS-RUN-DAYNO =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
      *
           PERFORM 120-READ-PARM-CARD.
           COMPUTE WS-NOTICE-START-DAYS =
               WS-DORMANCY-DAYS - WS-NOTICE-DAYS.
           PERFORM 100-OPEN-FILES.
           MOVE 'ESCRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           IF WS-FILING-RUN
               MOVE 'FILING RUN' TO RPT-HDG-MODE
           ELSE
               MOVE 'REVIEW RUN' TO RPT-HDG-MODE
           END-IF.
           MOVE WS-HOLDER-ID     TO RPT-PARM-HOLDER.
           MOVE WS-DORMANCY-DAYS TO RPT-PARM-DORMANCY.
           MOVE WS-NOTICE-DAYS   TO RPT-PARM-NOTICE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-PARM-LINE.
      *
           IF WS-FILING-RUN
               MOVE SPACE TO STA-RECORD
               MOVE 'H' TO STA-RECORD-TYPE
               MOVE WS-HOLDER-ID    TO STA-HDR-HOLDER-ID
               MOVE WS-RUN-DATE-MDY TO STA-HDR-REPORT-DATE
               PERFORM 690-WRITE-STATE-RECORD
           END-IF.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'DORMANT CUSTOMER CREDIT BALANCES' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-COLUMN-HEADING.
           MOVE LOW-VALUE TO CM-KEY.
           START CMFFILE KEY >= CM-KEY.
           IF NOT WS-CMFFILE-SUCCESS
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 300-READ-CUSTOMER.
           PERFORM 400-PROCESS-CUSTOMER
               UNTIL WS-EOF-YES.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'UNCASHED REFUND CHECKS' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-HEADER.
           WRITE PRINT-LINE FROM RPT-COLUMN-HEADING.
           MOVE 'N' TO WS-EOF-SW.
           IF NOT WS-REFFILE-AVAILABLE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 500-READ-REFUND.
           PERFORM 510-PROCESS-REFUND
               UNTIL WS-EOF-YES.
      *
           IF WS-FILING-RUN
               MOVE SPACE TO STA-RECORD
               MOVE 'T' TO STA-RECORD-TYPE
               MOVE WS-REMIT-COUNT TO STA-TRL-COUNT
               MOVE WS-REMIT-TOTAL TO STA-TRL-TOTAL
               PERFORM 690-WRITE-STATE-RECORD
           END-IF.
      *
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT  TO WS-RUN-COUNT-IN.
           MOVE WS-REMIT-COUNT TO WS-RUN-COUNT-OUT.
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
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "ESCPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       PERFORM 130-EDIT-PARM-CARD
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO ESCPARM CARD - REVIEW RUN WITH DEFAULTS"
           END-IF.
      *
       130-EDIT-PARM-CARD.
      *
           IF ESP-FILING-RUN
               MOVE 'Y' TO WS-FILING-SW
           END-IF.
           IF        ESP-DORMANCY-DAYS-X NUMERIC
                 AND ESP-DORMANCY-DAYS > ZERO
               MOVE ESP-DORMANCY-DAYS TO WS-DORMANCY-DAYS
           END-IF.
           IF        ESP-NOTICE-DAYS-X NUMERIC
                 AND ESP-NOTICE-DAYS > ZERO
               MOVE ESP-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF.
           IF WS-NOTICE-DAYS NOT < WS-DORMANCY-DAYS
               DISPLAY "ESCPARM NOTICE WINDOW INVALID - DEFAULT USED"
               MOVE 120 TO WS-NOTICE-DAYS
           END-IF.
           IF ESP-HOLDER-ID NOT = SPACE
               MOVE ESP-HOLDER-ID TO WS-HOLDER-ID
           END-IF.
           IF ESP-CREDIT-PROPERTY-CODE NOT = SPACE
               MOVE ESP-CREDIT-PROPERTY-CODE
                   TO WS-CREDIT-PROPERTY-CODE
           END-IF.
           IF ESP-REFUND-PROPERTY-CODE NOT = SPACE
               MOVE ESP-REFUND-PROPERTY-CODE
                   TO WS-REFUND-PROPERTY-CODE
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN I-O CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *****************************************************************
      *    STATUS 35 ON OPNAB2, PAYAB2 OR REFAB2 MEANS THAT FLOW HAS
      *    NEVER POSTED - NO ACTIVITY TO DATE FROM IT AND NOTHING OF
      *    IT TO RELIEVE.
      *****************************************************************
           OPEN I-O OPNFILE.
           IF NOT WS-OPNFILE-SUCCESS
               IF WS-OPNFILE-SW = '35'
                   MOVE 'N' TO WS-OPNFILE-AVAILABLE-SW
                   DISPLAY "OPNFILE NOT FOUND - OPEN ITEMS SKIPPED"
               ELSE
                   DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
                   DISPLAY "OPNFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O PAYFILE.
           IF NOT WS-PAYFILE-SUCCESS
               IF WS-PAYFILE-SW = '35'
                   MOVE 'N' TO WS-PAYFILE-AVAILABLE-SW
                   DISPLAY "PAYFILE NOT FOUND - RECEIPTS SKIPPED"
               ELSE
                   DISPLAY "WS-PAYFILE-SW=" WS-PAYFILE-SW
                   DISPLAY "PAYFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O REFFILE.
           IF NOT WS-REFFILE-SUCCESS
               IF WS-REFFILE-SW = '35'
                   MOVE 'N' TO WS-REFFILE-AVAILABLE-SW
                   DISPLAY "REFFILE NOT FOUND - REFUNDS SKIPPED"
               ELSE
                   DISPLAY "WS-REFFILE-SW=" WS-REFFILE-SW
                   DISPLAY "REFFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O CKRFILE.
           IF NOT WS-CKRFILE-SUCCESS
               IF WS-CKRFILE-SW = '35'
                   MOVE 'N' TO WS-CKRFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
                   DISPLAY "CKRFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O ESCFILE.
           IF WS-ESCFILE-SW = '35'
               OPEN OUTPUT ESCFILE
               CLOSE ESCFILE
               OPEN I-O ESCFILE
           END-IF.
           IF NOT WS-ESCFILE-SUCCESS
               DISPLAY "WS-ESCFILE-SW=" WS-ESCFILE-SW
               DISPLAY "ESCFILE OPEN ERROR"
               STOP RUN
           END-IF.
           IF WS-FILING-RUN
               OPEN OUTPUT STATE-FILE
               IF NOT WS-STAFILE-SUCCESS
                   DISPLAY "WS-STAFILE-SW=" WS-STAFILE-SW
                   DISPLAY "STATE-FILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF NOT WS-LTRFILE-SUCCESS
               DISPLAY "WS-LTRFILE-SW=" WS-LTRFILE-SW
               DISPLAY "LETTER-FILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-CUSTOMER.
      *
           IF NOT WS-EOF-YES
               READ CMFFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-READ-COUNT
               END-READ
           END-IF.
      *
      *****************************************************************
      *    A CUSTOMER IN CREDIT.  THE FIRST PASS OVER ITS RECEIPTS AND
      *    OPEN ITEMS FINDS THE LAST ACTIVITY AND WHAT MAKES UP THE
      *    CREDIT; WHEN THE ITEM IS REMITTED A SECOND PASS RELIEVES
      *    THE ON-ACCOUNT CASH FIRST, THEN THE CREDIT OPEN ITEMS.  NO
      *    ACTIVITY ON FILE AT ALL COUNTS AS DORMANT.
      *****************************************************************
       400-PROCESS-CUSTOMER.
      *
           IF CM-BALANCE-DUE < ZERO
               MOVE CM-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
               MOVE 'N' TO WS-RELIEVE-SW
               MOVE '00000000' TO WS-LAST-ACTIVITY-DATE
               MOVE ZERO TO WS-LAST-ACTIVITY-DAYNO
                            WS-ONACCOUNT-TOTAL
                            WS-CREDIT-ITEM-TOTAL
               PERFORM 410-BROWSE-CUSTOMER-ACTIVITY
               COMPUTE WS-ITEM-AMOUNT = ZERO - CM-BALANCE-DUE
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DAYNO - WS-LAST-ACTIVITY-DAYNO
               MOVE 'C' TO ESC-ITEM-TYPE
               MOVE CM-CUSTOMER-NUMBER    TO ESC-ITEM-REFERENCE
               MOVE WS-LAST-ACTIVITY-DATE TO ESC-LAST-ACTIVITY-DATE
               PERFORM 440-BUILD-OWNER-NAME
               PERFORM 600-DECIDE-ITEM
               IF WS-ACTION-REMIT
                   MOVE 'Y' TO WS-RELIEVE-SW
                   MOVE WS-ITEM-AMOUNT TO WS-RELIEVE-LEFT
                   PERFORM 410-BROWSE-CUSTOMER-ACTIVITY
                   MOVE ZERO TO CM-BALANCE-DUE
                   REWRITE CUSTOMER-MASTER-RECORD
                   IF NOT WS-CMFFILE-SUCCESS
                       DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
                       DISPLAY "CMFFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   MOVE WS-CREDIT-PROPERTY-CODE
                       TO WS-PROPERTY-CODE
                   PERFORM 650-REMIT-ITEM
               END-IF
               IF NOT WS-ACTION-NONE
                   MOVE CM-CUSTOMER-NUMBER TO RPT-REFERENCE
                   MOVE WS-ONACCOUNT-TOTAL TO RPT-ONACCOUNT
                   PERFORM 700-PRINT-DETAIL
               END-IF
           END-IF.
      *
           PERFORM 300-READ-CUSTOMER.
      *
       410-BROWSE-CUSTOMER-ACTIVITY.
      *
           IF WS-PAYFILE-AVAILABLE
               MOVE WS-CURRENT-CUSTOMER TO PAY-CUSTOMER-NUMBER
               MOVE LOW-VALUE TO PAY-CHECK-NUMBER
               MOVE 'N' TO WS-BROWSE-DONE-SW
               START PAYFILE KEY >= PAY-KEY
               IF NOT WS-PAYFILE-SUCCESS
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               END-IF
               PERFORM 420-READ-NEXT-RECEIPT
                   UNTIL WS-BROWSE-DONE
           END-IF.
           IF WS-OPNFILE-AVAILABLE
               MOVE WS-CURRENT-CUSTOMER TO OPN-CUSTOMER-NUMBER
               MOVE ZERO TO OPN-INVOICE-NUMBER
               MOVE 'N' TO WS-BROWSE-DONE-SW
               START OPNFILE KEY >= OPN-KEY
               IF NOT WS-OPNFILE-SUCCESS
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               END-IF
               PERFORM 430-READ-NEXT-OPEN-ITEM
                   UNTIL WS-BROWSE-DONE
           END-IF.
      *
       420-READ-NEXT-RECEIPT.
      *
           READ PAYFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-READ.
           IF NOT WS-BROWSE-DONE
               IF PAY-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               ELSE
                   IF WS-RELIEVE-ITEM
                       PERFORM 425-RELIEVE-RECEIPT
                   ELSE
                       MOVE PAY-RECEIPT-DATE TO WS-DATE-WORK
                       PERFORM 450-NOTE-ACTIVITY-DATE
                       IF        PAY-ONACCOUNT-AMOUNT > ZERO
                             AND NOT PAY-NSF-REVERSED
                           ADD PAY-ONACCOUNT-AMOUNT
                               TO WS-ONACCOUNT-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       425-RELIEVE-RECEIPT.
      *
           IF        PAY-ONACCOUNT-AMOUNT > ZERO
                 AND NOT PAY-NSF-REVERSED
                 AND WS-RELIEVE-LEFT > ZERO
               IF PAY-ONACCOUNT-AMOUNT > WS-RELIEVE-LEFT
                   MOVE WS-RELIEVE-LEFT TO WS-RELIEVE-AMOUNT
               ELSE
                   MOVE PAY-ONACCOUNT-AMOUNT TO WS-RELIEVE-AMOUNT
               END-IF
               SUBTRACT WS-RELIEVE-AMOUNT FROM PAY-ONACCOUNT-AMOUNT
                                               WS-RELIEVE-LEFT
               REWRITE CASH-RECEIPT-RECORD
               IF NOT WS-PAYFILE-SUCCESS
                   DISPLAY "WS-PAYFILE-SW=" WS-PAYFILE-SW
                   DISPLAY "PAYFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       430-READ-NEXT-OPEN-ITEM.
      *
           READ OPNFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-READ.
           IF NOT WS-BROWSE-DONE
               IF OPN-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               ELSE
                   IF WS-RELIEVE-ITEM
                       PERFORM 435-RELIEVE-OPEN-ITEM
                   ELSE
                       MOVE OPN-INVOICE-DATE TO WS-DATE-WORK
                       PERFORM 450-NOTE-ACTIVITY-DATE
                       IF OPN-OPEN-BALANCE < ZERO
                           ADD OPN-OPEN-BALANCE
                               TO WS-CREDIT-ITEM-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       435-RELIEVE-OPEN-ITEM.
      *
           IF        OPN-OPEN-BALANCE < ZERO
                 AND WS-RELIEVE-LEFT > ZERO
               COMPUTE WS-RELIEVE-AMOUNT = ZERO - OPN-OPEN-BALANCE
               IF WS-RELIEVE-AMOUNT > WS-RELIEVE-LEFT
                   MOVE WS-RELIEVE-LEFT TO WS-RELIEVE-AMOUNT
               END-IF
               ADD WS-RELIEVE-AMOUNT TO OPN-OPEN-BALANCE
               SUBTRACT WS-RELIEVE-AMOUNT FROM WS-RELIEVE-LEFT
               IF OPN-OPEN-BALANCE = ZERO
                   SET OPN-STATUS-CLOSED TO TRUE
               END-IF
               REWRITE OPEN-ITEM-RECORD
               IF NOT WS-OPNFILE-SUCCESS
                   DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
                   DISPLAY "OPNFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       440-BUILD-OWNER-NAME.
      *
           MOVE SPACE TO WS-OWNER-NAME.
           STRING CM-FIRST-NAME DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  CM-LAST-NAME  DELIMITED BY SPACE
               INTO WS-OWNER-NAME.
      *
       450-NOTE-ACTIVITY-DATE.
      *
           IF WS-DATE-WORK NUMERIC
               COMPUTE WS-DATE-DAYNO =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD
               IF WS-DATE-DAYNO > WS-LAST-ACTIVITY-DAYNO
                   MOVE WS-DATE-DAYNO TO WS-LAST-ACTIVITY-DAYNO
                   MOVE WS-DATE-WORK  TO WS-LAST-ACTIVITY-DATE
               END-IF
           END-IF.
      *
       500-READ-REFUND.
      *
           IF NOT WS-EOF-YES
               READ REFFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-READ-COUNT
               END-READ
           END-IF.
      *
      *****************************************************************
      *    A REFUND CHECK STILL EXTRACTED - CUT BUT NEVER REPORTED
      *    CLEARED - IS DORMANT FROM ITS EXTRACT DATE.  THE PAYEE IS
      *    THE CUSTOMER ON THE REFUND; ONE SINCE REMOVED FROM THE
      *    MASTER IS STILL REPORTED, UNDER ITS NUMBER ALONE.  A
      *    REISSUED CHECK IS DORMANT FROM ITS REPLACEMENT'S DATE; ONE
      *    THE BANK HAS PAID IS NOT UNCLAIMED, WHATEVER THE REFUND
      *    STILL SAYS.
      *****************************************************************
       510-PROCESS-REFUND.
      *
           IF REF-STATUS-EXTRACTED
               PERFORM 520-FIND-LIVE-CHECK
           END-IF.
      *
           IF        REF-STATUS-EXTRACTED
                 AND NOT (WS-LIVE-CHECK-FOUND AND CKR-STATUS-PAID)
               MOVE '00000000' TO WS-LAST-ACTIVITY-DATE
               MOVE ZERO TO WS-LAST-ACTIVITY-DAYNO
                            WS-ONACCOUNT-TOTAL
               MOVE REF-EXTRACT-DATE TO WS-DATE-WORK
               PERFORM 450-NOTE-ACTIVITY-DATE
               IF WS-LIVE-CHECK-FOUND
                   MOVE CKR-ISSUE-DATE TO WS-DATE-WORK
                   PERFORM 450-NOTE-ACTIVITY-DATE
               END-IF
               MOVE REF-AMOUNT TO WS-ITEM-AMOUNT
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DAYNO - WS-LAST-ACTIVITY-DAYNO
               MOVE REF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CMFFILE
               IF WS-CMFFILE-SUCCESS
                   PERFORM 440-BUILD-OWNER-NAME
               ELSE
                   MOVE SPACE TO CUSTOMER-MASTER-RECORD
                                 WS-OWNER-NAME
                   MOVE REF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               END-IF
               MOVE 'R' TO ESC-ITEM-TYPE
               MOVE REF-REFUND-NUMBER     TO ESC-ITEM-REFERENCE
               MOVE WS-LAST-ACTIVITY-DATE TO ESC-LAST-ACTIVITY-DATE
               PERFORM 600-DECIDE-ITEM
               IF WS-ACTION-REMIT
                   SET REF-STATUS-ESCHEATED TO TRUE
                   REWRITE REFUND-RECORD
                   IF NOT WS-REFFILE-SUCCESS
                       DISPLAY "WS-REFFILE-SW=" WS-REFFILE-SW
                       DISPLAY "REFFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   IF WS-LIVE-CHECK-FOUND
                       PERFORM 530-VOID-LIVE-CHECK
                   END-IF
                   MOVE WS-REFUND-PROPERTY-CODE
                       TO WS-PROPERTY-CODE
                   PERFORM 650-REMIT-ITEM
               END-IF
               IF NOT WS-ACTION-NONE
                   MOVE REF-REFUND-NUMBER TO RPT-REFERENCE
                   MOVE ZERO TO RPT-ONACCOUNT
                   PERFORM 700-PRINT-DETAIL
               END-IF
           END-IF.
      *
           PERFORM 500-READ-REFUND.
      *
      *****************************************************************
      *    THE REFUND'S CHECK ON THE REGISTER IS SERIALED BY THE
      *    REFUND NUMBER; A REISSUE CHAIN IS FOLLOWED FORWARD TO THE
      *    CHECK STILL IN THE PAYEE'S HANDS.  NO REGISTER, OR NO
      *    ENTRY (A CHECK CUT BEFORE THE REGISTER WAS KEPT), LEAVES
      *    THE REFUND TO BE JUDGED ON ITS OWN.
      *****************************************************************
       520-FIND-LIVE-CHECK.
      *
           MOVE 'N' TO WS-LIVE-CHECK-SW.
           IF WS-CKRFILE-AVAILABLE
               MOVE 'R' TO CKR-ACCOUNT-CODE
               MOVE REF-REFUND-NUMBER TO CKR-CHECK-NUMBER
               READ CKRFILE
               IF WS-CKRFILE-SUCCESS
                   MOVE 'Y' TO WS-LIVE-CHECK-SW
               END-IF
               PERFORM 525-FOLLOW-REISSUE
                   UNTIL NOT WS-LIVE-CHECK-FOUND
                      OR NOT CKR-STATUS-VOID
                      OR NOT CKR-VOID-REISSUED
           END-IF.
      *
       525-FOLLOW-REISSUE.
      *
           MOVE CKR-REISSUE-NUMBER TO CKR-CHECK-NUMBER.
           READ CKRFILE.
           IF NOT WS-CKRFILE-SUCCESS
               MOVE 'N' TO WS-LIVE-CHECK-SW
           END-IF.
      *
      *****************************************************************
      *    THE REMITTED REFUND'S OUTSTANDING CHECK IS VOIDED AS
      *    ESCHEATED, FOR PPYFLB2 TO SEND TO THE BANK.  ONE ALREADY
      *    VOIDED OUTRIGHT IS LEFT AS IT IS.
      *****************************************************************
       530-VOID-LIVE-CHECK.
      *
           IF CKR-STATUS-ISSUED
               SET CKR-STATUS-VOID TO TRUE
               SET CKR-VOID-ESCHEATED TO TRUE
               MOVE WS-RUN-DATE-MDY TO CKR-VOID-DATE
               MOVE 'N' TO CKR-PPAY-VOID-SENT
               REWRITE CHECK-REGISTER-RECORD
               IF NOT WS-CKRFILE-SUCCESS
                   DISPLAY "WS-CKRFILE-SW=" WS-CKRFILE-SW
                   DISPLAY "CKRFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    ONE ITEM, WITH ITS ESCAB2 KEY, AMOUNT AND AGE SET.  NOT YET
      *    IN THE NOTICE WINDOW - NOTHING.  NO LETTER ON FILE FOR THIS
      *    DORMANCY - MAIL ONE.  LETTERED AND DORMANT ON THE FILING
      *    RUN - REMIT.  ANYTHING ELSE WAITS.
      *****************************************************************
       600-DECIDE-ITEM.
      *
           MOVE 'N' TO WS-ACTION-SW.
           IF WS-AGE-DAYS NOT < WS-NOTICE-START-DAYS
               READ ESCFILE
               IF NOT WS-ESCFILE-SUCCESS AND NOT WS-ESCFILE-NOTFOUND
                   DISPLAY "WS-ESCFILE-SW=" WS-ESCFILE-SW
                   DISPLAY "ESCFILE READ ERROR"
                   STOP RUN
               END-IF
               EVALUATE TRUE
                   WHEN WS-ESCFILE-NOTFOUND
                       PERFORM 620-MAIL-LETTER
                       IF WS-AGE-DAYS NOT < WS-DORMANCY-DAYS
                           MOVE 'DORMANT - LETTER MAILED, HELD'
                               TO WS-RESULT
                           ADD 1 TO WS-HELD-COUNT
                           ADD WS-ITEM-AMOUNT TO WS-HELD-TOTAL
                       ELSE
                           MOVE 'NEARING DORMANCY - LETTER MAILED'
                               TO WS-RESULT
                       END-IF
                   WHEN ESC-STATUS-REMITTED
                       CONTINUE
                   WHEN WS-AGE-DAYS < WS-DORMANCY-DAYS
                       MOVE 'H' TO WS-ACTION-SW
                       MOVE 'NEARING DORMANCY - LETTER ON FILE'
                           TO WS-RESULT
                   WHEN WS-FILING-RUN
                       MOVE 'R' TO WS-ACTION-SW
                       MOVE 'REMITTED TO STATE' TO WS-RESULT
                   WHEN OTHER
                       MOVE 'H' TO WS-ACTION-SW
                       MOVE 'DORMANT - REPORTABLE AT FILING'
                           TO WS-RESULT
                       ADD 1 TO WS-HELD-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-HELD-TOTAL
               END-EVALUATE
           END-IF.
      *
       620-MAIL-LETTER.
      *
           MOVE 'L' TO WS-ACTION-SW.
           MOVE CM-CUSTOMER-NUMBER TO ESC-CUSTOMER-NUMBER.
           MOVE WS-ITEM-AMOUNT     TO ESC-AMOUNT.
           SET ESC-STATUS-LETTERED TO TRUE.
           MOVE WS-RUN-DATE-MDY    TO ESC-LETTER-DATE.
           MOVE SPACE              TO ESC-REMIT-DATE.
           WRITE ESCHEAT-RECORD.
           IF NOT WS-ESCFILE-SUCCESS
               DISPLAY "WS-ESCFILE-SW=" WS-ESCFILE-SW
               DISPLAY "ESCFILE WRITE ERROR"
               STOP RUN
           END-IF.
           ADD 1 TO WS-LETTER-COUNT.
      *
           MOVE SPACE TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CM-CUSTOMER-NUMBER TO LTR-CUSTOMER.
           MOVE WS-OWNER-NAME      TO LTR-NAME.
           WRITE LETTER-LINE FROM LTR-NAME-LINE.
           MOVE CM-ADDRESS  TO LTR-ADDRESS.
           MOVE CM-CITY     TO LTR-CITY.
           MOVE CM-STATE    TO LTR-STATE.
           MOVE CM-ZIP-CODE TO LTR-ZIP.
           WRITE LETTER-LINE FROM LTR-ADDR-LINE.
           MOVE SPACE TO LETTER-LINE.
           WRITE LETTER-LINE.
      *
           IF ESC-TYPE-CREDIT
               MOVE 'OUR RECORDS SHOW A CREDIT BALANCE ON YOUR ACCOUNT W
      -            'ITH US THAT HAS NOT BEEN USED'
                   TO LTR-TEXT
               MOVE 'CREDIT BALANCE:' TO LTR-AMOUNT-LABEL
           ELSE
               MOVE 'OUR RECORDS SHOW A REFUND CHECK ISSUED TO YOU THAT 
      -            'HAS NOT BEEN CASHED'
                   TO LTR-TEXT
               MOVE 'REFUND CHECK AMOUNT:' TO LTR-AMOUNT-LABEL
           END-IF.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE 'OR CLAIMED.  STATE LAW REQUIRES US TO REPORT UNCLAIMED 
      -        'PROPERTY AND TURN IT'
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE 'OVER TO THE STATE.  TO KEEP IT, PLEASE CONTACT OUR CRED
      -        'IT DESK WITHIN 30 DAYS.'
               TO LTR-TEXT.
           WRITE LETTER-LINE FROM LTR-TEXT-LINE.
           MOVE SPACE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-ITEM-AMOUNT        TO LTR-AMOUNT.
           MOVE WS-LAST-ACTIVITY-DATE TO LTR-LAST-ACTIVITY.
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE.
      *
      *****************************************************************
      *    THE ITEM GOES ON THE STATE FILE AND ITS ESCAB2 RECORD IS
      *    MARKED REMITTED TODAY, FOR GLEXTB2 TO JOURNAL.  THE CALLER
      *    HAS ALREADY RELIEVED IT AND CHOSEN THE PROPERTY CODE.
      *****************************************************************
       650-REMIT-ITEM.
      *
           MOVE SPACE TO STA-RECORD.
           MOVE 'D' TO STA-RECORD-TYPE.
           MOVE WS-PROPERTY-CODE      TO STA-DTL-PROPERTY-CODE.
           MOVE CM-CUSTOMER-NUMBER    TO STA-DTL-OWNER-NUMBER.
           MOVE WS-OWNER-NAME         TO STA-DTL-OWNER-NAME.
           MOVE CM-ADDRESS            TO STA-DTL-ADDRESS.
           MOVE CM-CITY               TO STA-DTL-CITY.
           MOVE CM-STATE              TO STA-DTL-STATE.
           MOVE CM-ZIP-CODE           TO STA-DTL-ZIP-CODE.
           MOVE WS-ITEM-AMOUNT        TO STA-DTL-AMOUNT.
           MOVE WS-LAST-ACTIVITY-DATE TO STA-DTL-LAST-ACTIVITY-DATE.
           MOVE ESC-ITEM-TYPE         TO STA-DTL-ITEM-TYPE.
           MOVE ESC-ITEM-REFERENCE    TO STA-DTL-ITEM-REFERENCE.
           PERFORM 690-WRITE-STATE-RECORD.
      *
           MOVE WS-ITEM-AMOUNT  TO ESC-AMOUNT.
           SET ESC-STATUS-REMITTED TO TRUE.
           MOVE WS-RUN-DATE-MDY TO ESC-REMIT-DATE.
           REWRITE ESCHEAT-RECORD.
           IF NOT WS-ESCFILE-SUCCESS
               DISPLAY "WS-ESCFILE-SW=" WS-ESCFILE-SW
               DISPLAY "ESCFILE REWRITE ERROR"
               STOP RUN
           END-IF.
           ADD 1 TO WS-REMIT-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-REMIT-TOTAL.
      *
       690-WRITE-STATE-RECORD.
      *
           WRITE STA-RECORD.
           IF NOT WS-STAFILE-SUCCESS
               DISPLAY "WS-STAFILE-SW=" WS-STAFILE-SW
               DISPLAY "STATE-FILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       700-PRINT-DETAIL.
      *
           MOVE CM-CUSTOMER-NUMBER    TO RPT-CUSTOMER-NUMBER.
           MOVE WS-OWNER-NAME         TO RPT-OWNER-NAME.
           MOVE WS-LAST-ACTIVITY-DATE TO RPT-LAST-ACTIVITY.
           MOVE WS-AGE-DAYS           TO RPT-AGE-DAYS.
           MOVE WS-ITEM-AMOUNT        TO RPT-AMOUNT.
           MOVE WS-RESULT             TO RPT-RESULT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'DUE-DILIGENCE LETTERS MAILED:' TO RPT-TOT-LABEL.
           MOVE WS-LETTER-COUNT TO RPT-TOT-COUNT.
           MOVE ZERO TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'DORMANT ITEMS HELD:' TO RPT-TOT-LABEL.
           MOVE WS-HELD-COUNT TO RPT-TOT-COUNT.
           MOVE WS-HELD-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ITEMS REMITTED TO STATE:' TO RPT-TOT-LABEL.
           MOVE WS-REMIT-COUNT TO RPT-TOT-COUNT.
           MOVE WS-REMIT-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE CMFFILE.
           IF WS-OPNFILE-AVAILABLE
               CLOSE OPNFILE
           END-IF.
           IF WS-PAYFILE-AVAILABLE
               CLOSE PAYFILE
           END-IF.
           IF WS-REFFILE-AVAILABLE
               CLOSE REFFILE
           END-IF.
           IF WS-CKRFILE-AVAILABLE
               CLOSE CKRFILE
           END-IF.
           CLOSE ESCFILE.
           IF WS-FILING-RUN
               CLOSE STATE-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "LETTERS MAILED:  " WS-LETTER-COUNT.
           DISPLAY "ITEMS HELD:      " WS-HELD-COUNT.
           DISPLAY "ITEMS REMITTED:  " WS-REMIT-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
