       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNFRB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    FORWARD RECOVERY OF ONE MASTER FILE FROM THE JRNAB2 CHANGE
      *    JOURNAL.  EVERY ONLINE MAINTENANCE SCREEN LINKS TO JRNWRAB2
      *    AFTER AN ADD, CHANGE OR DELETE, LEAVING THE RECORD'S BEFORE
      *    AND AFTER IMAGES ON JRNAB2.  WHEN A MASTER FILE HAS TO BE
      *    RESTORED FROM THE NIGHTLY BACKUP, THIS JOB ROLLS THE DAY'S
      *    (OR SEVERAL DAYS') MAINTENANCE BACK ONTO IT.  ONE CONTROL
      *    CARD ON JRNCARD NAMES THE FILE AS THE ONLINE PROGRAMS KNOW
      *    IT (PRDAB2, CMFAB2 ...), THE FIRST AND LAST CHANGE DATES TO
      *    APPLY (YYYYMMDD - A BLANK LAST DATE MEANS THE FIRST DATE
      *    ONLY) AND THE MODE: A TO APPLY, V TO VERIFY ONLY.  BLANK IS
      *    A.  THE FILE'S JOURNAL ENTRIES IN THE RANGE ARE SORTED BACK
      *    INTO THE ORDER THEY WERE MADE - DATE, TIME, TASK, SEQUENCE -
      *    AND APPLIED ONE BY ONE:
      *      ADD     - WRITTEN.  A RECORD ALREADY ON FILE THAT MATCHES
      *                THE AFTER IMAGE IS ALREADY APPLIED; ONE THAT
      *                DIFFERS IS REPLACED AND FLAGGED.
      *      CHANGE  - REWRITTEN FROM THE AFTER IMAGE.  THE RECORD ON
      *                FILE SHOULD MATCH THE BEFORE IMAGE; ONE THAT
      *                MATCHES THE AFTER IMAGE IS ALREADY APPLIED,
      *                ANYTHING ELSE IS FLAGGED, AND A MISSING RECORD
      *                IS ADDED AND FLAGGED.
      *      DELETE  - DELETED.  A RECORD NOT MATCHING THE BEFORE
      *                IMAGE IS FLAGGED; ONE ALREADY GONE IS REPORTED.
      *    SO A RERUN OVER THE SAME RANGE IS HARMLESS.  VERIFY MODE
      *    OPENS THE FILE FOR INPUT AND PRINTS WHAT WOULD HAPPEN.
      *    EVERY ENTRY PRINTS ONE LINE, FLAGGED ONES MARKED WITH '*'.
      *    THE JOB IS RUN BY HAND AFTER A RESTORE, SO IT IS NOT
      *    REGISTERED ON RUNAB2.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO JRNCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARDFILE-SW.

           SELECT JRNFILE ASSIGN TO JRNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-JRNFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT HAZFILE ASSIGN TO HAZFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HAZ-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMF-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT WRHFILE ASSIGN TO WRHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRH-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT CARFILE ASSIGN TO CARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAR-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT CURFILE ASSIGN TO CURFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUR-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT RTEFILE ASSIGN TO RTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTE-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT SHTFILE ASSIGN TO SHTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHT-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT SLMFILE ASSIGN TO SLMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLM-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT SQTFILE ASSIGN TO SQTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQT-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT TAXFILE ASSIGN TO TAXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAX-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT TRMFILE ASSIGN TO TRMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT TXEFILE ASSIGN TO TXEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXE-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT AUTFILE ASSIGN TO AUTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT SDOFILE ASSIGN TO SDOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SDO-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT PLVFILE ASSIGN TO PLVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLV-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT CNTFILE ASSIGN TO CNTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNT-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT OPRFILE ASSIGN TO OPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-IMAGE-KEY
               FILE STATUS IS WS-TARGET-SW.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONTROL-CARD.

       01  CONTROL-CARD.
           05  CARD-FILE-NAME                PIC X(08).
           05  CARD-FROM-DATE                PIC X(08).
           05  CARD-TO-DATE                  PIC X(08).
           05  CARD-MODE                     PIC X(01).
           05  FILLER                        PIC X(55).
      *
       FD JRNFILE
           RECORD CONTAINS 700 CHARACTERS
           DATA RECORD IS MASTER-JOURNAL-RECORD.
      *
       COPY JRNIMG.
      *
      *****************************************************************
      *    EACH MASTER FILE IS SEEN ONLY AS ITS IMAGE - THE KEY AT THE
      *    FRONT AND THE REST OF THE RECORD - SINCE THE JOURNAL HOLDS
      *    WHOLE RECORDS.  ONLY THE FILE NAMED ON THE CARD IS OPENED.
      *****************************************************************
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRD-IMAGE-RECORD.
       01  PRD-IMAGE-RECORD.
           05  PRD-IMAGE-KEY                 PIC X(10).
           05  FILLER                        PIC X(190).
      *
       FD HAZFILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS HAZ-IMAGE-RECORD.
       01  HAZ-IMAGE-RECORD.
           05  HAZ-IMAGE-KEY                 PIC X(10).
           05  FILLER                        PIC X(140).
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CMF-IMAGE-RECORD.
       01  CMF-IMAGE-RECORD.
           05  CMF-IMAGE-KEY                 PIC X(06).
           05  FILLER                        PIC X(294).
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VND-IMAGE-RECORD.
       01  VND-IMAGE-RECORD.
           05  VND-IMAGE-KEY                 PIC X(06).
           05  FILLER                        PIC X(154).
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WRH-IMAGE-RECORD.
       01  WRH-IMAGE-RECORD.
           05  WRH-IMAGE-KEY                 PIC X(03).
           05  FILLER                        PIC X(137).
      *
       FD CARFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CAR-IMAGE-RECORD.
       01  CAR-IMAGE-RECORD.
           05  CAR-IMAGE-KEY                 PIC X(04).
           05  FILLER                        PIC X(056).
      *
       FD CURFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CUR-IMAGE-RECORD.
       01  CUR-IMAGE-RECORD.
           05  CUR-IMAGE-KEY                 PIC X(03).
           05  FILLER                        PIC X(027).
      *
       FD RTEFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RTE-IMAGE-RECORD.
       01  RTE-IMAGE-RECORD.
           05  RTE-IMAGE-KEY                 PIC X(04).
           05  FILLER                        PIC X(056).
      *
       FD SHTFILE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS SHT-IMAGE-RECORD.
       01  SHT-IMAGE-RECORD.
           05  SHT-IMAGE-KEY                 PIC X(08).
           05  FILLER                        PIC X(162).
      *
       FD SLMFILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS SLM-IMAGE-RECORD.
       01  SLM-IMAGE-RECORD.
           05  SLM-IMAGE-KEY                 PIC X(03).
           05  FILLER                        PIC X(034).
      *
       FD SQTFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS SQT-IMAGE-RECORD.
       01  SQT-IMAGE-RECORD.
           05  SQT-IMAGE-KEY                 PIC X(09).
           05  FILLER                        PIC X(021).
      *
       FD TAXFILE
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS TAX-IMAGE-RECORD.
       01  TAX-IMAGE-RECORD.
           05  TAX-IMAGE-KEY                 PIC X(02).
           05  FILLER                        PIC X(012).
      *
       FD TRMFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TRM-IMAGE-RECORD.
       01  TRM-IMAGE-RECORD.
           05  TRM-IMAGE-KEY                 PIC X(03).
           05  FILLER                        PIC X(037).
      *
       FD TXEFILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS TXE-IMAGE-RECORD.
       01  TXE-IMAGE-RECORD.
           05  TXE-IMAGE-KEY                 PIC X(06).
           05  FILLER                        PIC X(030).
      *
       FD AUTFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS AUT-IMAGE-RECORD.
       01  AUT-IMAGE-RECORD.
           05  AUT-IMAGE-KEY                 PIC X(17).
           05  FILLER                        PIC X(023).
      *
       FD SDOFILE
           RECORD CONTAINS 220 CHARACTERS
           DATA RECORD IS SDO-IMAGE-RECORD.
       01  SDO-IMAGE-RECORD.
           05  SDO-IMAGE-KEY                 PIC X(06).
           05  FILLER                        PIC X(214).
      *
       FD PLVFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PLV-IMAGE-RECORD.
       01  PLV-IMAGE-RECORD.
           05  PLV-IMAGE-KEY                 PIC X(06).
           05  FILLER                        PIC X(034).
      *
       FD CNTFILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS CNT-IMAGE-RECORD.
       01  CNT-IMAGE-RECORD.
           05  CNT-IMAGE-KEY                 PIC X(16).
           05  FILLER                        PIC X(025).
      *
       FD OPRFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPR-IMAGE-RECORD.
       01  OPR-IMAGE-RECORD.
           05  OPR-IMAGE-KEY                 PIC X(04).
           05  FILLER                        PIC X(076).
      *
      *****************************************************************
      *    ONE SORT RECORD PER JOURNAL ENTRY, IN THE ORDER THE CHANGES
      *    WERE MADE.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CHANGE-DATE               PIC X(08).
           05  SRT-CHANGE-TIME               PIC 9(06).
           05  SRT-TASK-NUMBER               PIC 9(07).
           05  SRT-SEQUENCE                  PIC 9(02).
           05  SRT-JOURNAL-ENTRY             PIC X(700).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-CARDFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-CARDFILE-SUCCESS               VALUE '00'.
       01 WS-JRNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-JRNFILE-SUCCESS                VALUE '00'.
       01 WS-JRNFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-JRNFILE-AVAILABLE              VALUE 'Y'.
       01 WS-TARGET-SW                       PIC X(02)  VALUE SPACES.
           88  WS-TARGET-SUCCESS                 VALUE '00'.
           88  WS-TARGET-NOTFOUND                VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-MODE-SW                         PIC X(01)  VALUE 'A'.
           88  WS-VERIFY-ONLY                    VALUE 'V'.
       01 WS-FOUND-SW                        PIC X(01)  VALUE 'N'.
           88  WS-RECORD-FOUND                   VALUE 'Y'.
       01 WS-EXCEPTION-SW                    PIC X(01)  VALUE 'N'.
           88  WS-EXCEPTION                      VALUE 'Y'.
       01 WS-UPDATE-SW                       PIC X(01)  VALUE 'N'.
           88  WS-UPDATE-NONE                    VALUE 'N'.
           88  WS-UPDATE-WRITE                   VALUE 'W'.
           88  WS-UPDATE-REWRITE                 VALUE 'R'.
           88  WS-UPDATE-DELETE                  VALUE 'D'.
      *
       01 WS-FILE-NAME                       PIC X(08).
       01 WS-FROM-DATE                       PIC X(08).
       01 WS-TO-DATE                         PIC X(08).
       01 WS-CURRENT-IMAGE                   PIC X(300).
       01 WS-RESULT                          PIC X(32).
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
      *
       01 WS-JRN-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-SELECTED-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-APPLIED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-SKIPPED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-EXCEPTION-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'JOURNAL FORWARD RECOVERY'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(06) VALUE 'FILE: '.
           05  RPT-HDG-FILE    PIC X(08).
           05  FILLER          PIC X(08) VALUE '  FROM: '.
           05  RPT-HDG-FROM    PIC X(08).
           05  FILLER          PIC X(06) VALUE '  TO: '.
           05  RPT-HDG-TO      PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACE.
           05  RPT-HDG-MODE    PIC X(30).
           05  FILLER          PIC X(56) VALUE SPACE.
      *
       01  RPT-HEADING-3.
           05  FILLER          PIC X(11) VALUE '  DATE'.
           05  FILLER          PIC X(08) VALUE 'TIME'.
           05  FILLER          PIC X(08) VALUE 'ACTION'.
           05  FILLER          PIC X(06) VALUE 'OPER'.
           05  FILLER          PIC X(06) VALUE 'TERM'.
           05  FILLER          PIC X(10) VALUE 'PROGRAM'.
           05  FILLER          PIC X(32) VALUE 'RECORD KEY'.
           05  FILLER          PIC X(51) VALUE 'RESULT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-FLAG                 PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-DATE                 PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-TIME                 PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-ACTION               PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-OPERATOR             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TERMINAL             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-PROGRAM              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-RECORD-KEY           PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-RESULT               PIC X(32).
           05  FILLER                   PIC X(19) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER                   PIC X(04) VALUE SPACE.
           05  RPT-TOT-LABEL            PIC X(40).
           05  RPT-TOT-COUNT            PIC Z(06)9.
           05  FILLER                   PIC X(81) VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 110-READ-CONTROL-CARD.
           PERFORM 150-OPEN-TARGET-FILE.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           MOVE WS-FILE-NAME  TO RPT-HDG-FILE.
           MOVE WS-FROM-DATE  TO RPT-HDG-FROM.
           MOVE WS-TO-DATE    TO RPT-HDG-TO.
           IF WS-VERIFY-ONLY
               MOVE 'VERIFY ONLY - FILE NOT UPDATED' TO RPT-HDG-MODE
           ELSE
               MOVE 'CHANGES APPLIED' TO RPT-HDG-MODE
           END-IF.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-HEADING-3.
      *
           IF WS-JRNFILE-AVAILABLE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-CHANGE-DATE
                                    SRT-CHANGE-TIME
                                    SRT-TASK-NUMBER
                                    SRT-SEQUENCE
                   INPUT PROCEDURE IS 500-RELEASE-CHANGES
                   OUTPUT PROCEDURE IS 600-APPLY-CHANGES
           END-IF.
      *
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT CARD-FILE.
           IF NOT WS-CARDFILE-SUCCESS
               DISPLAY "WS-CARDFILE-SW=" WS-CARDFILE-SW
               DISPLAY "JRNCARD OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NOTHING HAS EVER BEEN JOURNALED.
      *****************************************************************
           OPEN INPUT JRNFILE.
           IF NOT WS-JRNFILE-SUCCESS
               IF WS-JRNFILE-SW = '35'
                   MOVE 'N' TO WS-JRNFILE-AVAILABLE-SW
                   DISPLAY "NO JRNFILE - NOTHING JOURNALED"
               ELSE
                   DISPLAY "WS-JRNFILE-SW=" WS-JRNFILE-SW
                   DISPLAY "JRNFILE OPEN ERROR"
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
       110-READ-CONTROL-CARD.
      *
           READ CARD-FILE
               AT END
                   DISPLAY "NO CONTROL CARD ON JRNCARD"
                   STOP RUN
           END-READ.
      *
           MOVE CARD-FILE-NAME TO WS-FILE-NAME.
           MOVE CARD-FROM-DATE TO WS-FROM-DATE.
           IF CARD-TO-DATE = SPACE
               MOVE CARD-FROM-DATE TO WS-TO-DATE
           ELSE
               MOVE CARD-TO-DATE TO WS-TO-DATE
           END-IF.
           IF CARD-MODE = 'V'
               MOVE 'V' TO WS-MODE-SW
           ELSE
               IF CARD-MODE NOT = SPACE AND CARD-MODE NOT = 'A'
                   DISPLAY "CONTROL CARD MODE MUST BE A OR V"
                   STOP RUN
               END-IF
           END-IF.
           CLOSE CARD-FILE.
           IF        WS-FROM-DATE NOT NUMERIC
                  OR WS-TO-DATE NOT NUMERIC
                  OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY "CONTROL CARD DATES INVALID: "
                       WS-FROM-DATE " " WS-TO-DATE
               STOP RUN
           END-IF.
      *
       150-OPEN-TARGET-FILE.
      *
           EVALUATE WS-FILE-NAME
               WHEN 'PRDAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT PRDFILE
                   ELSE
                       OPEN I-O PRDFILE
                   END-IF
               WHEN 'HAZAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT HAZFILE
                   ELSE
                       OPEN I-O HAZFILE
                   END-IF
               WHEN 'CMFAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT CMFFILE
                   ELSE
                       OPEN I-O CMFFILE
                   END-IF
               WHEN 'VNDAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT VNDFILE
                   ELSE
                       OPEN I-O VNDFILE
                   END-IF
               WHEN 'WRHAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT WRHFILE
                   ELSE
                       OPEN I-O WRHFILE
                   END-IF
               WHEN 'CARAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT CARFILE
                   ELSE
                       OPEN I-O CARFILE
                   END-IF
               WHEN 'CURAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT CURFILE
                   ELSE
                       OPEN I-O CURFILE
                   END-IF
               WHEN 'RTEAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT RTEFILE
                   ELSE
                       OPEN I-O RTEFILE
                   END-IF
               WHEN 'SHTAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT SHTFILE
                   ELSE
                       OPEN I-O SHTFILE
                   END-IF
               WHEN 'SLMAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT SLMFILE
                   ELSE
                       OPEN I-O SLMFILE
                   END-IF
               WHEN 'SQTAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT SQTFILE
                   ELSE
                       OPEN I-O SQTFILE
                   END-IF
               WHEN 'TAXAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT TAXFILE
                   ELSE
                       OPEN I-O TAXFILE
                   END-IF
               WHEN 'TRMAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT TRMFILE
                   ELSE
                       OPEN I-O TRMFILE
                   END-IF
               WHEN 'TXEAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT TXEFILE
                   ELSE
                       OPEN I-O TXEFILE
                   END-IF
               WHEN 'AUTAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT AUTFILE
                   ELSE
                       OPEN I-O AUTFILE
                   END-IF
               WHEN 'SDOAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT SDOFILE
                   ELSE
                       OPEN I-O SDOFILE
                   END-IF
               WHEN 'PLVAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT PLVFILE
                   ELSE
                       OPEN I-O PLVFILE
                   END-IF
               WHEN 'CNTAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT CNTFILE
                   ELSE
                       OPEN I-O CNTFILE
                   END-IF
               WHEN 'OPRAB2'
                   IF WS-VERIFY-ONLY
                       OPEN INPUT OPRFILE
                   ELSE
                       OPEN I-O OPRFILE
                   END-IF
               WHEN OTHER
                   DISPLAY "FILE NOT JOURNALED: " WS-FILE-NAME
                   STOP RUN
           END-EVALUATE.
           IF NOT WS-TARGET-SUCCESS
               DISPLAY "WS-TARGET-SW=" WS-TARGET-SW
               DISPLAY WS-FILE-NAME " OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-JOURNAL.
      *
           READ JRNFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-JRN-READ-COUNT
           END-READ.
           IF NOT WS-EOF-YES AND JRN-FILE-NAME NOT = WS-FILE-NAME
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
      *****************************************************************
      *    THE JOURNAL IS KEYED BY FILE, SO THE BROWSE STARTS AT THE
      *    NAMED FILE AND STOPS AT THE NEXT ONE.
      *****************************************************************
       500-RELEASE-CHANGES.
      *
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUE    TO JRN-KEY.
           MOVE WS-FILE-NAME TO JRN-FILE-NAME.
           START JRNFILE KEY NOT < JRN-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           IF NOT WS-EOF-YES
               PERFORM 300-READ-JOURNAL
           END-IF.
           PERFORM 510-RELEASE-CHANGE
               UNTIL WS-EOF-YES.
      *
       510-RELEASE-CHANGE.
      *
           IF        JRN-CHANGE-DATE NOT < WS-FROM-DATE
                 AND JRN-CHANGE-DATE NOT > WS-TO-DATE
               MOVE JRN-CHANGE-DATE       TO SRT-CHANGE-DATE
               MOVE JRN-CHANGE-TIME       TO SRT-CHANGE-TIME
               MOVE JRN-TASK-NUMBER       TO SRT-TASK-NUMBER
               MOVE JRN-SEQUENCE          TO SRT-SEQUENCE
               MOVE MASTER-JOURNAL-RECORD TO SRT-JOURNAL-ENTRY
               RELEASE SORT-RECORD
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.
      *
           PERFORM 300-READ-JOURNAL.
      *
       600-APPLY-CHANGES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 610-RETURN-CHANGE.
           PERFORM 620-APPLY-CHANGE
               UNTIL WS-EOF-YES.
      *
       610-RETURN-CHANGE.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-RETURN.
      *
       620-APPLY-CHANGE.
      *
           MOVE SRT-JOURNAL-ENTRY TO MASTER-JOURNAL-RECORD.
      *
           EVALUATE WS-FILE-NAME
               WHEN 'PRDAB2'
                   PERFORM 701-APPLY-PRDAB2
               WHEN 'HAZAB2'
                   PERFORM 702-APPLY-HAZAB2
               WHEN 'CMFAB2'
                   PERFORM 703-APPLY-CMFAB2
               WHEN 'VNDAB2'
                   PERFORM 704-APPLY-VNDAB2
               WHEN 'WRHAB2'
                   PERFORM 705-APPLY-WRHAB2
               WHEN 'CARAB2'
                   PERFORM 706-APPLY-CARAB2
               WHEN 'CURAB2'
                   PERFORM 707-APPLY-CURAB2
               WHEN 'RTEAB2'
                   PERFORM 708-APPLY-RTEAB2
               WHEN 'SHTAB2'
                   PERFORM 709-APPLY-SHTAB2
               WHEN 'SLMAB2'
                   PERFORM 710-APPLY-SLMAB2
               WHEN 'SQTAB2'
                   PERFORM 711-APPLY-SQTAB2
               WHEN 'TAXAB2'
                   PERFORM 712-APPLY-TAXAB2
               WHEN 'TRMAB2'
                   PERFORM 713-APPLY-TRMAB2
               WHEN 'TXEAB2'
                   PERFORM 714-APPLY-TXEAB2
               WHEN 'AUTAB2'
                   PERFORM 715-APPLY-AUTAB2
               WHEN 'SDOAB2'
                   PERFORM 716-APPLY-SDOAB2
               WHEN 'PLVAB2'
                   PERFORM 717-APPLY-PLVAB2
               WHEN 'CNTAB2'
                   PERFORM 718-APPLY-CNTAB2
               WHEN 'OPRAB2'
                   PERFORM 719-APPLY-OPRAB2
           END-EVALUATE.
      *
           PERFORM 680-PRINT-CHANGE.
           PERFORM 610-RETURN-CHANGE.
      *
      *****************************************************************
      *    WHAT TO DO WITH ONE ENTRY, FROM ITS ACTION AND WHAT IS ON
      *    FILE NOW.  VERIFY MODE COUNTS IT THE SAME WAY AND THEN
      *    LEAVES THE FILE ALONE.
      *****************************************************************
       650-DECIDE-UPDATE.
      *
           MOVE 'N' TO WS-UPDATE-SW.
           MOVE 'N' TO WS-EXCEPTION-SW.
           IF WS-TARGET-SUCCESS
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               IF WS-TARGET-NOTFOUND
                   MOVE 'N'   TO WS-FOUND-SW
                   MOVE SPACE TO WS-CURRENT-IMAGE
               ELSE
                   DISPLAY "WS-TARGET-SW=" WS-TARGET-SW
                   DISPLAY WS-FILE-NAME " READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           EVALUATE TRUE
               WHEN JRN-ACTION-ADD AND NOT WS-RECORD-FOUND
                   SET WS-UPDATE-WRITE TO TRUE
                   MOVE 'ADDED' TO WS-RESULT
               WHEN JRN-ACTION-DELETE AND NOT WS-RECORD-FOUND
                   MOVE 'ALREADY DELETED' TO WS-RESULT
               WHEN NOT WS-RECORD-FOUND
                   SET WS-UPDATE-WRITE TO TRUE
                   MOVE 'ADDED - RECORD WAS MISSING' TO WS-RESULT
                   MOVE 'Y' TO WS-EXCEPTION-SW
               WHEN JRN-ACTION-DELETE
                   SET WS-UPDATE-DELETE TO TRUE
                   IF WS-CURRENT-IMAGE = JRN-BEFORE-IMAGE
                       MOVE 'DELETED' TO WS-RESULT
                   ELSE
                       MOVE 'DELETED - BEFORE IMAGE MISMATCH'
                           TO WS-RESULT
                       MOVE 'Y' TO WS-EXCEPTION-SW
                   END-IF
               WHEN WS-CURRENT-IMAGE = JRN-AFTER-IMAGE
                   MOVE 'ALREADY APPLIED' TO WS-RESULT
               WHEN JRN-ACTION-ADD
                   SET WS-UPDATE-REWRITE TO TRUE
                   MOVE 'REPLACED - RECORD WAS ON FILE' TO WS-RESULT
                   MOVE 'Y' TO WS-EXCEPTION-SW
               WHEN WS-CURRENT-IMAGE = JRN-BEFORE-IMAGE
                   SET WS-UPDATE-REWRITE TO TRUE
                   MOVE 'CHANGED' TO WS-RESULT
               WHEN OTHER
                   SET WS-UPDATE-REWRITE TO TRUE
                   MOVE 'CHANGED - BEFORE IMAGE MISMATCH' TO WS-RESULT
                   MOVE 'Y' TO WS-EXCEPTION-SW
           END-EVALUATE.
      *
           IF WS-UPDATE-NONE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.
           IF WS-EXCEPTION
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           IF WS-VERIFY-ONLY
               MOVE 'N' TO WS-UPDATE-SW
           END-IF.
      *
       680-PRINT-CHANGE.
      *
           IF WS-EXCEPTION
               MOVE '*' TO RPT-FLAG
           ELSE
               MOVE SPACE TO RPT-FLAG
           END-IF.
           MOVE JRN-CHANGE-DATE TO RPT-DATE.
           MOVE JRN-CHANGE-TIME TO RPT-TIME.
           EVALUATE TRUE
               WHEN JRN-ACTION-ADD
                   MOVE 'ADD'    TO RPT-ACTION
               WHEN JRN-ACTION-CHANGE
                   MOVE 'CHANGE' TO RPT-ACTION
               WHEN OTHER
                   MOVE 'DELETE' TO RPT-ACTION
           END-EVALUATE.
           MOVE JRN-OPERATOR    TO RPT-OPERATOR.
           MOVE JRN-TERMINAL    TO RPT-TERMINAL.
           MOVE JRN-PROGRAM     TO RPT-PROGRAM.
           MOVE JRN-RECORD-KEY  TO RPT-RECORD-KEY.
           MOVE WS-RESULT       TO RPT-RESULT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       690-CHECK-UPDATE.
      *
           IF NOT WS-UPDATE-NONE AND NOT WS-TARGET-SUCCESS
               DISPLAY "WS-TARGET-SW=" WS-TARGET-SW
               DISPLAY WS-FILE-NAME " UPDATE ERROR - KEY "
                       JRN-RECORD-KEY
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    ONE PARAGRAPH PER JOURNALED FILE.  THE RECORD IS READ BY
      *    THE JOURNALED KEY, 650 DECIDES, AND THE AFTER IMAGE IS
      *    WRITTEN OR REWRITTEN, OR THE RECORD DELETED.
      *****************************************************************
       701-APPLY-PRDAB2.
      *
           MOVE JRN-RECORD-KEY TO PRD-IMAGE-RECORD.
           READ PRDFILE.
           MOVE PRD-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO PRD-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE PRD-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE PRD-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO PRD-IMAGE-RECORD
                   DELETE PRDFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       702-APPLY-HAZAB2.
      *
           MOVE JRN-RECORD-KEY TO HAZ-IMAGE-RECORD.
           READ HAZFILE.
           MOVE HAZ-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO HAZ-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE HAZ-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE HAZ-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO HAZ-IMAGE-RECORD
                   DELETE HAZFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       703-APPLY-CMFAB2.
      *
           MOVE JRN-RECORD-KEY TO CMF-IMAGE-RECORD.
           READ CMFFILE.
           MOVE CMF-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO CMF-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE CMF-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE CMF-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO CMF-IMAGE-RECORD
                   DELETE CMFFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       704-APPLY-VNDAB2.
      *
           MOVE JRN-RECORD-KEY TO VND-IMAGE-RECORD.
           READ VNDFILE.
           MOVE VND-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO VND-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE VND-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE VND-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO VND-IMAGE-RECORD
                   DELETE VNDFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       705-APPLY-WRHAB2.
      *
           MOVE JRN-RECORD-KEY TO WRH-IMAGE-RECORD.
           READ WRHFILE.
           MOVE WRH-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO WRH-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE WRH-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE WRH-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO WRH-IMAGE-RECORD
                   DELETE WRHFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       706-APPLY-CARAB2.
      *
           MOVE JRN-RECORD-KEY TO CAR-IMAGE-RECORD.
           READ CARFILE.
           MOVE CAR-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO CAR-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE CAR-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE CAR-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO CAR-IMAGE-RECORD
                   DELETE CARFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       707-APPLY-CURAB2.
      *
           MOVE JRN-RECORD-KEY TO CUR-IMAGE-RECORD.
           READ CURFILE.
           MOVE CUR-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO CUR-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE CUR-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE CUR-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO CUR-IMAGE-RECORD
                   DELETE CURFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       708-APPLY-RTEAB2.
      *
           MOVE JRN-RECORD-KEY TO RTE-IMAGE-RECORD.
           READ RTEFILE.
           MOVE RTE-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO RTE-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE RTE-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE RTE-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO RTE-IMAGE-RECORD
                   DELETE RTEFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       709-APPLY-SHTAB2.
      *
           MOVE JRN-RECORD-KEY TO SHT-IMAGE-RECORD.
           READ SHTFILE.
           MOVE SHT-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO SHT-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE SHT-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE SHT-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO SHT-IMAGE-RECORD
                   DELETE SHTFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       710-APPLY-SLMAB2.
      *
           MOVE JRN-RECORD-KEY TO SLM-IMAGE-RECORD.
           READ SLMFILE.
           MOVE SLM-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO SLM-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE SLM-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE SLM-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO SLM-IMAGE-RECORD
                   DELETE SLMFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       711-APPLY-SQTAB2.
      *
           MOVE JRN-RECORD-KEY TO SQT-IMAGE-RECORD.
           READ SQTFILE.
           MOVE SQT-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO SQT-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE SQT-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE SQT-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO SQT-IMAGE-RECORD
                   DELETE SQTFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       712-APPLY-TAXAB2.
      *
           MOVE JRN-RECORD-KEY TO TAX-IMAGE-RECORD.
           READ TAXFILE.
           MOVE TAX-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO TAX-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE TAX-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE TAX-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO TAX-IMAGE-RECORD
                   DELETE TAXFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       713-APPLY-TRMAB2.
      *
           MOVE JRN-RECORD-KEY TO TRM-IMAGE-RECORD.
           READ TRMFILE.
           MOVE TRM-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO TRM-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE TRM-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE TRM-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO TRM-IMAGE-RECORD
                   DELETE TRMFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       714-APPLY-TXEAB2.
      *
           MOVE JRN-RECORD-KEY TO TXE-IMAGE-RECORD.
           READ TXEFILE.
           MOVE TXE-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO TXE-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE TXE-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE TXE-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO TXE-IMAGE-RECORD
                   DELETE TXEFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       715-APPLY-AUTAB2.
      *
           MOVE JRN-RECORD-KEY TO AUT-IMAGE-RECORD.
           READ AUTFILE.
           MOVE AUT-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO AUT-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE AUT-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE AUT-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO AUT-IMAGE-RECORD
                   DELETE AUTFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       716-APPLY-SDOAB2.
      *
           MOVE JRN-RECORD-KEY TO SDO-IMAGE-RECORD.
           READ SDOFILE.
           MOVE SDO-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO SDO-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE SDO-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE SDO-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO SDO-IMAGE-RECORD
                   DELETE SDOFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       717-APPLY-PLVAB2.
      *
           MOVE JRN-RECORD-KEY TO PLV-IMAGE-RECORD.
           READ PLVFILE.
           MOVE PLV-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO PLV-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE PLV-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE PLV-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO PLV-IMAGE-RECORD
                   DELETE PLVFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       718-APPLY-CNTAB2.
      *
           MOVE JRN-RECORD-KEY TO CNT-IMAGE-RECORD.
           READ CNTFILE.
           MOVE CNT-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO CNT-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE CNT-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE CNT-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO CNT-IMAGE-RECORD
                   DELETE CNTFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       719-APPLY-OPRAB2.
      *
           MOVE JRN-RECORD-KEY TO OPR-IMAGE-RECORD.
           READ OPRFILE.
           MOVE OPR-IMAGE-RECORD TO WS-CURRENT-IMAGE.
           PERFORM 650-DECIDE-UPDATE.
           MOVE JRN-AFTER-IMAGE TO OPR-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-UPDATE-WRITE
                   WRITE OPR-IMAGE-RECORD
               WHEN WS-UPDATE-REWRITE
                   REWRITE OPR-IMAGE-RECORD
               WHEN WS-UPDATE-DELETE
                   MOVE JRN-RECORD-KEY TO OPR-IMAGE-RECORD
                   DELETE OPRFILE RECORD
           END-EVALUATE.
           PERFORM 690-CHECK-UPDATE.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'JOURNAL ENTRIES IN DATE RANGE' TO RPT-TOT-LABEL.
           MOVE WS-SELECTED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           IF WS-VERIFY-ONLY
               MOVE 'ENTRIES THAT WOULD UPDATE THE FILE'
                   TO RPT-TOT-LABEL
           ELSE
               MOVE 'ENTRIES APPLIED' TO RPT-TOT-LABEL
           END-IF.
           MOVE WS-APPLIED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ALREADY APPLIED OR DELETED' TO RPT-TOT-LABEL.
           MOVE WS-SKIPPED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'FLAGGED (*) - CHECK BY HAND' TO RPT-TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-JRNFILE-AVAILABLE
               CLOSE JRNFILE
           END-IF.
           EVALUATE WS-FILE-NAME
               WHEN 'PRDAB2'
                   CLOSE PRDFILE
               WHEN 'HAZAB2'
                   CLOSE HAZFILE
               WHEN 'CMFAB2'
                   CLOSE CMFFILE
               WHEN 'VNDAB2'
                   CLOSE VNDFILE
               WHEN 'WRHAB2'
                   CLOSE WRHFILE
               WHEN 'CARAB2'
                   CLOSE CARFILE
               WHEN 'CURAB2'
                   CLOSE CURFILE
               WHEN 'RTEAB2'
                   CLOSE RTEFILE
               WHEN 'SHTAB2'
                   CLOSE SHTFILE
               WHEN 'SLMAB2'
                   CLOSE SLMFILE
               WHEN 'SQTAB2'
                   CLOSE SQTFILE
               WHEN 'TAXAB2'
                   CLOSE TAXFILE
               WHEN 'TRMAB2'
                   CLOSE TRMFILE
               WHEN 'TXEAB2'
                   CLOSE TXEFILE
               WHEN 'AUTAB2'
                   CLOSE AUTFILE
               WHEN 'SDOAB2'
                   CLOSE SDOFILE
               WHEN 'PLVAB2'
                   CLOSE PLVFILE
               WHEN 'CNTAB2'
                   CLOSE CNTFILE
               WHEN 'OPRAB2'
                   CLOSE OPRFILE
           END-EVALUATE.
           CLOSE PRINT-FILE.
           DISPLAY "JOURNAL RECORDS READ: " WS-JRN-READ-COUNT.
           DISPLAY "ENTRIES IN RANGE:     " WS-SELECTED-COUNT.
           DISPLAY "ENTRIES APPLIED:      " WS-APPLIED-COUNT.
           DISPLAY "ALREADY APPLIED:      " WS-SKIPPED-COUNT.
           DISPLAY "FLAGGED:              " WS-EXCEPTION-COUNT.
           DISPLAY "DONE".
