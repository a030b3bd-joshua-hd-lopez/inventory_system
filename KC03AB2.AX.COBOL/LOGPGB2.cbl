       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGPGB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    MONTHLY AUDIT AND ACTIVITY LOG PURGE.  EXPRGB2 KEEPS THE
      *    WORK-IN-PROGRESS FILES DOWN, BUT THE LOGS BELOW ONLY EVER
      *    GREW, AND EVERY BROWSE OVER THEM GOT SLOWER:
      *      NAVAB2  MENU NAVIGATION HISTORY      (NAVHIST)
      *      SGAAB2  SIGNON ACTIVITY              (SGNACT)
      *      OPAAB2  OPERATOR SECURITY AUDIT      (OPRAUDIT)
      *      CMAAB2  CUSTOMER MASTER AUDIT        (CMAUDIT)
      *      CNAAB2  CONTRACT PRICE AUDIT         (CNTAUD)
      *      PRXAB2  BELOW-COST PRICE EXCEPTIONS  (PRCEXC)
      *      ADTAB2  INVENTORY ADJUSTMENT AUDIT   (ADJAUDIT)
      *      PRCAB2  PRICE CHANGE HISTORY         (PRCHIST)
      *      CSTAB2  UNIT COST CHANGE HISTORY     (CSTHIST)
      *    EACH LOG IS SWEPT AGAINST ITS RETAB2 RETENTION RECORD
      *    (DEFAULTS WHEN NONE IS LOADED): A RECORD OLDER THAN THE
      *    KEEP-ONLINE PERIOD IS COPIED TO THE LOGARCH ARCHIVE AND
      *    DELETED (ACTION A), OR SIMPLY DELETED (ACTION D); A LOG
      *    MARKED K IS NOT TOUCHED.  EACH RUN WRITES A NEW LOGARCH
      *    GENERATION, WITH A CONTROL TRAILER AFTER EACH LOG'S
      *    RECORDS, AND PRINTS THE COUNTS READ, KEPT, ARCHIVED AND
      *    DELETED PER LOG SO THE GENERATION CAN BE BALANCED.
      *    LOGRQB2 READS ARCHIVED RECORDS BACK.  THE TERMINALS'
      *    ACTIVE-SESSION SLOTS ON SGAAB2 (ALL-ZERO KEY DATE) AND ANY
      *    RECORD WITHOUT A USABLE DATE ARE ALWAYS KEPT.  AGES USE THE
      *    30-DAY-MONTH DAY NUMBERS THE AGING REPORTS USE.
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

           SELECT RETFILE ASSIGN TO RETFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RET-KEY
               FILE STATUS IS WS-RETFILE-SW.

           SELECT NAVFILE ASSIGN TO NAVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NAV-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT SGAFILE ASSIGN TO SGAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SGA-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT OPAFILE ASSIGN TO OPAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPA-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT CMAFILE ASSIGN TO CMAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMA-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT CNAFILE ASSIGN TO CNAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNA-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT PRXFILE ASSIGN TO PRXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRX-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT ADTFILE ASSIGN TO ADTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ADT-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT PRCFILE ASSIGN TO PRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT CSTFILE ASSIGN TO CSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CST-KEY
               FILE STATUS IS WS-LOGFILE-SW.

           SELECT ARCHIVE-FILE ASSIGN TO LOGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCFILE-SW.

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
       FD RETFILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS RETENTION-CONTROL-RECORD.
      *
       COPY RETCTL.
      *
       FD NAVFILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS NAV-AUDIT-RECORD.
      *
       COPY NAVHIST.
      *
       FD SGAFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SIGNON-ACTIVITY-RECORD.
      *
       COPY SGNACT.
      *
       FD OPAFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS OPERATOR-AUDIT-RECORD.
      *
       COPY OPRAUDIT.
      *
       FD CMAFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CUSTOMER-AUDIT-RECORD.
      *
       COPY CMAUDIT.
      *
       FD CNAFILE
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS CONTRACT-AUDIT-RECORD.
      *
       COPY CNTAUD.
      *
       FD PRXFILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PRICE-EXCEPTION-RECORD.
      *
       COPY PRCEXC.
      *
       FD ADTFILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS ADJUSTMENT-AUDIT-RECORD.
      *
       COPY ADJAUDIT.
      *
       FD PRCFILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PRICE-CHANGE-RECORD.
      *
       COPY PRCHIST.
      *
       FD CSTFILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS COST-CHANGE-RECORD.
      *
       COPY CSTHIST.
      *
       FD ARCHIVE-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS LOG-ARCHIVE-RECORD.
      *
       COPY LOGARC.
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
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-RETFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RETFILE-SUCCESS                VALUE '00'.
       01 WS-LOGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LOGFILE-SUCCESS                VALUE '00'.
       01 WS-ARCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ARCFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-EXPIRED-SW                      PIC X(01)  VALUE 'N'.
           88  WS-EXPIRED                        VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
      *
      *    THE RECORD BEING SWEPT, IN THE ARCHIVE'S TERMS.  THE LOG
      *    DATE IS ALWAYS YYYYMMDD; ADTAB2 KEEPS MMDDYYYY AND IS
      *    TURNED AROUND THROUGH WS-MDY-WORK.
      *
       01 WS-LOG-DATE                        PIC X(08).
       01 WS-LOG-DATE-R REDEFINES WS-LOG-DATE.
           05  WS-LOG-YYYY                   PIC 9(04).
           05  WS-LOG-MM                     PIC 9(02).
           05  WS-LOG-DD                     PIC 9(02).
       01 WS-MDY-WORK                        PIC X(08).
       01 WS-MDY-WORK-R REDEFINES WS-MDY-WORK.
           05  WS-MDY-MM                     PIC X(02).
           05  WS-MDY-DD                     PIC X(02).
           05  WS-MDY-YYYY                   PIC X(04).
       01 WS-LOG-ID                          PIC X(20).
       01 WS-LOG-LENGTH                      PIC 9(03).
       01 WS-LOG-IMAGE                       PIC X(100).
       01 WS-DOC-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-AGE-DAYS                        PIC S9(09) COMP-3.
      *
      *****************************************************************
      *    THE LOGS, IN THE ORDER SWEPT, WITH THE DEFAULT KEEP-ONLINE
      *    DAYS AND ACTION USED WHEN RETAB2 HAS NO RECORD FOR THEM -
      *    SEVEN YEARS FOR THE MONEY AND SECURITY AUDITS, LESS FOR
      *    THE ACTIVITY TRAILS.  EVERY DEFAULT ARCHIVES BEFORE IT
      *    DELETES.
      *****************************************************************
       01 WS-LOG-TABLE-VALUES.
           05  FILLER                        PIC X(13)
                                              VALUE 'NAVAB2  0180A'.
           05  FILLER                        PIC X(13)
                                              VALUE 'SGAAB2  0360A'.
           05  FILLER                        PIC X(13)
                                              VALUE 'OPAAB2  2520A'.
           05  FILLER                        PIC X(13)
                                              VALUE 'CMAAB2  2520A'.
           05  FILLER                        PIC X(13)
                                              VALUE 'CNAAB2  2520A'.
           05  FILLER                        PIC X(13)
                                              VALUE 'PRXAB2  0720A'.
           05  FILLER                        PIC X(13)
                                              VALUE 'ADTAB2  2520A'.
           05  FILLER                        PIC X(13)
                                              VALUE 'PRCAB2  2520A'.
           05  FILLER                        PIC X(13)
                                              VALUE 'CSTAB2  2520A'.
       01 WS-LOG-TABLE REDEFINES WS-LOG-TABLE-VALUES.
           05  WS-LOG-DEFAULT                OCCURS 9 TIMES.
               10  WS-LD-FILE-NAME           PIC X(08).
               10  WS-LD-KEEP-DAYS           PIC 9(04).
               10  WS-LD-ACTION              PIC X(01).
       01 WS-LOG-COUNT                       PIC S9(04) COMP
                                              VALUE +9.
      *
       01 WS-LOG-STAT-TABLE.
           05  WS-LOG-STAT                   OCCURS 9 TIMES.
               10  WS-LG-KEEP-DAYS           PIC 9(04).
               10  WS-LG-ACTION              PIC X(01).
                   88  WS-LG-ARCHIVE             VALUE 'A'.
                   88  WS-LG-KEEP-ALL            VALUE 'K'.
               10  WS-LG-SOURCE              PIC X(08).
               10  WS-LG-STATUS-SW           PIC X(01).
                   88  WS-LG-SWEPT               VALUE ' '.
                   88  WS-LG-NOT-SWEPT           VALUE 'K'.
                   88  WS-LG-MISSING             VALUE 'X'.
               10  WS-LG-FILE-STATUS         PIC X(02).
               10  WS-LG-READ                PIC S9(09) COMP-3.
               10  WS-LG-RETAINED            PIC S9(09) COMP-3.
               10  WS-LG-ARCHIVED            PIC S9(09) COMP-3.
               10  WS-LG-DELETED             PIC S9(09) COMP-3.
       01 WS-LOG-SUB                         PIC S9(04) COMP.
      *
       01 WS-TOTAL-READ                      PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-RETAINED                  PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-ARCHIVED                  PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-DELETED                   PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-ARCHIVE-WRITTEN                 PIC S9(09) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'AUDIT AND ACTIVITY LOG PURGE AND ARCHIVE'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(71) VALUE SPACE.
      *
       01  RPT-RULE-HEADING.
           05  FILLER          PIC X(10) VALUE 'LOG'.
           05  FILLER          PIC X(11) VALUE ' KEEP DAYS'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(24) VALUE 'ACTION AFTER THAT'.
           05  FILLER          PIC X(08) VALUE 'RULE'.
           05  FILLER          PIC X(77) VALUE SPACE.
      *
       01  RPT-RULE-LINE.
           05  RPT-RULE-FILE        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(06) VALUE SPACE.
           05  RPT-RULE-DAYS        PIC ZZZ9.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-RULE-ACTION      PIC X(24).
           05  RPT-RULE-SOURCE      PIC X(08).
           05  FILLER               PIC X(77) VALUE SPACE.
      *
       01  RPT-COUNT-HEADING.
           05  FILLER          PIC X(10) VALUE 'LOG'.
           05  FILLER          PIC X(14) VALUE '          READ'.
           05  FILLER          PIC X(14) VALUE '      RETAINED'.
           05  FILLER          PIC X(14) VALUE '      ARCHIVED'.
           05  FILLER          PIC X(14) VALUE '       DELETED'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(30) VALUE 'NOTE'.
           05  FILLER          PIC X(34) VALUE SPACE.
      *
       01  RPT-COUNT-LINE.
           05  RPT-CNT-FILE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CNT-READ         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-CNT-RETAINED     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-CNT-ARCHIVED     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  RPT-CNT-DELETED      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CNT-NOTE         PIC X(30).
           05  FILLER               PIC X(34) VALUE SPACE.
      *
       01  RPT-ARCHIVE-LINE.
           05  FILLER               PIC X(40) VALUE
               'LOGARCH RECORDS WRITTEN (WITH TRAILERS):'.
           05  RPT-ARC-WRITTEN      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(78) VALUE SPACE.
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
           MOVE 'LOGPGB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           PERFORM 120-GET-RETENTION-RULES.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-RULE-HEADING.
           PERFORM 200-PRINT-RULE
               VARYING WS-LOG-SUB FROM 1 BY 1
                 UNTIL WS-LOG-SUB > WS-LOG-COUNT.
      *
           PERFORM 310-PURGE-NAVAB2.
           PERFORM 320-PURGE-SGAAB2.
           PERFORM 330-PURGE-OPAAB2.
           PERFORM 340-PURGE-CMAAB2.
           PERFORM 350-PURGE-CNAAB2.
           PERFORM 360-PURGE-PRXAB2.
           PERFORM 370-PURGE-ADTAB2.
           PERFORM 380-PURGE-PRCAB2.
           PERFORM 390-PURGE-CSTAB2.
      *
           PERFORM 700-PRINT-CONTROL-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-TOTAL-READ    TO WS-RUN-COUNT-IN.
           MOVE WS-TOTAL-DELETED TO WS-RUN-COUNT-OUT.
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
           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCFILE-SUCCESS
               DISPLAY "ARCHIVE-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-ARCFILE-SW=" WS-ARCFILE-SW
               DISPLAY "ARCHIVE-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    EVERY LOG STARTS ON ITS DEFAULT; A VALID RETAB2 RECORD
      *    REPLACES IT.  RETLOAB2 REJECTS BAD RECORDS AT LOAD TIME,
      *    BUT A KEEP PERIOD UNDER 31 DAYS IS REFUSED HERE TOO SO A
      *    HAND-EDITED FILE CANNOT EMPTY A LOG THE DAILY REGISTERS
      *    STILL READ.
      *****************************************************************
       120-GET-RETENTION-RULES.
      *
           PERFORM 125-SET-DEFAULT-RULE
               VARYING WS-LOG-SUB FROM 1 BY 1
                 UNTIL WS-LOG-SUB > WS-LOG-COUNT.
      *
           OPEN INPUT RETFILE.
           IF WS-RETFILE-SUCCESS
               PERFORM 130-READ-RETENTION-RULE
                   VARYING WS-LOG-SUB FROM 1 BY 1
                     UNTIL WS-LOG-SUB > WS-LOG-COUNT
               CLOSE RETFILE
           ELSE
               DISPLAY "RETFILE NOT FOUND - DEFAULT RETENTION USED"
           END-IF.
      *
       125-SET-DEFAULT-RULE.
      *
           MOVE WS-LD-KEEP-DAYS(WS-LOG-SUB)
               TO WS-LG-KEEP-DAYS(WS-LOG-SUB).
           MOVE WS-LD-ACTION(WS-LOG-SUB)
               TO WS-LG-ACTION(WS-LOG-SUB).
           MOVE 'DEFAULT' TO WS-LG-SOURCE(WS-LOG-SUB).
           MOVE SPACE     TO WS-LG-STATUS-SW(WS-LOG-SUB)
                             WS-LG-FILE-STATUS(WS-LOG-SUB).
           MOVE ZERO      TO WS-LG-READ(WS-LOG-SUB)
                             WS-LG-RETAINED(WS-LOG-SUB)
                             WS-LG-ARCHIVED(WS-LOG-SUB)
                             WS-LG-DELETED(WS-LOG-SUB).
      *
       130-READ-RETENTION-RULE.
      *
           MOVE WS-LD-FILE-NAME(WS-LOG-SUB) TO RET-FILE-NAME.
           READ RETFILE.
           IF WS-RETFILE-SUCCESS
               IF        RET-KEEP-DAYS NUMERIC
                     AND RET-KEEP-DAYS NOT < 31
                     AND RET-ACTION-VALID
                   MOVE RET-KEEP-DAYS TO WS-LG-KEEP-DAYS(WS-LOG-SUB)
                   MOVE RET-ACTION    TO WS-LG-ACTION(WS-LOG-SUB)
                   MOVE 'RETAB2'      TO WS-LG-SOURCE(WS-LOG-SUB)
               ELSE
                   DISPLAY "RETAB2 RECORD FOR " RET-FILE-NAME
                           " NOT USABLE - DEFAULT USED"
               END-IF
           END-IF.
      *
       200-PRINT-RULE.
      *
           MOVE WS-LD-FILE-NAME(WS-LOG-SUB) TO RPT-RULE-FILE.
           MOVE WS-LG-KEEP-DAYS(WS-LOG-SUB) TO RPT-RULE-DAYS.
           EVALUATE WS-LG-ACTION(WS-LOG-SUB)
               WHEN 'A'
                   MOVE 'ARCHIVE THEN DELETE' TO RPT-RULE-ACTION
               WHEN 'D'
                   MOVE 'DELETE - NO ARCHIVE' TO RPT-RULE-ACTION
               WHEN OTHER
                   MOVE 'KEEP ALL - NOT SWEPT' TO RPT-RULE-ACTION
           END-EVALUATE.
           MOVE WS-LG-SOURCE(WS-LOG-SUB) TO RPT-RULE-SOURCE.
           WRITE PRINT-LINE FROM RPT-RULE-LINE.
      *
      *****************************************************************
      *    ONE PURGE PARAGRAPH PER LOG.  EACH OPENS ITS LOG I-O,
      *    READS IT END TO END, HANDS EACH RECORD'S DATE TO 500 AND,
      *    WHEN IT HAS AGED OUT, ITS IDENTIFIER AND IMAGE TO 510
      *    BEFORE DELETING IT.
      *****************************************************************
       310-PURGE-NAVAB2.
      *
           MOVE 1 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(1)
               MOVE 'K' TO WS-LG-STATUS-SW(1)
           ELSE
               OPEN I-O NAVFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 311-READ-NAVAB2
                   PERFORM 312-SWEEP-NAVAB2
                       UNTIL WS-EOF-YES
                   CLOSE NAVFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       311-READ-NAVAB2.
      *
           READ NAVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       312-SWEEP-NAVAB2.
      *
           MOVE NAV-NAV-DATE TO WS-LOG-DATE.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE NAV-OPERATOR-ID TO WS-LOG-ID
               MOVE 28 TO WS-LOG-LENGTH
               MOVE NAV-AUDIT-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE NAVFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 311-READ-NAVAB2.
      *
       320-PURGE-SGAAB2.
      *
           MOVE 2 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(2)
               MOVE 'K' TO WS-LG-STATUS-SW(2)
           ELSE
               OPEN I-O SGAFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 321-READ-SGAAB2
                   PERFORM 322-SWEEP-SGAAB2
                       UNTIL WS-EOF-YES
                   CLOSE SGAFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       321-READ-SGAAB2.
      *
           READ SGAFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       322-SWEEP-SGAAB2.
      *
           MOVE SGA-KEY-DATE TO WS-LOG-DATE.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE SGA-TERMINAL-ID TO WS-LOG-ID
               MOVE 60 TO WS-LOG-LENGTH
               MOVE SIGNON-ACTIVITY-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE SGAFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 321-READ-SGAAB2.
      *
       330-PURGE-OPAAB2.
      *
           MOVE 3 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(3)
               MOVE 'K' TO WS-LG-STATUS-SW(3)
           ELSE
               OPEN I-O OPAFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 331-READ-OPAAB2
                   PERFORM 332-SWEEP-OPAAB2
                       UNTIL WS-EOF-YES
                   CLOSE OPAFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       331-READ-OPAAB2.
      *
           READ OPAFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       332-SWEEP-OPAAB2.
      *
           MOVE OPA-CHANGE-DATE TO WS-LOG-DATE.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE OPA-OPERATOR-ID TO WS-LOG-ID
               MOVE 30 TO WS-LOG-LENGTH
               MOVE OPERATOR-AUDIT-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE OPAFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 331-READ-OPAAB2.
      *
       340-PURGE-CMAAB2.
      *
           MOVE 4 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(4)
               MOVE 'K' TO WS-LG-STATUS-SW(4)
           ELSE
               OPEN I-O CMAFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 341-READ-CMAAB2
                   PERFORM 342-SWEEP-CMAAB2
                       UNTIL WS-EOF-YES
                   CLOSE CMAFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       341-READ-CMAAB2.
      *
           READ CMAFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       342-SWEEP-CMAAB2.
      *
           MOVE CMA-CHANGE-DATE TO WS-LOG-DATE.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE CMA-CUSTOMER-NUMBER TO WS-LOG-ID
               MOVE 60 TO WS-LOG-LENGTH
               MOVE CUSTOMER-AUDIT-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE CMAFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 341-READ-CMAAB2.
      *
       350-PURGE-CNAAB2.
      *
           MOVE 5 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(5)
               MOVE 'K' TO WS-LG-STATUS-SW(5)
           ELSE
               OPEN I-O CNAFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 351-READ-CNAAB2
                   PERFORM 352-SWEEP-CNAAB2
                       UNTIL WS-EOF-YES
                   CLOSE CNAFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       351-READ-CNAAB2.
      *
           READ CNAFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       352-SWEEP-CNAAB2.
      *
           MOVE CNA-CHANGE-DATE TO WS-LOG-DATE.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE SPACE TO WS-LOG-ID
               MOVE CNA-CUSTOMER-NUMBER TO WS-LOG-ID(1:6)
               MOVE CNA-PRODUCT-CODE TO WS-LOG-ID(7:10)
               MOVE 72 TO WS-LOG-LENGTH
               MOVE CONTRACT-AUDIT-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE CNAFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 351-READ-CNAAB2.
      *
       360-PURGE-PRXAB2.
      *
           MOVE 6 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(6)
               MOVE 'K' TO WS-LG-STATUS-SW(6)
           ELSE
               OPEN I-O PRXFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 361-READ-PRXAB2
                   PERFORM 362-SWEEP-PRXAB2
                       UNTIL WS-EOF-YES
                   CLOSE PRXFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       361-READ-PRXAB2.
      *
           READ PRXFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       362-SWEEP-PRXAB2.
      *
           MOVE PRX-EXCEPTION-DATE TO WS-LOG-DATE.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE PRX-PRODUCT-CODE TO WS-LOG-ID
               MOVE 64 TO WS-LOG-LENGTH
               MOVE PRICE-EXCEPTION-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE PRXFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 361-READ-PRXAB2.
      *
       370-PURGE-ADTAB2.
      *
           MOVE 7 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(7)
               MOVE 'K' TO WS-LG-STATUS-SW(7)
           ELSE
               OPEN I-O ADTFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 371-READ-ADTAB2
                   PERFORM 372-SWEEP-ADTAB2
                       UNTIL WS-EOF-YES
                   CLOSE ADTFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       371-READ-ADTAB2.
      *
           READ ADTFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       372-SWEEP-ADTAB2.
      *
           MOVE ADT-ADJUST-DATE TO WS-MDY-WORK.
           MOVE WS-MDY-YYYY TO WS-LOG-YYYY.
           MOVE WS-MDY-MM   TO WS-LOG-MM.
           MOVE WS-MDY-DD   TO WS-LOG-DD.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE SPACE TO WS-LOG-ID
               MOVE ADT-PRODUCT-CODE TO WS-LOG-ID(1:10)
               MOVE ADT-WAREHOUSE-CODE TO WS-LOG-ID(11:3)
               MOVE 46 TO WS-LOG-LENGTH
               MOVE ADJUSTMENT-AUDIT-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE ADTFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 371-READ-ADTAB2.
      *
       380-PURGE-PRCAB2.
      *
           MOVE 8 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(8)
               MOVE 'K' TO WS-LG-STATUS-SW(8)
           ELSE
               OPEN I-O PRCFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 381-READ-PRCAB2
                   PERFORM 382-SWEEP-PRCAB2
                       UNTIL WS-EOF-YES
                   CLOSE PRCFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       381-READ-PRCAB2.
      *
           READ PRCFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       382-SWEEP-PRCAB2.
      *
           MOVE PRC-CHANGE-DATE TO WS-LOG-DATE.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE PRC-PRODUCT-CODE TO WS-LOG-ID
               MOVE 53 TO WS-LOG-LENGTH
               MOVE PRICE-CHANGE-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE PRCFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 381-READ-PRCAB2.
      *
       390-PURGE-CSTAB2.
      *
           MOVE 9 TO WS-LOG-SUB.
           IF WS-LG-KEEP-ALL(9)
               MOVE 'K' TO WS-LG-STATUS-SW(9)
           ELSE
               OPEN I-O CSTFILE
               IF WS-LOGFILE-SUCCESS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM 391-READ-CSTAB2
                   PERFORM 392-SWEEP-CSTAB2
                       UNTIL WS-EOF-YES
                   CLOSE CSTFILE
                   PERFORM 600-WRITE-TRAILER
               ELSE
                   PERFORM 410-LOG-MISSING
               END-IF
           END-IF.
      *
       391-READ-CSTAB2.
      *
           READ CSTFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           PERFORM 420-CHECK-READ.
      *
       392-SWEEP-CSTAB2.
      *
           MOVE CST-CHANGE-DATE TO WS-LOG-DATE.
           PERFORM 500-TEST-EXPIRED.
           IF WS-EXPIRED
               MOVE CST-PRODUCT-CODE TO WS-LOG-ID
               MOVE 62 TO WS-LOG-LENGTH
               MOVE COST-CHANGE-RECORD TO WS-LOG-IMAGE
               PERFORM 510-ARCHIVE-RECORD
               DELETE CSTFILE RECORD
               PERFORM 520-CHECK-DELETE
           END-IF.
           PERFORM 391-READ-CSTAB2.
      *
      *****************************************************************
      *    A LOG THAT WILL NOT OPEN IS REPORTED AND SKIPPED - THE
      *    REST STILL GET THEIR MONTHLY SWEEP.
      *****************************************************************
       410-LOG-MISSING.
      *
           MOVE 'X'           TO WS-LG-STATUS-SW(WS-LOG-SUB).
           MOVE WS-LOGFILE-SW TO WS-LG-FILE-STATUS(WS-LOG-SUB).
           DISPLAY WS-LD-FILE-NAME(WS-LOG-SUB)
                   " NOT OPENED - STATUS " WS-LOGFILE-SW.
      *
       420-CHECK-READ.
      *
           IF NOT WS-EOF-YES
               IF WS-LOGFILE-SUCCESS
                   ADD 1 TO WS-LG-READ(WS-LOG-SUB)
               ELSE
                   DISPLAY "WS-LOGFILE-SW=" WS-LOGFILE-SW
                   DISPLAY WS-LD-FILE-NAME(WS-LOG-SUB) " READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    A RECORD HAS AGED OUT WHEN IT IS OLDER THAN THE LOG'S
      *    KEEP-ONLINE DAYS.  NO DATE, OR AN ALL-ZERO ONE, KEEPS IT.
      *****************************************************************
       500-TEST-EXPIRED.
      *
           MOVE 'N' TO WS-EXPIRED-SW.
           IF        WS-LOG-DATE NUMERIC
                 AND WS-LOG-DATE NOT = '00000000'
               COMPUTE WS-DOC-DAYNUM =
                   (WS-LOG-YYYY * 360) + (WS-LOG-MM * 30)
                       + WS-LOG-DD
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM - WS-DOC-DAYNUM
               IF WS-AGE-DAYS > WS-LG-KEEP-DAYS(WS-LOG-SUB)
                   MOVE 'Y' TO WS-EXPIRED-SW
               END-IF
           END-IF.
           IF NOT WS-EXPIRED
               ADD 1 TO WS-LG-RETAINED(WS-LOG-SUB)
           END-IF.
      *
       510-ARCHIVE-RECORD.
      *
           IF WS-LG-ARCHIVE(WS-LOG-SUB)
               MOVE SPACE TO LOG-ARCHIVE-RECORD
               MOVE 'D'                         TO LGA-RECORD-TYPE
               MOVE WS-LD-FILE-NAME(WS-LOG-SUB) TO LGA-FILE-NAME
               MOVE WS-LOG-DATE                 TO LGA-RECORD-DATE
               MOVE WS-LOG-ID                   TO LGA-RECORD-ID
               MOVE WS-RUN-DATE-X               TO LGA-ARCHIVE-DATE
               MOVE WS-LOG-LENGTH               TO LGA-RECORD-LENGTH
               MOVE WS-LOG-IMAGE                TO LGA-RECORD-IMAGE
               PERFORM 530-WRITE-ARCHIVE
               ADD 1 TO WS-LG-ARCHIVED(WS-LOG-SUB)
           END-IF.
      *
       520-CHECK-DELETE.
      *
           IF WS-LOGFILE-SUCCESS
               ADD 1 TO WS-LG-DELETED(WS-LOG-SUB)
           ELSE
               DISPLAY "WS-LOGFILE-SW=" WS-LOGFILE-SW
               DISPLAY WS-LD-FILE-NAME(WS-LOG-SUB) " DELETE ERROR"
               STOP RUN
           END-IF.
      *
       530-WRITE-ARCHIVE.
      *
           WRITE LOG-ARCHIVE-RECORD.
           IF NOT WS-ARCFILE-SUCCESS
               DISPLAY "WS-ARCFILE-SW=" WS-ARCFILE-SW
               DISPLAY "ARCHIVE-FILE WRITE ERROR ON "
                       WS-LD-FILE-NAME(WS-LOG-SUB)
               STOP RUN
           END-IF.
           ADD 1 TO WS-ARCHIVE-WRITTEN.
      *
      *****************************************************************
      *    THE TRAILER CLOSES EACH ARCHIVED LOG'S RECORDS WITH ITS
      *    COUNTS, SO LOGRQB2 CAN PROVE A GENERATION IS WHOLE.
      *****************************************************************
       600-WRITE-TRAILER.
      *
           IF WS-LG-ARCHIVE(WS-LOG-SUB)
               MOVE SPACE TO LOG-ARCHIVE-RECORD
               MOVE 'T'                         TO LGA-RECORD-TYPE
               MOVE WS-LD-FILE-NAME(WS-LOG-SUB) TO LGA-FILE-NAME
               MOVE WS-RUN-DATE-X               TO LGA-RECORD-DATE
               MOVE WS-RUN-DATE-X               TO LGA-ARCHIVE-DATE
               MOVE ZERO                        TO LGA-RECORD-LENGTH
               MOVE WS-LG-READ(WS-LOG-SUB)      TO LGA-TRL-READ-COUNT
               MOVE WS-LG-ARCHIVED(WS-LOG-SUB)
                   TO LGA-TRL-ARCHIVED-COUNT
               MOVE WS-LG-DELETED(WS-LOG-SUB)
                   TO LGA-TRL-DELETED-COUNT
               MOVE WS-LG-KEEP-DAYS(WS-LOG-SUB) TO LGA-TRL-KEEP-DAYS
               PERFORM 530-WRITE-ARCHIVE
           END-IF.
      *
       700-PRINT-CONTROL-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-COUNT-HEADING.
           PERFORM 710-PRINT-LOG-COUNTS
               VARYING WS-LOG-SUB FROM 1 BY 1
                 UNTIL WS-LOG-SUB > WS-LOG-COUNT.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL'           TO RPT-CNT-FILE.
           MOVE WS-TOTAL-READ     TO RPT-CNT-READ.
           MOVE WS-TOTAL-RETAINED TO RPT-CNT-RETAINED.
           MOVE WS-TOTAL-ARCHIVED TO RPT-CNT-ARCHIVED.
           MOVE WS-TOTAL-DELETED  TO RPT-CNT-DELETED.
           MOVE SPACE             TO RPT-CNT-NOTE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE WS-ARCHIVE-WRITTEN TO RPT-ARC-WRITTEN.
           WRITE PRINT-LINE FROM RPT-ARCHIVE-LINE.
      *
       710-PRINT-LOG-COUNTS.
      *
           MOVE WS-LD-FILE-NAME(WS-LOG-SUB) TO RPT-CNT-FILE.
           MOVE WS-LG-READ(WS-LOG-SUB)      TO RPT-CNT-READ.
           MOVE WS-LG-RETAINED(WS-LOG-SUB)  TO RPT-CNT-RETAINED.
           MOVE WS-LG-ARCHIVED(WS-LOG-SUB)  TO RPT-CNT-ARCHIVED.
           MOVE WS-LG-DELETED(WS-LOG-SUB)   TO RPT-CNT-DELETED.
           EVALUATE TRUE
               WHEN WS-LG-MISSING(WS-LOG-SUB)
                   MOVE 'NOT OPENED - FILE STATUS'  TO RPT-CNT-NOTE
                   MOVE WS-LG-FILE-STATUS(WS-LOG-SUB)
                       TO RPT-CNT-NOTE(26:2)
               WHEN WS-LG-NOT-SWEPT(WS-LOG-SUB)
                   MOVE 'KEEP ALL - NOT SWEPT'      TO RPT-CNT-NOTE
               WHEN OTHER
                   MOVE SPACE                       TO RPT-CNT-NOTE
           END-EVALUATE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
      *
           ADD WS-LG-READ(WS-LOG-SUB)     TO WS-TOTAL-READ.
           ADD WS-LG-RETAINED(WS-LOG-SUB) TO WS-TOTAL-RETAINED.
           ADD WS-LG-ARCHIVED(WS-LOG-SUB) TO WS-TOTAL-ARCHIVED.
           ADD WS-LG-DELETED(WS-LOG-SUB)  TO WS-TOTAL-DELETED.
      *
       900-CLOSE-FILES.
      *
           CLOSE ARCHIVE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "LOG RECORDS READ:     " WS-TOTAL-READ.
           DISPLAY "LOG RECORDS ARCHIVED: " WS-TOTAL-ARCHIVED.
           DISPLAY "LOG RECORDS DELETED:  " WS-TOTAL-DELETED.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
