       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE LOG RETENTION CONTROL FILE (RETAB2) FROM A
      *    SEQUENTIAL INPUT FILE - ONE RECORD PER AUDIT OR ACTIVITY
      *    LOG CARRYING THE DAYS IT KEEPS ONLINE AND WHAT THE MONTHLY
      *    LOGPGB2 PURGE DOES WITH OLDER RECORDS.  A LOG THE PURGE
      *    DOES NOT KNOW, A KEEP PERIOD UNDER 31 DAYS (THE DAILY
      *    REGISTERS STILL NEED LAST MONTH) OR AN UNKNOWN ACTION IS
      *    REJECTED.  REJECTS ARE LISTED ON A PRINT REPORT THE SAME
      *    WAY THE HOUSEKEEPING CONTROL LOAD (HSKLOAB2) DOES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RETINPUT ASSIGN TO RETDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT RETFILE ASSIGN TO OUTFILE
               RECORD KEY IS RETOUT-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD RETINPUT
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS RETENTION-CONTROL-RECORD.
      *
       COPY RETCTL.
      *
       FD RETFILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS RETFILE-RECORD.
      *
       01  RETFILE-RECORD.
           05  RETOUT-KEY.
               10  RETOUT-FILE-NAME          PIC X(08).
           05  RETOUT-KEEP-DAYS              PIC 9(04).
           05  RETOUT-ACTION                 PIC X(01).
           05  FILLER                        PIC X(07).
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
      *    THE LOGS LOGPGB2 PURGES.
      *
       01 WS-LOG-NAME-VALUES.
           05  FILLER                        PIC X(08) VALUE 'NAVAB2'.
           05  FILLER                        PIC X(08) VALUE 'SGAAB2'.
           05  FILLER                        PIC X(08) VALUE 'OPAAB2'.
           05  FILLER                        PIC X(08) VALUE 'CMAAB2'.
           05  FILLER                        PIC X(08) VALUE 'CNAAB2'.
           05  FILLER                        PIC X(08) VALUE 'PRXAB2'.
           05  FILLER                        PIC X(08) VALUE 'ADTAB2'.
           05  FILLER                        PIC X(08) VALUE 'PRCAB2'.
           05  FILLER                        PIC X(08) VALUE 'CSTAB2'.
       01 WS-LOG-NAME-TABLE REDEFINES WS-LOG-NAME-VALUES.
           05  WS-LOG-NAME                   PIC X(08)
                                              OCCURS 9 TIMES.
       01 WS-LOG-SUB                         PIC S9(04) COMP.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'LOG RETENTION CONTROL LOAD - REJECTS'.
           05  FILLER          PIC X(96) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'LOG'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(04) VALUE 'DAYS'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(03) VALUE 'ACT'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(30) VALUE 'REASON'.
           05  FILLER          PIC X(81) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-FILE-NAME      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RPT-KEEP-DAYS      PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RPT-ACTION         PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACE.
           05  RPT-REASON         PIC X(30).
           05  FILLER             PIC X(81) VALUE SPACE.
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
           OPEN INPUT RETINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "RETINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "RETINPUT OPEN ERROR"
               GO TO 999-DONE
           END-IF.
      *
           OPEN OUTPUT RETFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "RETFILE OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "RETFILE OPENING ERROR"
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
           READ RETINPUT
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
           IF WS-EOF-IN-NO THEN
               PERFORM 100-LOAD-PARA
                   UNTIL WS-EOF-IN-YES
           ELSE
               DISPLAY "NO DATA IN RETINPUT"
           END-IF.
      *
           MOVE WS-LOADED-COUNT   TO RPT-TOTAL-LOADED.
           MOVE WS-REJECT-COUNT   TO RPT-TOTAL-REJECTED.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           CLOSE PRINT-FILE.
           CLOSE RETINPUT.
           CLOSE RETFILE.
      *
       999-DONE.
           DISPLAY "DONE".
           DISPLAY "RECORDS LOADED:   " WS-LOADED-COUNT.
           DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT.
           STOP RUN.
      *
       100-LOAD-PARA.
      *
           MOVE 1 TO WS-LOG-SUB.
           PERFORM 120-FIND-LOG
               UNTIL WS-LOG-SUB > 9
                  OR WS-LOG-NAME(WS-LOG-SUB) = RET-FILE-NAME.
      *
           EVALUATE TRUE
               WHEN RET-FILE-NAME = SPACE
                   MOVE 'BLANK LOG FILE NAME' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN WS-LOG-SUB > 9
                   MOVE 'NOT A LOG THE PURGE KNOWS' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN RET-KEEP-DAYS NOT NUMERIC
                   MOVE 'KEEP DAYS NOT NUMERIC' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN RET-KEEP-DAYS < 31
                   MOVE 'KEEP PERIOD UNDER 31 DAYS' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN NOT RET-ACTION-VALID
                   MOVE 'ACTION NOT A, D OR K' TO
                       WS-REJECT-REASON
                   PERFORM 150-WRITE-REJECT
               WHEN OTHER
                   WRITE RETFILE-RECORD
                       FROM RETENTION-CONTROL-RECORD
                   IF WS-OUTFILE-SUCCESS
                       ADD 1 TO WS-LOADED-COUNT
                   ELSE
                       IF WS-OUTFILE-SW = '22'
                           MOVE 'DUPLICATE LOG FILE NAME' TO
                               WS-REJECT-REASON
                       ELSE
                           IF WS-OUTFILE-SW = '21'
                               MOVE 'INPUT NOT IN LOG NAME ORDER' TO
                                   WS-REJECT-REASON
                           ELSE
                               MOVE 'WRITE ERROR STATUS=' TO
                                   WS-REJECT-REASON
                               MOVE WS-OUTFILE-SW TO
                                   WS-REJECT-REASON(20:2)
                           END-IF
                       END-IF
                       PERFORM 150-WRITE-REJECT
                   END-IF
           END-EVALUATE.
      *
           READ RETINPUT
               AT END MOVE 'Y' TO WS-EOF-SW-IN.
      *
       120-FIND-LOG.
      *
           ADD 1 TO WS-LOG-SUB.
      *
       150-WRITE-REJECT.
      *
           ADD 1 TO WS-REJECT-COUNT.
           MOVE RET-FILE-NAME    TO RPT-FILE-NAME.
           MOVE RET-KEEP-DAYS    TO RPT-KEEP-DAYS.
           MOVE RET-ACTION       TO RPT-ACTION.
           MOVE WS-REJECT-REASON TO RPT-REASON.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
