       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPVQAB2.
      *
      *****************************************************************
      * REPORT VIEWER.  LISTS THE BATCH REPORT RUNS RPARCB2 HAS FILED
      * ON THE REPORT ARCHIVE AND SHOWS ONE ON THE SCREEN INSTEAD OF
      * SENDING SOMEONE TO THE PRINT BOXES.  ENTER WITH A REPORT NAME
      * LISTS THAT REPORT'S RUNS FROM THE RUN DATE KEYED (BLANK = THE
      * OLDEST KEPT); WITH NO REPORT NAME, EVERY REPORT'S RUNS IN
      * REPORT ORDER.  F8 CONTINUES THE LIST.  KEYING A LIST LINE
      * NUMBER OPENS THAT RUN AT PAGE 1.  WHILE VIEWING, F7/F8 MOVE
      * BACK AND FORWARD FIFTEEN LINES ACROSS PAGES, F10/F11 SHOW THE
      * LEFT OR RIGHT SIDE OF THE 132-COLUMN LINE, A PAGE NUMBER
      * JUMPS TO THAT PAGE AND A FIND STRING (A CUSTOMER OR INVOICE
      * NUMBER, SAY) MOVES TO THE NEXT LINE HOLDING IT.  F3 GOES BACK
      * TO THE LIST.  A RUN IS LISTED AND SHOWN ONLY WHEN THE
      * OPERATOR'S SECURITY LEVEL IS AT LEAST THE REPORT'S MINIMUM ON
      * THE REPORT DIRECTORY (RPDAB2); A REPORT NOT ON THE DIRECTORY
      * NEEDS A SUPERVISOR.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  RPA-OPEN                PIC X VALUE 'N'.
           02  RPA-OPEN-STATUS         PIC S9(8) COMP.
           02  RPA-ENABLE-STATUS       PIC S9(8) COMP.
           02  RPI-OPEN                PIC X VALUE 'N'.
           02  RPI-OPEN-STATUS         PIC S9(8) COMP.
           02  RPI-ENABLE-STATUS       PIC S9(8) COMP.
           02  RPD-OPEN                PIC X VALUE 'N'.
           02  RPD-OPEN-STATUS         PIC S9(8) COMP.
           02  RPD-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  BROWSE-EOF-SW               PIC X(01)  VALUE 'N'.
               88  BROWSE-EOF                         VALUE 'Y'.
           05  ACCESS-OK-SW                PIC X(01)  VALUE 'N'.
               88  ACCESS-OK                          VALUE 'Y'.
           05  FIND-DONE-SW                PIC X(01)  VALUE 'N'.
               88  FIND-DONE                          VALUE 'Y'.
           05  FIND-HIT-SW                 PIC X(01)  VALUE 'N'.
               88  FIND-HIT                           VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X(01).
               88  SEND-ERASE                         VALUE '1'.
               88  SEND-DATAONLY                      VALUE '2'.
               88  SEND-DATAONLY-ALARM                VALUE '3'.
      *
       01  WORK-FIELDS.
      *
           05  LINE-SUB                PIC S9(03)  COMP-3  VALUE ZERO.
           05  READ-COUNT              PIC S9(05)  COMP-3  VALUE ZERO.
           05  SELECT-NUMBER           PIC 9(02).
           05  PAGE-NUMBER             PIC 9(05).
           05  FIND-LENGTH             PIC S9(03)  COMP-3  VALUE ZERO.
           05  FIND-STRING             PIC X(20).
           05  FIND-TALLY              PIC S9(05)  COMP-3  VALUE ZERO.
           05  FIND-SCAN-COUNT         PIC S9(05)  COMP-3  VALUE ZERO.
           05  FIND-SCAN-LIMIT         PIC S9(05)  COMP-3
                                                   VALUE +2000.
           05  ACCESS-REPORT           PIC X(08)   VALUE LOW-VALUE.
           05  ACCESS-MIN-LEVEL        PIC 9(01).
           05  ACCESS-DESCRIPTION      PIC X(30).
           05  LIST-START-KEY          PIC X(22).
           05  VIEW-TOP-KEY.
               10  VTK-RUN-KEY         PIC X(22).
               10  VTK-PAGE-NUMBER     PIC 9(05).
               10  VTK-LINE-NUMBER     PIC 9(03).
      *
       01  RUN-LIST-HEADING            PIC X(79) VALUE
           'NO  REPORT    RUN DATE  TIME    PAGES    LINES  DESCRIPTION
      -    ''.
      *
       01  RUN-LIST-LINE.
           05  RLL-NUMBER              PIC Z9.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-REPORT              PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-RUN-TIME            PIC X(06).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-PAGES               PIC Z(04)9.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-LINES               PIC Z(06)9.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(01)  VALUE SPACE.
      *
       01  VIEW-HEADING.
           05  FILLER                  PIC X(05)  VALUE 'PAGE '.
           05  VH-PAGE                 PIC Z(04)9.
           05  FILLER                  PIC X(04)  VALUE ' OF '.
           05  VH-PAGE-COUNT           PIC Z(04)9.
           05  FILLER                  PIC X(07)  VALUE '  LINE '.
           05  VH-LINE                 PIC ZZ9.
           05  FILLER                  PIC X(10)  VALUE '  COLUMNS '.
           05  VH-FIRST-COLUMN         PIC ZZ9.
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  VH-LAST-COLUMN          PIC ZZ9.
           05  FILLER                  PIC X(33)  VALUE SPACE.
      *
       01  RUN-INFO-LINE.
           05  FILLER                  PIC X(04)  VALUE 'RUN '.
           05  RIL-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RIL-RUN-TIME            PIC X(06).
           05  FILLER                  PIC X(06)  VALUE '  JOB '.
           05  RIL-JOB-NAME            PIC X(08).
           05  FILLER                  PIC X(12)  VALUE SPACE.
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-RPV-LIST                   VALUE '1'.
               88  PROCESS-RPV-VIEW                   VALUE '2'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
           05  CA-LIST-FILTER              PIC X(08).
           05  CA-LIST-NEXT-KEY            PIC X(22).
           05  CA-LIST-KEY                 PIC X(22)
                                           OCCURS 15 TIMES.
           05  CA-VIEW-RUN-KEY             PIC X(22).
           05  CA-VIEW-PAGE-COUNT          PIC 9(05).
           05  CA-VIEW-TOP.
               10  CA-VIEW-TOP-PAGE        PIC 9(05).
               10  CA-VIEW-TOP-LINE        PIC 9(03).
           05  CA-VIEW-NEXT.
               10  CA-VIEW-NEXT-PAGE       PIC 9(05).
               10  CA-VIEW-NEXT-LINE       PIC 9(03).
           05  CA-VIEW-COLUMN              PIC 9(03).
      *
       COPY RPTARC.
      *
       COPY RPTIDX.
      *
       COPY RPTDIR.
      *
       COPY RPVSAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY SIGNCTX.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(443).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-REPORT-VIEWER.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 36
                   MOVE DFHCOMMAREA TO SIGNON-CONTEXT
               WHEN EIBCALEN > ZERO
                   MOVE DFHCOMMAREA TO COMMUNICATION-AREA
                   MOVE CA-SIGNON-CONTEXT TO SIGNON-CONTEXT
           END-EVALUATE.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO OR EIBCALEN = 36
                   MOVE LOW-VALUE TO COMMUNICATION-AREA
                   MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT
                   SET PROCESS-RPV-LIST TO TRUE
                   PERFORM 1450-RESET-LIST-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   SET PROCESS-RPV-LIST TO TRUE
                   PERFORM 1450-RESET-LIST-SCREEN
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('UUMENAB2')
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHPF3 AND PROCESS-RPV-LIST
                   EXEC CICS
                       XCTL PROGRAM('UUMENAB2')
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 1500-RETURN-TO-LIST
      *
               WHEN EIBAID = DFHPF8 AND PROCESS-RPV-LIST
                   PERFORM 1550-CONTINUE-LIST
      *
               WHEN EIBAID = DFHPF7 AND PROCESS-RPV-VIEW
                   PERFORM 2300-VIEW-BACK
      *
               WHEN EIBAID = DFHPF8 AND PROCESS-RPV-VIEW
                   PERFORM 2400-VIEW-FORWARD
      *
               WHEN EIBAID = DFHPF10 AND PROCESS-RPV-VIEW
                   MOVE 1 TO CA-VIEW-COLUMN
                   PERFORM 2500-REFRESH-VIEW
      *
               WHEN EIBAID = DFHPF11 AND PROCESS-RPV-VIEW
                   MOVE 54 TO CA-VIEW-COLUMN
                   PERFORM 2500-REFRESH-VIEW
      *
               WHEN EIBAID = DFHENTER AND PROCESS-RPV-LIST
                   PERFORM 1000-PROCESS-LIST-SCREEN
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 2000-PROCESS-VIEW-SCREEN
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RPVMAP1
                   MOVE 'Invalid key pressed.' TO RPV-D-MESSAGE
                   MOVE -1 TO RPV-L-REPORT
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-VIEWER-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('RWAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
      *****************************************************************
      *    LIST MODE.  A LINE NUMBER OPENS THAT RUN; OTHERWISE THE
      *    REPORT NAME AND RUN DATE KEYED START A FRESH LIST.
      *****************************************************************
       1000-PROCESS-LIST-SCREEN.
      *
           PERFORM 1100-RECEIVE-VIEWER-MAP.
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO RPV-H-REPORT
                                     RPV-H-RUNDATE
                                     RPV-H-SELECT.
      *
           IF RPV-D-SELECT NOT = SPACE
               PERFORM 1200-EDIT-SELECTION
               IF VALID-DATA
                   PERFORM 2100-OPEN-RUN
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-VIEWER-MAP
               END-IF
           ELSE
               IF        RPV-D-RUNDATE NOT = SPACE
                     AND RPV-D-RUNDATE NOT NUMERIC
                   MOVE ATTR-REVERSE TO RPV-H-RUNDATE
                   MOVE -1 TO RPV-L-RUNDATE
                   MOVE 'Run date must be YYYYMMDD, or blank.'
                       TO RPV-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-VIEWER-MAP
               ELSE
                   MOVE RPV-D-REPORT  TO CA-LIST-FILTER
                   MOVE SPACE         TO LIST-START-KEY
                   MOVE RPV-D-REPORT  TO LIST-START-KEY(1:8)
                   MOVE RPV-D-RUNDATE TO LIST-START-KEY(9:8)
                   INSPECT LIST-START-KEY
                       REPLACING ALL SPACE BY LOW-VALUE
                   PERFORM 1600-LIST-RUNS
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1400-SEND-VIEWER-MAP
               END-IF
           END-IF.
      *
       1100-RECEIVE-VIEWER-MAP.
      *
           EXEC CICS
               RECEIVE MAP('RPVMAB2')
                       MAPSET('RPVSAB2')
                       INTO(RPVMAP1)
           END-EXEC.
      *
           INSPECT RPVMAP1
                REPLACING ALL '_' BY SPACE.
      *
           INSPECT RPV-D-REPORT  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RPV-D-RUNDATE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RPV-D-SELECT  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RPV-D-PAGE    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RPV-D-FIND    REPLACING ALL LOW-VALUE BY SPACE.
      *
      *    A ONE-DIGIT LINE NUMBER MAY BE KEYED IN EITHER POSITION.
      *
       1200-EDIT-SELECTION.
      *
           IF RPV-D-SELECT(2:1) = SPACE
               MOVE RPV-D-SELECT(1:1) TO RPV-D-SELECT(2:1)
               MOVE '0' TO RPV-D-SELECT(1:1)
           END-IF.
           IF RPV-D-SELECT(1:1) = SPACE
               MOVE '0' TO RPV-D-SELECT(1:1)
           END-IF.
      *
           IF RPV-D-SELECT NUMERIC
               MOVE RPV-D-SELECT TO SELECT-NUMBER
               IF        SELECT-NUMBER > ZERO
                     AND SELECT-NUMBER < 16
                   IF        CA-LIST-KEY(SELECT-NUMBER) = LOW-VALUE
                          OR CA-LIST-KEY(SELECT-NUMBER) = SPACE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               ELSE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           ELSE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF NOT VALID-DATA
               MOVE ATTR-REVERSE TO RPV-H-SELECT
               MOVE -1 TO RPV-L-SELECT
               MOVE 'Key the number of a run listed below.'
                   TO RPV-D-MESSAGE
           END-IF.
      *
       1400-SEND-VIEWER-MAP.
      *
           MOVE 'RWAB' TO RPV-D-TRANID.
           IF PROCESS-RPV-VIEW
               MOVE 'F3=List  F7=Back  F8=Forward  F10=Left  F11=Right
      -             ' F12=Cancel' TO RPV-D-FKEY
               MOVE 'Key a page number or a string to find.  Then press
      -             ' Enter.' TO RPV-D-INSTR
           ELSE
               MOVE 'F3=Exit  F8=More runs  F12=Cancel' TO RPV-D-FKEY
               MOVE 'Key a report and run date to list, or a line numb
      -             'er to view.' TO RPV-D-INSTR
           END-IF.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RPVMAB2')
                            MAPSET('RPVSAB2')
                            FROM(RPVMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RPVMAB2')
                            MAPSET('RPVSAB2')
                            FROM(RPVMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RPVMAB2')
                            MAPSET('RPVSAB2')
                            FROM(RPVMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-LIST-SCREEN.
      *
           MOVE LOW-VALUE TO RPVMAP1.
           MOVE RUN-LIST-HEADING TO RPV-D-LISTHDG.
           PERFORM 1610-CLEAR-LIST-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 15.
           MOVE 'Key a report name to list its archived runs.'
               TO RPV-D-MESSAGE.
           MOVE -1 TO RPV-L-REPORT.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-VIEWER-MAP.
      *
      *    BACK FROM A RUN TO THE LIST, STARTING AT THAT RUN.
      *
       1500-RETURN-TO-LIST.
      *
           SET PROCESS-RPV-LIST TO TRUE.
           MOVE LOW-VALUE TO RPVMAP1.
           MOVE CA-VIEW-RUN-KEY TO LIST-START-KEY.
           IF CA-LIST-FILTER NOT = LOW-VALUE AND SPACE
               MOVE CA-VIEW-RUN-KEY(1:8) TO RPV-D-REPORT
           END-IF.
           PERFORM 1600-LIST-RUNS.
           MOVE -1 TO RPV-L-SELECT.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-VIEWER-MAP.
      *
       1550-CONTINUE-LIST.
      *
           MOVE LOW-VALUE TO RPVMAP1.
           IF        CA-LIST-NEXT-KEY = LOW-VALUE
                  OR CA-LIST-NEXT-KEY = SPACE
               MOVE 'There are no more runs to list.' TO RPV-D-MESSAGE
               MOVE -1 TO RPV-L-REPORT
               SET SEND-DATAONLY-ALARM TO TRUE
           ELSE
               MOVE CA-LIST-NEXT-KEY TO LIST-START-KEY
               PERFORM 1600-LIST-RUNS
               SET SEND-DATAONLY TO TRUE
           END-IF.
           PERFORM 1400-SEND-VIEWER-MAP.
      *
      *****************************************************************
      *    LIST UP TO FIFTEEN RUNS FROM LIST-START-KEY, SKIPPING THE
      *    REPORTS THE OPERATOR MAY NOT SEE.  A SIXTEENTH RUN THAT
      *    WOULD BE LISTED IS KEPT AS THE PLACE F8 CARRIES ON FROM.
      *****************************************************************
       1600-LIST-RUNS.
      *
           PERFORM 6100-OPEN-RPI-FILE.
      *
           MOVE RUN-LIST-HEADING TO RPV-D-LISTHDG.
           PERFORM 1610-CLEAR-LIST-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 15.
           MOVE ZERO      TO LINE-SUB.
           MOVE LOW-VALUE TO CA-LIST-NEXT-KEY.
           MOVE 'N'       TO BROWSE-EOF-SW.
           MOVE LIST-START-KEY TO RPI-KEY.
      *
           EXEC CICS
               STARTBR FILE('RPIAB2')
                       RIDFLD(RPI-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 1620-READ-NEXT-RUN
               UNTIL BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('RPIAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           EVALUATE TRUE
               WHEN LINE-SUB = ZERO
                   MOVE 'No archived runs you may view were found.'
                       TO RPV-D-MESSAGE
               WHEN CA-LIST-NEXT-KEY = LOW-VALUE
                   MOVE 'Key a line number to view the run.'
                       TO RPV-D-MESSAGE
               WHEN OTHER
                   MOVE 'Key a line number to view the run, or F8 for m
      -                 'ore.' TO RPV-D-MESSAGE
           END-EVALUATE.
           MOVE -1 TO RPV-L-SELECT.
      *
       1610-CLEAR-LIST-LINE.
      *
           MOVE SPACE TO RPV-D-LINE(LINE-SUB).
           MOVE SPACE TO CA-LIST-KEY(LINE-SUB).
      *
       1620-READ-NEXT-RUN.
      *
           EXEC CICS
               READNEXT FILE('RPIAB2')
                        INTO(REPORT-INDEX-RECORD)
                        RIDFLD(RPI-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN        CA-LIST-FILTER NOT = LOW-VALUE
                       AND CA-LIST-FILTER NOT = SPACE
                       AND RPI-REPORT-NAME NOT = CA-LIST-FILTER
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN OTHER
                   MOVE RPI-REPORT-NAME TO RPD-REPORT-NAME
                   PERFORM 1700-CHECK-REPORT-ACCESS
                   IF ACCESS-OK
                       IF LINE-SUB < 15
                           ADD 1 TO LINE-SUB
                           PERFORM 1640-FORMAT-RUN-LINE
                       ELSE
                           MOVE RPI-KEY TO CA-LIST-NEXT-KEY
                           MOVE 'Y' TO BROWSE-EOF-SW
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       1640-FORMAT-RUN-LINE.
      *
           MOVE LINE-SUB           TO RLL-NUMBER.
           MOVE RPI-REPORT-NAME    TO RLL-REPORT.
           MOVE RPI-RUN-DATE       TO RLL-RUN-DATE.
           MOVE RPI-RUN-TIME       TO RLL-RUN-TIME.
           MOVE RPI-PAGE-COUNT     TO RLL-PAGES.
           MOVE RPI-LINE-COUNT     TO RLL-LINES.
           MOVE ACCESS-DESCRIPTION TO RLL-DESCRIPTION.
           MOVE RUN-LIST-LINE      TO RPV-D-LINE(LINE-SUB).
           MOVE RPI-KEY            TO CA-LIST-KEY(LINE-SUB).
      *
      *****************************************************************
      *    MAY THE OPERATOR SEE REPORT RPD-REPORT-NAME?  THE LAST
      *    REPORT CHECKED IS REMEMBERED FOR THE REST OF THE TASK, AS
      *    THE INDEX LISTS A REPORT'S RUNS TOGETHER.
      *****************************************************************
       1700-CHECK-REPORT-ACCESS.
      *
           IF RPD-REPORT-NAME NOT = ACCESS-REPORT
               MOVE RPD-REPORT-NAME TO ACCESS-REPORT
               PERFORM 6200-OPEN-RPD-FILE
               EXEC CICS
                   READ FILE('RPDAB2')
                        INTO(REPORT-DIRECTORY-RECORD)
                        RIDFLD(RPD-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE 9 TO ACCESS-MIN-LEVEL
                       MOVE 'NOT ON THE REPORT DIRECTORY'
                           TO ACCESS-DESCRIPTION
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   WHEN OTHER
                       MOVE RPD-MIN-LEVEL   TO ACCESS-MIN-LEVEL
                       MOVE RPD-DESCRIPTION TO ACCESS-DESCRIPTION
               END-EVALUATE
           END-IF.
      *
           IF SC-SECURITY-LEVEL NOT < ACCESS-MIN-LEVEL
               MOVE 'Y' TO ACCESS-OK-SW
           ELSE
               MOVE 'N' TO ACCESS-OK-SW
           END-IF.
      *
      *****************************************************************
      *    VIEW MODE.  A PAGE NUMBER JUMPS; OTHERWISE A FIND STRING
      *    LOOKS FORWARD FROM THE LINE AFTER THE TOP ONE SHOWN.
      *****************************************************************
       2000-PROCESS-VIEW-SCREEN.
      *
           PERFORM 1100-RECEIVE-VIEWER-MAP.
           MOVE ATTR-NO-HIGHLIGHT TO RPV-H-PAGE
                                     RPV-H-FIND.
      *
           EVALUATE TRUE
               WHEN RPV-D-PAGE NOT = SPACE
                   PERFORM 2600-JUMP-TO-PAGE
               WHEN RPV-D-FIND NOT = SPACE
                   PERFORM 2700-FIND-STRING
               WHEN OTHER
                   PERFORM 2500-REFRESH-VIEW
           END-EVALUATE.
      *
       2100-OPEN-RUN.
      *
           PERFORM 6100-OPEN-RPI-FILE.
           MOVE CA-LIST-KEY(SELECT-NUMBER) TO RPI-KEY.
      *
           EXEC CICS
               READ FILE('RPIAB2')
                    INTO(REPORT-INDEX-RECORD)
                    RIDFLD(RPI-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO RPV-H-SELECT
               MOVE -1 TO RPV-L-SELECT
               MOVE 'That run has been purged.  Press Enter to list aga
      -             'in.' TO RPV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-VIEWER-MAP
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE RPI-REPORT-NAME TO RPD-REPORT-NAME
               PERFORM 1700-CHECK-REPORT-ACCESS
               IF ACCESS-OK
                   SET PROCESS-RPV-VIEW TO TRUE
                   MOVE RPI-KEY        TO CA-VIEW-RUN-KEY
                   MOVE RPI-PAGE-COUNT TO CA-VIEW-PAGE-COUNT
                   MOVE 1              TO CA-VIEW-TOP-PAGE
                                          CA-VIEW-TOP-LINE
                                          CA-VIEW-COLUMN
                   MOVE LOW-VALUE TO RPVMAP1
                   PERFORM 2800-SHOW-LINES
                   MOVE -1 TO RPV-L-FIND
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-VIEWER-MAP
               ELSE
                   MOVE ATTR-REVERSE TO RPV-H-SELECT
                   MOVE -1 TO RPV-L-SELECT
                   MOVE 'You are not authorized for that report.'
                       TO RPV-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-VIEWER-MAP
               END-IF
           END-IF.
      *
      *****************************************************************
      *    BACK FIFTEEN LINES: BROWSE BACKWARD FROM THE TOP LINE (THE
      *    FIRST READPREV RETURNS THE TOP LINE ITSELF) AND START AT THE
      *    EARLIEST LINE OF THE RUN REACHED.
      *****************************************************************
       2300-VIEW-BACK.
      *
           MOVE LOW-VALUE TO RPVMAP1.
           IF CA-VIEW-TOP-PAGE = 1 AND CA-VIEW-TOP-LINE = 1
               MOVE 'You are at the start of the report.'
                   TO RPV-D-MESSAGE
               PERFORM 2800-SHOW-LINES
               MOVE -1 TO RPV-L-FIND
               SET SEND-DATAONLY-ALARM TO TRUE
           ELSE
               PERFORM 6000-OPEN-RPA-FILE
               MOVE CA-VIEW-RUN-KEY  TO VTK-RUN-KEY
               MOVE CA-VIEW-TOP-PAGE TO VTK-PAGE-NUMBER
               MOVE CA-VIEW-TOP-LINE TO VTK-LINE-NUMBER
               MOVE VIEW-TOP-KEY     TO RPA-KEY
               MOVE ZERO TO READ-COUNT
               MOVE 'N'  TO BROWSE-EOF-SW
               EXEC CICS
                   STARTBR FILE('RPAAB2')
                           RIDFLD(RPA-KEY)
                           GTEQ
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               PERFORM 2310-READ-PREVIOUS-LINE
                   UNTIL BROWSE-EOF
               EXEC CICS
                   ENDBR FILE('RPAAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
               PERFORM 2800-SHOW-LINES
               MOVE -1 TO RPV-L-FIND
               SET SEND-DATAONLY TO TRUE
           END-IF.
           PERFORM 1400-SEND-VIEWER-MAP.
      *
       2310-READ-PREVIOUS-LINE.
      *
           EXEC CICS
               READPREV FILE('RPAAB2')
                        INTO(REPORT-ARCHIVE-RECORD)
                        RIDFLD(RPA-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN RPA-RUN-KEY NOT = CA-VIEW-RUN-KEY
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN OTHER
                   ADD 1 TO READ-COUNT
                   MOVE RPA-PAGE-NUMBER TO CA-VIEW-TOP-PAGE
                   MOVE RPA-LINE-NUMBER TO CA-VIEW-TOP-LINE
                   IF READ-COUNT > 15
                       MOVE 'Y' TO BROWSE-EOF-SW
                   END-IF
           END-EVALUATE.
      *
       2400-VIEW-FORWARD.
      *
           MOVE LOW-VALUE TO RPVMAP1.
           IF CA-VIEW-NEXT-PAGE = ZERO
               MOVE 'You are at the end of the report.'
                   TO RPV-D-MESSAGE
               PERFORM 2800-SHOW-LINES
               SET SEND-DATAONLY-ALARM TO TRUE
           ELSE
               MOVE CA-VIEW-NEXT TO CA-VIEW-TOP
               PERFORM 2800-SHOW-LINES
               SET SEND-DATAONLY TO TRUE
           END-IF.
           MOVE -1 TO RPV-L-FIND.
           PERFORM 1400-SEND-VIEWER-MAP.
      *
       2500-REFRESH-VIEW.
      *
           MOVE LOW-VALUE TO RPVMAP1.
           PERFORM 2800-SHOW-LINES.
           MOVE -1 TO RPV-L-FIND.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1400-SEND-VIEWER-MAP.
      *
       2600-JUMP-TO-PAGE.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           IF RPV-D-PAGE NUMERIC
               MOVE RPV-D-PAGE TO PAGE-NUMBER
               IF        PAGE-NUMBER = ZERO
                      OR PAGE-NUMBER > CA-VIEW-PAGE-COUNT
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           ELSE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF VALID-DATA
               MOVE LOW-VALUE TO RPVMAP1
               MOVE PAGE-NUMBER TO CA-VIEW-TOP-PAGE
               MOVE 1           TO CA-VIEW-TOP-LINE
               PERFORM 2800-SHOW-LINES
               MOVE SPACE TO RPV-D-PAGE
               MOVE -1 TO RPV-L-FIND
               SET SEND-DATAONLY TO TRUE
           ELSE
               MOVE ATTR-REVERSE TO RPV-H-PAGE
               MOVE -1 TO RPV-L-PAGE
               MOVE CA-VIEW-PAGE-COUNT TO VH-PAGE-COUNT
               MOVE SPACE TO RPV-D-MESSAGE
               STRING 'Page must be a number from 1 to '
                      DELIMITED BY SIZE
                      VH-PAGE-COUNT DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                   INTO RPV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-VIEWER-MAP.
      *
      *****************************************************************
      *    FIND.  READ FORWARD FROM THE LINE AFTER THE TOP ONE SHOWN
      *    FOR THE STRING KEYED (TRAILING SPACES ARE NOT PART OF IT).
      *    A LONG REPORT IS SEARCHED A STRETCH AT A TIME SO ONE ENTER
      *    NEVER HOLDS THE TERMINAL FOR LONG - THE WINDOW MOVES TO THE
      *    LAST LINE SEARCHED AND ENTER CARRIES ON FROM THERE.
      *****************************************************************
       2700-FIND-STRING.
      *
           MOVE 20 TO FIND-LENGTH.
           PERFORM 2710-TRIM-FIND-STRING
               UNTIL RPV-D-FIND(FIND-LENGTH:1) NOT = SPACE.
      *
           PERFORM 6000-OPEN-RPA-FILE.
           MOVE CA-VIEW-RUN-KEY  TO VTK-RUN-KEY.
           MOVE CA-VIEW-TOP-PAGE TO VTK-PAGE-NUMBER.
           MOVE CA-VIEW-TOP-LINE TO VTK-LINE-NUMBER.
           MOVE VIEW-TOP-KEY     TO RPA-KEY.
           MOVE ZERO TO FIND-SCAN-COUNT.
           MOVE 'N'  TO FIND-DONE-SW
                        FIND-HIT-SW.
      *
           EXEC CICS
               STARTBR FILE('RPAAB2')
                       RIDFLD(RPA-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *    THE FIRST READ IS THE TOP LINE ITSELF, ALREADY ON SCREEN.
      *
           EXEC CICS
               READNEXT FILE('RPAAB2')
                        INTO(REPORT-ARCHIVE-RECORD)
                        RIDFLD(RPA-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
           PERFORM 2720-SCAN-NEXT-LINE
               UNTIL FIND-DONE.
      *
           EXEC CICS
               ENDBR FILE('RPAAB2')
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           MOVE RPV-D-FIND TO FIND-STRING.
           MOVE LOW-VALUE TO RPVMAP1.
           PERFORM 2800-SHOW-LINES.
           MOVE FIND-STRING TO RPV-D-FIND.
           EVALUATE TRUE
               WHEN FIND-HIT
                   MOVE 'Found - the line holding it is at the top.'
                       TO RPV-D-MESSAGE
                   SET SEND-DATAONLY TO TRUE
               WHEN FIND-SCAN-COUNT NOT < FIND-SCAN-LIMIT
                   MOVE 'Not found yet.  Press Enter to keep looking.'
                       TO RPV-D-MESSAGE
                   SET SEND-DATAONLY TO TRUE
               WHEN OTHER
                   MOVE 'Not found between here and the end of the repo
      -                 'rt.' TO RPV-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
           END-EVALUATE.
           MOVE -1 TO RPV-L-FIND.
           PERFORM 1400-SEND-VIEWER-MAP.
      *
       2710-TRIM-FIND-STRING.
      *
           SUBTRACT 1 FROM FIND-LENGTH.
      *
       2720-SCAN-NEXT-LINE.
      *
           EXEC CICS
               READNEXT FILE('RPAAB2')
                        INTO(REPORT-ARCHIVE-RECORD)
                        RIDFLD(RPA-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO FIND-DONE-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN RPA-RUN-KEY NOT = CA-VIEW-RUN-KEY
                   MOVE 'Y' TO FIND-DONE-SW
               WHEN OTHER
                   ADD 1 TO FIND-SCAN-COUNT
                   MOVE ZERO TO FIND-TALLY
                   INSPECT RPA-PRINT-LINE
                       TALLYING FIND-TALLY
                       FOR ALL RPV-D-FIND(1:FIND-LENGTH)
                   IF        FIND-TALLY > ZERO
                          OR FIND-SCAN-COUNT NOT < FIND-SCAN-LIMIT
                       MOVE RPA-PAGE-NUMBER TO CA-VIEW-TOP-PAGE
                       MOVE RPA-LINE-NUMBER TO CA-VIEW-TOP-LINE
                       MOVE 'Y' TO FIND-DONE-SW
                       IF FIND-TALLY > ZERO
                           MOVE 'Y' TO FIND-HIT-SW
                       END-IF
                   END-IF
           END-EVALUATE.
      *
      *****************************************************************
      *    FILL THE FIFTEEN LINES FROM THE TOP LINE, READING ONE MORE
      *    TO KNOW WHERE F8 GOES (ZERO = NOTHING FURTHER), AND BUILD
      *    THE RUN AND POSITION HEADINGS.
      *****************************************************************
       2800-SHOW-LINES.
      *
           PERFORM 6000-OPEN-RPA-FILE.
           PERFORM 2810-CLEAR-VIEW-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 15.
           MOVE ZERO TO LINE-SUB
                        CA-VIEW-NEXT-PAGE
                        CA-VIEW-NEXT-LINE.
           MOVE 'N'  TO BROWSE-EOF-SW.
      *
           MOVE CA-VIEW-RUN-KEY  TO VTK-RUN-KEY.
           MOVE CA-VIEW-TOP-PAGE TO VTK-PAGE-NUMBER.
           MOVE CA-VIEW-TOP-LINE TO VTK-LINE-NUMBER.
           MOVE VIEW-TOP-KEY     TO RPA-KEY.
      *
           EXEC CICS
               STARTBR FILE('RPAAB2')
                       RIDFLD(RPA-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 2820-READ-VIEW-LINE
               UNTIL BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('RPAAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           IF LINE-SUB = ZERO
               MOVE 'That run has been purged.  Press F3 for the list.'
                   TO RPV-D-LINE(1)
           END-IF.
      *
           MOVE CA-VIEW-TOP-PAGE   TO VH-PAGE.
           MOVE CA-VIEW-PAGE-COUNT TO VH-PAGE-COUNT.
           MOVE CA-VIEW-TOP-LINE   TO VH-LINE.
           MOVE CA-VIEW-COLUMN     TO VH-FIRST-COLUMN.
           COMPUTE VH-LAST-COLUMN = CA-VIEW-COLUMN + 78.
           MOVE VIEW-HEADING       TO RPV-D-LISTHDG.
      *
           MOVE CA-VIEW-RUN-KEY(1:8) TO RPV-D-REPORT
                                        RPD-REPORT-NAME.
           MOVE CA-VIEW-RUN-KEY(9:8) TO RPV-D-RUNDATE.
           PERFORM 1700-CHECK-REPORT-ACCESS.
           MOVE ACCESS-DESCRIPTION   TO RPV-D-RPTDESC.
      *
           PERFORM 6100-OPEN-RPI-FILE.
           MOVE CA-VIEW-RUN-KEY TO RPI-KEY.
           EXEC CICS
               READ FILE('RPIAB2')
                    INTO(REPORT-INDEX-RECORD)
                    RIDFLD(RPI-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE RPI-RUN-DATE TO RIL-RUN-DATE
               MOVE RPI-RUN-TIME TO RIL-RUN-TIME
               MOVE RPI-JOB-NAME TO RIL-JOB-NAME
               MOVE RUN-INFO-LINE TO RPV-D-RUNINFO
           END-IF.
      *
       2810-CLEAR-VIEW-LINE.
      *
           MOVE SPACE TO RPV-D-LINE(LINE-SUB).
      *
       2820-READ-VIEW-LINE.
      *
           EXEC CICS
               READNEXT FILE('RPAAB2')
                        INTO(REPORT-ARCHIVE-RECORD)
                        RIDFLD(RPA-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN RPA-RUN-KEY NOT = CA-VIEW-RUN-KEY
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN LINE-SUB < 15
                   ADD 1 TO LINE-SUB
                   MOVE RPA-PRINT-LINE(CA-VIEW-COLUMN:79)
                       TO RPV-D-LINE(LINE-SUB)
               WHEN OTHER
                   MOVE RPA-PAGE-NUMBER TO CA-VIEW-NEXT-PAGE
                   MOVE RPA-LINE-NUMBER TO CA-VIEW-NEXT-LINE
                   MOVE 'Y' TO BROWSE-EOF-SW
           END-EVALUATE.
      *
       6000-OPEN-RPA-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RPAAB2')
                   OPENSTATUS(RPA-OPEN-STATUS)
                   ENABLESTATUS(RPA-ENABLE-STATUS)
           END-EXEC.
      *
           IF RPA-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RPAAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RPA-OPEN
           ELSE IF RPA-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('155')
               END-EXEC
           END-IF.
      *
       6100-OPEN-RPI-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RPIAB2')
                   OPENSTATUS(RPI-OPEN-STATUS)
                   ENABLESTATUS(RPI-ENABLE-STATUS)
           END-EXEC.
      *
           IF RPI-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RPIAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RPI-OPEN
           ELSE IF RPI-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('156')
               END-EXEC
           END-IF.
      *
       6200-OPEN-RPD-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RPDAB2')
                   OPENSTATUS(RPD-OPEN-STATUS)
                   ENABLESTATUS(RPD-ENABLE-STATUS)
           END-EXEC.
      *
           IF RPD-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RPDAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RPD-OPEN
           ELSE IF RPD-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('157')
               END-EXEC
           END-IF.
      *
       9999-TERMINATE-PROGRAM.
      *
           MOVE EIBRESP  TO ERR-RESP.
           MOVE EIBRESP2 TO ERR-RESP2.
           MOVE EIBTRNID TO ERR-TRNID.
           MOVE EIBRSRCE TO ERR-RSRCE.
      *
           EXEC CICS
               XCTL PROGRAM('SYSERR')
                    COMMAREA(ERROR-PARAMETERS)
           END-EXEC.
