       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  JRNQAB2.
      *
      *****************************************************************
      * MASTER FILE CHANGE INQUIRY.  LISTS THE CHANGES JOURNALED ON
      * JRNAB2 BY THE ONLINE MAINTENANCE PROGRAMS.  THE SUPERVISOR
      * KEYS THE FILE NAME (PRDAB2, CMFAB2 ...) AND, FOR ONE RECORD'S
      * HISTORY, THE RECORD KEY; WITH NO KEY EVERY CHANGE TO THE FILE
      * IS LISTED, RECORD BY RECORD, OLDEST CHANGE FIRST.  F8
      * CONTINUES THE LIST AND F7 GOES BACK TO THE TOP.  KEYING A
      * LIST LINE NUMBER SHOWS THAT CHANGE: WHO MADE IT, WHEN, FROM
      * WHICH TERMINAL AND PROGRAM, AND THE RECORD BEFORE (B) AND
      * AFTER (A) IT, 75 BYTES TO A LINE WITH THE BYTE OFFSET IN
      * FRONT.  BYTES THAT WILL NOT DISPLAY SHOW AS '.', AND AN
      * OPERATOR'S PASSWORD ON OPRAB2 IS NEVER SHOWN.  F3 OR ENTER
      * GOES BACK TO THE LIST.  SUPERVISORS ONLY.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  NOT-AUTHORIZED-MESSAGE      PIC X(49) VALUE
           'Change journal inquiry requires supervisor access'.

       01  FILE-STATUS-INFO.
           02  JRN-OPEN                PIC X VALUE 'N'.
           02  JRN-OPEN-STATUS         PIC S9(8) COMP.
           02  JRN-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  BROWSE-EOF-SW               PIC X(01)  VALUE 'N'.
               88  BROWSE-EOF                         VALUE 'Y'.
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
           05  SELECT-NUMBER           PIC 9(02).
           05  IMAGE-SUB               PIC S9(03)  COMP-3  VALUE ZERO.
           05  IMAGE-LINES             PIC S9(03)  COMP-3  VALUE ZERO.
           05  IMAGE-BASE              PIC S9(03)  COMP-3  VALUE ZERO.
           05  IMAGE-OFFSET            PIC S9(03)  COMP-3  VALUE ZERO.
           05  IMAGE-TYPE              PIC X(01).
           05  DETAIL-IMAGE            PIC X(300).
      *
      *    EVERY BYTE BELOW X'40' IS SHOWN AS A '.'.
      *
       01  UNPRINTABLE-CHARACTERS.
           05  FILLER                  PIC X(16)  VALUE
               X'000102030405060708090A0B0C0D0E0F'.
           05  FILLER                  PIC X(16)  VALUE
               X'101112131415161718191A1B1C1D1E1F'.
           05  FILLER                  PIC X(16)  VALUE
               X'202122232425262728292A2B2C2D2E2F'.
           05  FILLER                  PIC X(16)  VALUE
               X'303132333435363738393A3B3C3D3E3F'.
      *
       01  PRINTABLE-DOTS              PIC X(64)  VALUE ALL '.'.
      *
       01  CHANGE-LIST-HEADING         PIC X(79) VALUE
           'NO  DATE     TIME   A OPER TERM PROGRAM  RECORD KEY'.
      *
       01  CHANGE-LIST-LINE.
           05  CLL-NUMBER              PIC Z9.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  CLL-DATE                PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLL-TIME                PIC 9(06).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLL-ACTION              PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLL-OPERATOR            PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLL-TERMINAL            PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLL-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CLL-RECORD-KEY          PIC X(30).
           05  FILLER                  PIC X(08)  VALUE SPACE.
      *
       01  CHANGE-DETAIL-HEADING       PIC X(79) VALUE
           'CHANGE DETAIL - B IS THE RECORD BEFORE, A THE RECORD AFTER'.
      *
       01  CHANGE-DETAIL-LINE-1.
           05  FILLER                  PIC X(06)  VALUE 'File: '.
           05  CD1-FILE                PIC X(08).
           05  FILLER                  PIC X(07)  VALUE '  Key: '.
           05  CD1-RECORD-KEY          PIC X(30).
           05  FILLER                  PIC X(28)  VALUE SPACE.
      *
       01  CHANGE-DETAIL-LINE-2.
           05  CD2-ACTION              PIC X(06).
           05  FILLER                  PIC X(04)  VALUE ' ON '.
           05  CD2-DATE                PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CD2-TIME                PIC 9(06).
           05  FILLER                  PIC X(04)  VALUE ' BY '.
           05  CD2-OPERATOR            PIC X(04).
           05  FILLER                  PIC X(04)  VALUE ' AT '.
           05  CD2-TERMINAL            PIC X(04).
           05  FILLER                  PIC X(06)  VALUE ' TRAN '.
           05  CD2-TRANSACTION         PIC X(04).
           05  FILLER                  PIC X(09)  VALUE ' PROGRAM '.
           05  CD2-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(11)  VALUE SPACE.
      *
       01  CHANGE-DETAIL-RULER         PIC X(79) VALUE
           '    ....+....1....+....2....+....3....+....4....+....5....+.
      -    '...6....+....7....+'.
      *
       01  IMAGE-LINE.
           05  IML-TYPE                PIC X(01).
           05  IML-OFFSET              PIC 9(03).
           05  IML-DATA                PIC X(75).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-JRN-LIST                   VALUE '1'.
               88  PROCESS-JRN-DETAIL                 VALUE '2'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
           05  CA-FILE-NAME                PIC X(08).
           05  CA-RECORD-KEY               PIC X(30).
           05  CA-PAGE-START-KEY           PIC X(61).
           05  CA-NEXT-PAGE-KEY            PIC X(61).
           05  CA-LINE-KEY                 PIC X(61)
                                           OCCURS 12 TIMES.
           05  CA-DETAIL-KEY               PIC X(61).
      *
       COPY JRNIMG.
      *
       COPY JRQSAB2.
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
       01  DFHCOMMAREA                     PIC X(990).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CHANGE-INQUIRY.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 36
                   MOVE DFHCOMMAREA TO SIGNON-CONTEXT
               WHEN EIBCALEN > ZERO
                   MOVE DFHCOMMAREA TO COMMUNICATION-AREA
                   MOVE CA-SIGNON-CONTEXT TO SIGNON-CONTEXT
           END-EVALUATE.
      *
           IF SC-SECURITY-LEVEL < 9
               EXEC CICS
                   SEND TEXT FROM(NOT-AUTHORIZED-MESSAGE)
                             ERASE
                             ALARM
                             FREEKB
               END-EXEC
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO OR EIBCALEN = 36
                   MOVE LOW-VALUE TO COMMUNICATION-AREA
                   MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT
                   MOVE SPACE TO CA-FILE-NAME
                                 CA-RECORD-KEY
                   SET PROCESS-JRN-LIST TO TRUE
                   PERFORM 1450-RESET-LIST-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   SET PROCESS-JRN-LIST TO TRUE
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
               WHEN EIBAID = DFHPF3 AND PROCESS-JRN-LIST
                   EXEC CICS
                       XCTL PROGRAM('UUMENAB2')
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 1500-RETURN-TO-LIST
      *
               WHEN EIBAID = DFHPF7 AND PROCESS-JRN-LIST
                   MOVE LOW-VALUE TO JRQMAP1
                   PERFORM 1650-SET-TOP-KEY
                   PERFORM 1600-LIST-CHANGES
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1400-SEND-JOURNAL-MAP
      *
               WHEN EIBAID = DFHPF8 AND PROCESS-JRN-LIST
                   PERFORM 1550-CONTINUE-LIST
      *
               WHEN EIBAID = DFHENTER AND PROCESS-JRN-LIST
                   PERFORM 1000-PROCESS-LIST-SCREEN
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1500-RETURN-TO-LIST
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO JRQMAP1
                   MOVE 'Invalid key pressed.' TO JRQ-D-MESSAGE
                   MOVE -1 TO JRQ-L-SELECT
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-JOURNAL-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('JQAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
      *****************************************************************
      *    LIST MODE.  A LINE NUMBER SHOWS THAT CHANGE; OTHERWISE THE
      *    FILE AND KEY KEYED START A FRESH LIST FROM THE TOP.
      *****************************************************************
       1000-PROCESS-LIST-SCREEN.
      *
           PERFORM 1100-RECEIVE-JOURNAL-MAP.
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO JRQ-H-FILE
                                     JRQ-H-SELECT.
      *
           IF JRQ-D-SELECT = SPACE
               IF JRQ-D-FILE = SPACE
                   MOVE ATTR-REVERSE TO JRQ-H-FILE
                   MOVE -1 TO JRQ-L-FILE
                   MOVE 'Key the name of the file to look at (PRDAB2, CM
      -                 'FAB2 ...).' TO JRQ-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-JOURNAL-MAP
               ELSE
                   MOVE JRQ-D-FILE TO CA-FILE-NAME
                   MOVE JRQ-D-KEY  TO CA-RECORD-KEY
                   MOVE LOW-VALUE TO JRQMAP1
                   PERFORM 1650-SET-TOP-KEY
                   PERFORM 1600-LIST-CHANGES
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1400-SEND-JOURNAL-MAP
               END-IF
           ELSE
               PERFORM 1200-EDIT-SELECTION
               IF VALID-DATA
                   MOVE CA-LINE-KEY(SELECT-NUMBER) TO CA-DETAIL-KEY
                   SET PROCESS-JRN-DETAIL TO TRUE
                   MOVE LOW-VALUE TO JRQMAP1
                   PERFORM 2800-SHOW-DETAIL
                   MOVE -1 TO JRQ-L-DUMMY
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-JOURNAL-MAP
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-JOURNAL-MAP
               END-IF
           END-IF.
      *
       1100-RECEIVE-JOURNAL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('JRQMAB2')
                       MAPSET('JRQSAB2')
                       INTO(JRQMAP1)
           END-EXEC.
      *
           INSPECT JRQMAP1
                REPLACING ALL '_' BY SPACE.
      *
           INSPECT JRQ-D-FILE   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT JRQ-D-KEY    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT JRQ-D-SELECT REPLACING ALL LOW-VALUE BY SPACE.
      *
      *    A ONE-DIGIT LINE NUMBER MAY BE KEYED IN EITHER POSITION.
      *
       1200-EDIT-SELECTION.
      *
           IF JRQ-D-SELECT(2:1) = SPACE
               MOVE JRQ-D-SELECT(1:1) TO JRQ-D-SELECT(2:1)
               MOVE '0' TO JRQ-D-SELECT(1:1)
           END-IF.
           IF JRQ-D-SELECT(1:1) = SPACE
               MOVE '0' TO JRQ-D-SELECT(1:1)
           END-IF.
      *
           IF JRQ-D-SELECT NUMERIC
               MOVE JRQ-D-SELECT TO SELECT-NUMBER
               IF        SELECT-NUMBER > ZERO
                     AND SELECT-NUMBER < 13
                   IF        CA-LINE-KEY(SELECT-NUMBER) = LOW-VALUE
                          OR CA-LINE-KEY(SELECT-NUMBER) = SPACE
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
               MOVE ATTR-REVERSE TO JRQ-H-SELECT
               MOVE -1 TO JRQ-L-SELECT
               MOVE 'Key the number of a change listed below.'
                   TO JRQ-D-MESSAGE
           END-IF.
      *
       1400-SEND-JOURNAL-MAP.
      *
           MOVE 'JQAB' TO JRQ-D-TRANID.
           IF PROCESS-JRN-DETAIL
               MOVE 'F3=List  F12=Cancel' TO JRQ-D-FKEY
               MOVE 'Press Enter or F3 to go back to the list.'
                   TO JRQ-D-INSTR
           ELSE
               MOVE 'F3=Exit  F7=Top  F8=More changes  F12=Cancel'
                   TO JRQ-D-FKEY
               MOVE 'Key a file and record key to list, or a line number
      -             ' to see the change.' TO JRQ-D-INSTR
           END-IF.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('JRQMAB2')
                            MAPSET('JRQSAB2')
                            FROM(JRQMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('JRQMAB2')
                            MAPSET('JRQSAB2')
                            FROM(JRQMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('JRQMAB2')
                            MAPSET('JRQSAB2')
                            FROM(JRQMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-LIST-SCREEN.
      *
           MOVE LOW-VALUE TO JRQMAP1.
           PERFORM 1650-SET-TOP-KEY.
           PERFORM 1600-LIST-CHANGES.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-JOURNAL-MAP.
      *
      *    BACK FROM A CHANGE TO THE PAGE OF THE LIST IT CAME FROM.
      *
       1500-RETURN-TO-LIST.
      *
           SET PROCESS-JRN-LIST TO TRUE.
           MOVE LOW-VALUE TO JRQMAP1.
           PERFORM 1600-LIST-CHANGES.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-JOURNAL-MAP.
      *
       1550-CONTINUE-LIST.
      *
           MOVE LOW-VALUE TO JRQMAP1.
           IF        CA-NEXT-PAGE-KEY = LOW-VALUE
                  OR CA-NEXT-PAGE-KEY = SPACE
               PERFORM 1600-LIST-CHANGES
               MOVE 'There are no more changes to list.'
                   TO JRQ-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
           ELSE
               MOVE CA-NEXT-PAGE-KEY TO CA-PAGE-START-KEY
               PERFORM 1600-LIST-CHANGES
               SET SEND-DATAONLY TO TRUE
           END-IF.
           PERFORM 1400-SEND-JOURNAL-MAP.
      *
      *****************************************************************
      *    LIST UP TO TWELVE CHANGES FROM CA-PAGE-START-KEY, STOPPING
      *    AT THE END OF THE FILE NAMED OR, WHEN A KEY WAS KEYED, AT
      *    THE END OF THAT RECORD'S HISTORY.  A THIRTEENTH CHANGE IS
      *    KEPT AS THE PLACE F8 CARRIES ON FROM.
      *****************************************************************
       1600-LIST-CHANGES.
      *
           MOVE CHANGE-LIST-HEADING TO JRQ-D-LISTHDG.
           MOVE CA-FILE-NAME        TO JRQ-D-FILE.
           MOVE CA-RECORD-KEY       TO JRQ-D-KEY.
           PERFORM 1610-CLEAR-LIST-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 12.
           MOVE ZERO      TO LINE-SUB.
           MOVE LOW-VALUE TO CA-NEXT-PAGE-KEY.
      *
           IF CA-FILE-NAME = SPACE
               MOVE 'Key a file name, and a record key for one record''s
      -             ' history.' TO JRQ-D-MESSAGE
               MOVE -1 TO JRQ-L-FILE
           ELSE
               PERFORM 1605-BROWSE-CHANGES
           END-IF.
      *
       1605-BROWSE-CHANGES.
      *
           PERFORM 6000-OPEN-JRN-FILE.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE CA-PAGE-START-KEY TO JRN-KEY.
      *
           EXEC CICS
               STARTBR FILE('JRNAB2')
                       RIDFLD(JRN-KEY)
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
           PERFORM 1620-READ-NEXT-CHANGE
               UNTIL BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('JRNAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           EVALUATE TRUE
               WHEN LINE-SUB = ZERO
                   MOVE 'No changes are journaled for that file and key'
                       TO JRQ-D-MESSAGE
               WHEN CA-NEXT-PAGE-KEY = LOW-VALUE
                   MOVE 'Key a line number to see the change.'
                       TO JRQ-D-MESSAGE
               WHEN OTHER
                   MOVE 'Key a line number to see the change, or F8 for 
      -                 'more.' TO JRQ-D-MESSAGE
           END-EVALUATE.
           MOVE -1 TO JRQ-L-SELECT.
      *
       1610-CLEAR-LIST-LINE.
      *
           MOVE SPACE TO JRQ-D-LINE(LINE-SUB).
           MOVE SPACE TO CA-LINE-KEY(LINE-SUB).
      *
       1620-READ-NEXT-CHANGE.
      *
           EXEC CICS
               READNEXT FILE('JRNAB2')
                        INTO(MASTER-JOURNAL-RECORD)
                        RIDFLD(JRN-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN JRN-FILE-NAME NOT = CA-FILE-NAME
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN        CA-RECORD-KEY NOT = SPACE
                       AND JRN-RECORD-KEY NOT = CA-RECORD-KEY
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN LINE-SUB < 12
                   ADD 1 TO LINE-SUB
                   PERFORM 1640-FORMAT-CHANGE-LINE
               WHEN OTHER
                   MOVE JRN-KEY TO CA-NEXT-PAGE-KEY
                   MOVE 'Y' TO BROWSE-EOF-SW
           END-EVALUATE.
      *
       1640-FORMAT-CHANGE-LINE.
      *
           MOVE LINE-SUB           TO CLL-NUMBER.
           MOVE JRN-CHANGE-DATE    TO CLL-DATE.
           MOVE JRN-CHANGE-TIME    TO CLL-TIME.
           MOVE JRN-ACTION         TO CLL-ACTION.
           MOVE JRN-OPERATOR       TO CLL-OPERATOR.
           MOVE JRN-TERMINAL       TO CLL-TERMINAL.
           MOVE JRN-PROGRAM        TO CLL-PROGRAM.
           MOVE JRN-RECORD-KEY     TO CLL-RECORD-KEY.
           MOVE CHANGE-LIST-LINE   TO JRQ-D-LINE(LINE-SUB).
           MOVE JRN-KEY            TO CA-LINE-KEY(LINE-SUB).
      *
      *    THE JOURNAL IS KEYED BY FILE, THEN RECORD KEY, THEN WHEN,
      *    SO ONE RECORD'S HISTORY LISTS OLDEST CHANGE FIRST.
      *
       1650-SET-TOP-KEY.
      *
           MOVE LOW-VALUE TO JRN-KEY.
           MOVE CA-FILE-NAME TO JRN-FILE-NAME.
           IF CA-RECORD-KEY NOT = SPACE
               MOVE CA-RECORD-KEY TO JRN-RECORD-KEY
           END-IF.
           MOVE JRN-KEY TO CA-PAGE-START-KEY.
      *
      *****************************************************************
      *    DETAIL MODE.  THE CHANGE ON TWO LINES, A RULER, THEN THE
      *    RECORD BEFORE AND AFTER, AS MANY LINES OF EACH AS THE
      *    RECORD LENGTH NEEDS.
      *****************************************************************
       2800-SHOW-DETAIL.
      *
           PERFORM 6000-OPEN-JRN-FILE.
           MOVE CHANGE-DETAIL-HEADING TO JRQ-D-LISTHDG.
           MOVE CA-FILE-NAME          TO JRQ-D-FILE.
           MOVE CA-RECORD-KEY         TO JRQ-D-KEY.
           PERFORM 2810-CLEAR-DETAIL-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 12.
           MOVE CA-DETAIL-KEY TO JRN-KEY.
      *
           EXEC CICS
               READ FILE('JRNAB2')
                    INTO(MASTER-JOURNAL-RECORD)
                    RIDFLD(JRN-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM 2820-FORMAT-DETAIL
                   MOVE 'Press Enter or F3 to go back to the list.'
                       TO JRQ-D-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'That change is no longer on the journal.  Press
      -                 ' F3 for the list.' TO JRQ-D-LINE(1)
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2810-CLEAR-DETAIL-LINE.
      *
           MOVE SPACE TO JRQ-D-LINE(LINE-SUB).
      *
       2820-FORMAT-DETAIL.
      *
           MOVE JRN-FILE-NAME      TO CD1-FILE.
           MOVE JRN-RECORD-KEY     TO CD1-RECORD-KEY.
           MOVE CHANGE-DETAIL-LINE-1 TO JRQ-D-LINE(1).
      *
           EVALUATE TRUE
               WHEN JRN-ACTION-ADD
                   MOVE 'ADD'    TO CD2-ACTION
               WHEN JRN-ACTION-CHANGE
                   MOVE 'CHANGE' TO CD2-ACTION
               WHEN OTHER
                   MOVE 'DELETE' TO CD2-ACTION
           END-EVALUATE.
           MOVE JRN-CHANGE-DATE    TO CD2-DATE.
           MOVE JRN-CHANGE-TIME    TO CD2-TIME.
           MOVE JRN-OPERATOR       TO CD2-OPERATOR.
           MOVE JRN-TERMINAL       TO CD2-TERMINAL.
           MOVE JRN-TRANSACTION    TO CD2-TRANSACTION.
           MOVE JRN-PROGRAM        TO CD2-PROGRAM.
           MOVE CHANGE-DETAIL-LINE-2 TO JRQ-D-LINE(2).
           MOVE CHANGE-DETAIL-RULER  TO JRQ-D-LINE(3).
      *
           ADD 74 JRN-RECORD-LENGTH GIVING IMAGE-LINES.
           DIVIDE 75 INTO IMAGE-LINES.
           IF IMAGE-LINES < 1 OR IMAGE-LINES > 4
               MOVE 4 TO IMAGE-LINES
           END-IF.
      *
           MOVE 'B' TO IMAGE-TYPE.
           MOVE 3   TO IMAGE-BASE.
           IF JRN-ACTION-ADD
               MOVE SPACE TO IMAGE-LINE
               MOVE 'B'   TO IML-TYPE
               MOVE 1     TO IML-OFFSET
               MOVE '(NONE - RECORD ADDED)' TO IML-DATA
               MOVE IMAGE-LINE TO JRQ-D-LINE(4)
           ELSE
               MOVE JRN-BEFORE-IMAGE TO DETAIL-IMAGE
               PERFORM 2830-PREPARE-IMAGE
               PERFORM 2840-FORMAT-IMAGE-LINE
                   VARYING IMAGE-SUB FROM 1 BY 1
                     UNTIL IMAGE-SUB > IMAGE-LINES
           END-IF.
      *
           MOVE 'A' TO IMAGE-TYPE.
           MOVE 7   TO IMAGE-BASE.
           IF JRN-ACTION-DELETE
               MOVE SPACE TO IMAGE-LINE
               MOVE 'A'   TO IML-TYPE
               MOVE 1     TO IML-OFFSET
               MOVE '(NONE - RECORD DELETED)' TO IML-DATA
               MOVE IMAGE-LINE TO JRQ-D-LINE(8)
           ELSE
               MOVE JRN-AFTER-IMAGE TO DETAIL-IMAGE
               PERFORM 2830-PREPARE-IMAGE
               PERFORM 2840-FORMAT-IMAGE-LINE
                   VARYING IMAGE-SUB FROM 1 BY 1
                     UNTIL IMAGE-SUB > IMAGE-LINES
           END-IF.
      *
      *    AN OPERATOR RECORD CARRIES THE PASSWORD IN BYTES 5-12.
      *
       2830-PREPARE-IMAGE.
      *
           IF JRN-FILE-NAME = 'OPRAB2'
               MOVE ALL '*' TO DETAIL-IMAGE(5:8)
           END-IF.
           INSPECT DETAIL-IMAGE
               CONVERTING UNPRINTABLE-CHARACTERS TO PRINTABLE-DOTS.
      *
       2840-FORMAT-IMAGE-LINE.
      *
           COMPUTE LINE-SUB = IMAGE-BASE + IMAGE-SUB.
           COMPUTE IMAGE-OFFSET = (IMAGE-SUB - 1) * 75 + 1.
           MOVE IMAGE-TYPE   TO IML-TYPE.
           MOVE IMAGE-OFFSET TO IML-OFFSET.
           MOVE DETAIL-IMAGE(IMAGE-OFFSET:75) TO IML-DATA.
           MOVE IMAGE-LINE   TO JRQ-D-LINE(LINE-SUB).
      *
       6000-OPEN-JRN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('JRNAB2')
                   OPENSTATUS(JRN-OPEN-STATUS)
                   ENABLESTATUS(JRN-ENABLE-STATUS)
           END-EXEC.
      *
           IF JRN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('JRNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO JRN-OPEN
           ELSE IF JRN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('165')
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
