       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  ALTQAB2.
      *
      *****************************************************************
      * OPERATOR ALERT INBOX.  LISTS THE ALERTS ON ALTAB2 THAT THE
      * SIGNED-ON OPERATOR IS TO WORK: THOSE ASSIGNED TO THE OPERATOR
      * BY ID, THOSE ASSIGNED TO THE OPERATOR'S ROLE (OPER-ROLE ON
      * OPRAB2) AND, FOR A SUPERVISOR, EVERY ALERT.  ONLY NEW ALERTS
      * ARE LISTED UNLESS THE LIST OPTION IS A.  F8 CONTINUES THE
      * LIST AND F7 GOES BACK TO THE TOP.  KEYING A LIST LINE NUMBER
      * WITH ACTION 1 (OR NO ACTION) SHOWS THE ALERT IN DETAIL; 2
      * ACKNOWLEDGES IT, WITH THE NOTE KEYED; 3 REASSIGNS IT TO THE
      * OPERATOR (O) OR ROLE (R) KEYED, OR WITH NO ASSIGNMENT TYPE TO
      * THE SUPERVISORS.  A REASSIGNED ALERT GOES BACK TO NEW SO THE
      * NEW ASSIGNEE SEES IT.  THE SAME ACTIONS WORK FROM THE DETAIL
      * SCREEN, WHERE F3 GOES BACK TO THE LIST.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  ALT-OPEN                PIC X VALUE 'N'.
           02  ALT-OPEN-STATUS         PIC S9(8) COMP.
           02  ALT-ENABLE-STATUS       PIC S9(8) COMP.
           02  OPR-OPEN                PIC X VALUE 'N'.
           02  OPR-OPEN-STATUS         PIC S9(8) COMP.
           02  OPR-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  BROWSE-EOF-SW               PIC X(01)  VALUE 'N'.
               88  BROWSE-EOF                         VALUE 'Y'.
           05  ACCESS-OK-SW                PIC X(01)  VALUE 'N'.
               88  ACCESS-OK                          VALUE 'Y'.
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
           05  ACTION-KEY              PIC X(22).
           05  ACTION-MESSAGE          PIC X(79).
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  TODAY-YMD               PIC X(08).
           05  TIME-HHMMSS             PIC 9(06).
           05  TYPE-DESCRIPTION        PIC X(30).
      *
       01  ALERT-LIST-HEADING          PIC X(79) VALUE
           'NO  TY REFERENCE            S ASSIGNED RAISED   DESCRIPTION
      -    ''.
      *
       01  ALERT-LIST-LINE.
           05  ALL-NUMBER              PIC Z9.
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  ALL-TYPE                PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALL-REFERENCE           PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALL-STATUS              PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALL-ASSIGN-TYPE         PIC X(01).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALL-ASSIGNED-TO         PIC X(04).
           05  FILLER                  PIC X(03)  VALUE SPACE.
           05  ALL-RAISED-DATE         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALL-TEXT                PIC X(31).
      *
       01  ALERT-DETAIL-HEADING        PIC X(79) VALUE
           'ALERT DETAIL'.
      *
       01  ALERT-DETAIL-LINE.
           05  ADL-LABEL               PIC X(19).
           05  ADL-VALUE               PIC X(60).
      *
       01  ADL-WHEN-VALUE.
           05  ADW-DATE                PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ADW-TIME                PIC X(06).
           05  ADW-LITERAL             PIC X(04).
           05  ADW-WHO                 PIC X(08).
           05  FILLER                  PIC X(33)  VALUE SPACE.
      *
       01  ADL-SEEN-VALUE.
           05  ADS-DATE                PIC X(08).
           05  FILLER                  PIC X(09)  VALUE ' - SEEN '.
           05  ADS-COUNT               PIC ZZZ9.
           05  FILLER                  PIC X(06)  VALUE ' TIMES'.
           05  FILLER                  PIC X(33)  VALUE SPACE.
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-ALT-LIST                   VALUE '1'.
               88  PROCESS-ALT-DETAIL                 VALUE '2'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
           05  CA-OPERATOR-ROLE            PIC X(04).
           05  CA-LIST-OPTION              PIC X(01).
               88  CA-LIST-ALL                        VALUE 'A'.
           05  CA-PAGE-START-KEY           PIC X(22).
           05  CA-NEXT-PAGE-KEY            PIC X(22).
           05  CA-LINE-KEY                 PIC X(22)
                                           OCCURS 12 TIMES.
           05  CA-DETAIL-KEY               PIC X(22).
      *
       COPY ALERT.
      *
       COPY OPERMAS.
      *
       COPY ALQSAB2.
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
       01  DFHCOMMAREA                     PIC X(372).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-ALERT-INBOX.
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
                   MOVE SPACE TO CA-LIST-OPTION
                   PERFORM 1050-GET-OPERATOR-ROLE
                   SET PROCESS-ALT-LIST TO TRUE
                   PERFORM 1450-RESET-LIST-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   SET PROCESS-ALT-LIST TO TRUE
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
               WHEN EIBAID = DFHPF3 AND PROCESS-ALT-LIST
                   EXEC CICS
                       XCTL PROGRAM('UUMENAB2')
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHPF3
                   PERFORM 1500-RETURN-TO-LIST
      *
               WHEN EIBAID = DFHPF7 AND PROCESS-ALT-LIST
                   MOVE LOW-VALUE TO ALQMAP1
                   MOVE LOW-VALUE TO CA-PAGE-START-KEY
                   PERFORM 1600-LIST-ALERTS
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1400-SEND-ALERT-MAP
      *
               WHEN EIBAID = DFHPF8 AND PROCESS-ALT-LIST
                   PERFORM 1550-CONTINUE-LIST
      *
               WHEN EIBAID = DFHENTER AND PROCESS-ALT-LIST
                   PERFORM 1000-PROCESS-LIST-SCREEN
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 2000-PROCESS-DETAIL-SCREEN
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO ALQMAP1
                   MOVE 'Invalid key pressed.' TO ALQ-D-MESSAGE
                   MOVE -1 TO ALQ-L-SELECT
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-ALERT-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('ALAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
      *****************************************************************
      *    LIST MODE.  A LINE NUMBER TAKES THE ACTION KEYED AGAINST
      *    THAT ALERT; OTHERWISE THE LIST OPTION KEYED STARTS A FRESH
      *    LIST FROM THE TOP.
      *****************************************************************
       1000-PROCESS-LIST-SCREEN.
      *
           PERFORM 1100-RECEIVE-ALERT-MAP.
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO ALQ-H-OPTION
                                     ALQ-H-SELECT
                                     ALQ-H-ACTION
                                     ALQ-H-ASGTYP
                                     ALQ-H-ASGTO.
      *
           IF ALQ-D-OPTION NOT = SPACE AND ALQ-D-OPTION NOT = 'A'
               MOVE ATTR-REVERSE TO ALQ-H-OPTION
               MOVE -1 TO ALQ-L-OPTION
               MOVE 'List option must be A (all alerts) or blank (new a
      -             'lerts only).' TO ALQ-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ALERT-MAP
           ELSE
               IF ALQ-D-SELECT = SPACE
                   IF ALQ-D-ACTION NOT = SPACE
                       MOVE ATTR-REVERSE TO ALQ-H-SELECT
                       MOVE -1 TO ALQ-L-SELECT
                       MOVE 'Key the line number of the alert to act on
      -                     '.' TO ALQ-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-ALERT-MAP
                   ELSE
                       MOVE ALQ-D-OPTION TO CA-LIST-OPTION
                       MOVE LOW-VALUE TO CA-PAGE-START-KEY
                       MOVE LOW-VALUE TO ALQMAP1
                       PERFORM 1600-LIST-ALERTS
                       SET SEND-DATAONLY TO TRUE
                       PERFORM 1400-SEND-ALERT-MAP
                   END-IF
               ELSE
                   PERFORM 1200-EDIT-SELECTION
                   IF VALID-DATA
                       PERFORM 1300-EDIT-ACTION
                   END-IF
                   IF VALID-DATA
                       MOVE CA-LINE-KEY(SELECT-NUMBER) TO ACTION-KEY
                       PERFORM 1070-TAKE-LIST-ACTION
                   ELSE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-ALERT-MAP
                   END-IF
               END-IF
           END-IF.
      *
      *    THE OPERATOR'S ROLE IS TAKEN FROM OPRAB2 ONCE, WHEN THE
      *    INBOX IS ENTERED, AND CARRIED ON THE COMMAREA.
      *
       1050-GET-OPERATOR-ROLE.
      *
           MOVE SPACE TO CA-OPERATOR-ROLE.
           PERFORM 6100-OPEN-OPR-FILE.
           MOVE SC-OPERATOR-ID TO OPER-ID.
      *
           EXEC CICS
               READ FILE('OPRAB2')
                    INTO(OPERATOR-RECORD)
                    RIDFLD(OPER-ID)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE OPER-ROLE TO CA-OPERATOR-ROLE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1070-TAKE-LIST-ACTION.
      *
           EVALUATE ALQ-D-ACTION
               WHEN '2'
                   PERFORM 3000-ACKNOWLEDGE-ALERT
               WHEN '3'
                   PERFORM 3100-REASSIGN-ALERT
               WHEN OTHER
                   MOVE ACTION-KEY TO CA-DETAIL-KEY
                   SET PROCESS-ALT-DETAIL TO TRUE
                   MOVE LOW-VALUE TO ALQMAP1
                   PERFORM 2800-SHOW-DETAIL
                   MOVE -1 TO ALQ-L-ACTION
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-ALERT-MAP
           END-EVALUATE.
      *
           IF ALQ-D-ACTION = '2' OR ALQ-D-ACTION = '3'
               MOVE LOW-VALUE TO ALQMAP1
               PERFORM 1600-LIST-ALERTS
               MOVE ACTION-MESSAGE TO ALQ-D-MESSAGE
               IF VALID-DATA
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
               END-IF
               PERFORM 1400-SEND-ALERT-MAP
           END-IF.
      *
       1100-RECEIVE-ALERT-MAP.
      *
           EXEC CICS
               RECEIVE MAP('ALQMAB2')
                       MAPSET('ALQSAB2')
                       INTO(ALQMAP1)
           END-EXEC.
      *
           INSPECT ALQMAP1
                REPLACING ALL '_' BY SPACE.
      *
           INSPECT ALQ-D-OPTION REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ALQ-D-SELECT REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ALQ-D-ACTION REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ALQ-D-NOTE   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ALQ-D-ASGTYP REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT ALQ-D-ASGTO  REPLACING ALL LOW-VALUE BY SPACE.
      *
      *    A ONE-DIGIT LINE NUMBER MAY BE KEYED IN EITHER POSITION.
      *
       1200-EDIT-SELECTION.
      *
           IF ALQ-D-SELECT(2:1) = SPACE
               MOVE ALQ-D-SELECT(1:1) TO ALQ-D-SELECT(2:1)
               MOVE '0' TO ALQ-D-SELECT(1:1)
           END-IF.
           IF ALQ-D-SELECT(1:1) = SPACE
               MOVE '0' TO ALQ-D-SELECT(1:1)
           END-IF.
      *
           IF ALQ-D-SELECT NUMERIC
               MOVE ALQ-D-SELECT TO SELECT-NUMBER
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
               MOVE ATTR-REVERSE TO ALQ-H-SELECT
               MOVE -1 TO ALQ-L-SELECT
               MOVE 'Key the number of an alert listed below.'
                   TO ALQ-D-MESSAGE
           END-IF.
      *
      *****************************************************************
      *    THE ACTION MUST BE 1, 2 OR 3 (BLANK IS 1).  A REASSIGNMENT
      *    TO AN OPERATOR NEEDS AN OPERATOR ON OPRAB2, TO A ROLE NEEDS
      *    THE ROLE, AND TO THE SUPERVISORS NEEDS NOTHING KEYED.
      *****************************************************************
       1300-EDIT-ACTION.
      *
           EVALUATE TRUE
               WHEN        ALQ-D-ACTION NOT = SPACE
                       AND ALQ-D-ACTION NOT = '1'
                       AND ALQ-D-ACTION NOT = '2'
                       AND ALQ-D-ACTION NOT = '3'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO ALQ-H-ACTION
                   MOVE -1 TO ALQ-L-ACTION
                   MOVE 'Action must be 1 (view), 2 (acknowledge) or 3
      -                 '(reassign).' TO ALQ-D-MESSAGE
               WHEN ALQ-D-ACTION NOT = '3'
                   CONTINUE
               WHEN        ALQ-D-ASGTYP NOT = 'O'
                       AND ALQ-D-ASGTYP NOT = 'R'
                       AND ALQ-D-ASGTYP NOT = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO ALQ-H-ASGTYP
                   MOVE -1 TO ALQ-L-ASGTYP
                   MOVE 'Assign type must be O (operator), R (role) or
      -                 'blank (supervisors).' TO ALQ-D-MESSAGE
               WHEN ALQ-D-ASGTYP = SPACE AND ALQ-D-ASGTO NOT = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO ALQ-H-ASGTO
                   MOVE -1 TO ALQ-L-ASGTO
                   MOVE 'Leave assign to blank to send the alert to the
      -                 ' supervisors.' TO ALQ-D-MESSAGE
               WHEN ALQ-D-ASGTYP NOT = SPACE AND ALQ-D-ASGTO = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO ALQ-H-ASGTO
                   MOVE -1 TO ALQ-L-ASGTO
                   MOVE 'Key the operator ID or role to assign it to.'
                       TO ALQ-D-MESSAGE
               WHEN ALQ-D-ASGTYP = 'O'
                   PERFORM 1310-EDIT-ASSIGN-OPERATOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       1310-EDIT-ASSIGN-OPERATOR.
      *
           PERFORM 6100-OPEN-OPR-FILE.
           MOVE ALQ-D-ASGTO TO OPER-ID.
      *
           EXEC CICS
               READ FILE('OPRAB2')
                    INTO(OPERATOR-RECORD)
                    RIDFLD(OPER-ID)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF NOT OPER-ACTIVE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO ALQ-H-ASGTO
                       MOVE -1 TO ALQ-L-ASGTO
                       MOVE 'That operator is disabled.'
                           TO ALQ-D-MESSAGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO ALQ-H-ASGTO
                   MOVE -1 TO ALQ-L-ASGTO
                   MOVE 'That operator is not on the operator file.'
                       TO ALQ-D-MESSAGE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1400-SEND-ALERT-MAP.
      *
           MOVE 'ALAB' TO ALQ-D-TRANID.
           IF PROCESS-ALT-DETAIL
               MOVE 'F3=List  F12=Cancel' TO ALQ-D-FKEY
               MOVE 'Key 2 to acknowledge or 3 to reassign this alert.
      -             ' Then press Enter.' TO ALQ-D-INSTR
           ELSE
               MOVE 'F3=Exit  F7=Top  F8=More alerts  F12=Cancel'
                   TO ALQ-D-FKEY
               MOVE 'Key a line number and an action: 1 view, 2 acknow
      -             'ledge, 3 reassign.' TO ALQ-D-INSTR
           END-IF.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('ALQMAB2')
                            MAPSET('ALQSAB2')
                            FROM(ALQMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('ALQMAB2')
                            MAPSET('ALQSAB2')
                            FROM(ALQMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('ALQMAB2')
                            MAPSET('ALQSAB2')
                            FROM(ALQMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-LIST-SCREEN.
      *
           MOVE LOW-VALUE TO ALQMAP1.
           MOVE LOW-VALUE TO CA-PAGE-START-KEY.
           PERFORM 1600-LIST-ALERTS.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-ALERT-MAP.
      *
      *    BACK FROM AN ALERT TO THE PAGE OF THE LIST IT CAME FROM.
      *
       1500-RETURN-TO-LIST.
      *
           SET PROCESS-ALT-LIST TO TRUE.
           MOVE LOW-VALUE TO ALQMAP1.
           PERFORM 1600-LIST-ALERTS.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-ALERT-MAP.
      *
       1550-CONTINUE-LIST.
      *
           MOVE LOW-VALUE TO ALQMAP1.
           IF        CA-NEXT-PAGE-KEY = LOW-VALUE
                  OR CA-NEXT-PAGE-KEY = SPACE
               PERFORM 1600-LIST-ALERTS
               MOVE 'There are no more alerts to list.'
                   TO ALQ-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
           ELSE
               MOVE CA-NEXT-PAGE-KEY TO CA-PAGE-START-KEY
               PERFORM 1600-LIST-ALERTS
               SET SEND-DATAONLY TO TRUE
           END-IF.
           PERFORM 1400-SEND-ALERT-MAP.
      *
      *****************************************************************
      *    LIST UP TO TWELVE ALERTS FROM CA-PAGE-START-KEY, SKIPPING
      *    THOSE NOT FOR THIS OPERATOR AND, UNLESS OPTION A, THOSE
      *    ALREADY ACKNOWLEDGED.  A THIRTEENTH ALERT THAT WOULD BE
      *    LISTED IS KEPT AS THE PLACE F8 CARRIES ON FROM.
      *****************************************************************
       1600-LIST-ALERTS.
      *
           PERFORM 6000-OPEN-ALT-FILE.
      *
           MOVE ALERT-LIST-HEADING TO ALQ-D-LISTHDG.
           MOVE CA-LIST-OPTION     TO ALQ-D-OPTION.
           PERFORM 1610-CLEAR-LIST-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 12.
           MOVE ZERO      TO LINE-SUB.
           MOVE LOW-VALUE TO CA-NEXT-PAGE-KEY.
           MOVE 'N'       TO BROWSE-EOF-SW.
           MOVE CA-PAGE-START-KEY TO ALT-KEY.
      *
           EXEC CICS
               STARTBR FILE('ALTAB2')
                       RIDFLD(ALT-KEY)
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
           PERFORM 1620-READ-NEXT-ALERT
               UNTIL BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('ALTAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           EVALUATE TRUE
               WHEN LINE-SUB = ZERO
                   MOVE 'There are no alerts for you to work.'
                       TO ALQ-D-MESSAGE
               WHEN CA-NEXT-PAGE-KEY = LOW-VALUE
                   MOVE 'Key a line number and action, then press Ente
      -                 'r.' TO ALQ-D-MESSAGE
               WHEN OTHER
                   MOVE 'Key a line number and action, or F8 for more.'
                       TO ALQ-D-MESSAGE
           END-EVALUATE.
           MOVE -1 TO ALQ-L-SELECT.
      *
       1610-CLEAR-LIST-LINE.
      *
           MOVE SPACE TO ALQ-D-LINE(LINE-SUB).
           MOVE SPACE TO CA-LINE-KEY(LINE-SUB).
      *
       1620-READ-NEXT-ALERT.
      *
           EXEC CICS
               READNEXT FILE('ALTAB2')
                        INTO(ALERT-RECORD)
                        RIDFLD(ALT-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN ALT-STATUS-ACKNOWLEDGED AND NOT CA-LIST-ALL
                   CONTINUE
               WHEN OTHER
                   PERFORM 1700-CHECK-ALERT-ACCESS
                   IF ACCESS-OK
                       IF LINE-SUB < 12
                           ADD 1 TO LINE-SUB
                           PERFORM 1640-FORMAT-ALERT-LINE
                       ELSE
                           MOVE ALT-KEY TO CA-NEXT-PAGE-KEY
                           MOVE 'Y' TO BROWSE-EOF-SW
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       1640-FORMAT-ALERT-LINE.
      *
           MOVE LINE-SUB           TO ALL-NUMBER.
           MOVE ALT-TYPE           TO ALL-TYPE.
           MOVE ALT-REFERENCE      TO ALL-REFERENCE.
           MOVE ALT-STATUS         TO ALL-STATUS.
           MOVE ALT-ASSIGN-TYPE    TO ALL-ASSIGN-TYPE.
           MOVE ALT-ASSIGNED-TO    TO ALL-ASSIGNED-TO.
           MOVE ALT-RAISED-DATE    TO ALL-RAISED-DATE.
           MOVE ALT-TEXT           TO ALL-TEXT.
           MOVE ALERT-LIST-LINE    TO ALQ-D-LINE(LINE-SUB).
           MOVE ALT-KEY            TO CA-LINE-KEY(LINE-SUB).
      *
      *****************************************************************
      *    A SUPERVISOR MAY WORK ANY ALERT.  ANYONE ELSE MAY WORK AN
      *    ALERT ASSIGNED TO THEIR OPERATOR ID OR TO THEIR ROLE.
      *****************************************************************
       1700-CHECK-ALERT-ACCESS.
      *
           MOVE 'N' TO ACCESS-OK-SW.
           EVALUATE TRUE
               WHEN SC-SECURITY-LEVEL = 9
                   MOVE 'Y' TO ACCESS-OK-SW
               WHEN        ALT-ASSIGNED-OPERATOR
                       AND ALT-ASSIGNED-TO = SC-OPERATOR-ID
                   MOVE 'Y' TO ACCESS-OK-SW
               WHEN        ALT-ASSIGNED-ROLE
                       AND CA-OPERATOR-ROLE NOT = SPACE
                       AND ALT-ASSIGNED-TO = CA-OPERATOR-ROLE
                   MOVE 'Y' TO ACCESS-OK-SW
           END-EVALUATE.
      *
      *****************************************************************
      *    DETAIL MODE.  THE ACTION KEYED IS TAKEN AGAINST THE ALERT
      *    SHOWN, WHICH IS THEN SHOWN AGAIN AS IT NOW STANDS.
      *****************************************************************
       2000-PROCESS-DETAIL-SCREEN.
      *
           PERFORM 1100-RECEIVE-ALERT-MAP.
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO ALQ-H-ACTION
                                     ALQ-H-ASGTYP
                                     ALQ-H-ASGTO.
           MOVE SPACE TO ACTION-MESSAGE.
      *
           PERFORM 1300-EDIT-ACTION.
           IF VALID-DATA
               MOVE CA-DETAIL-KEY TO ACTION-KEY
               EVALUATE ALQ-D-ACTION
                   WHEN '2'
                       PERFORM 3000-ACKNOWLEDGE-ALERT
                   WHEN '3'
                       PERFORM 3100-REASSIGN-ALERT
               END-EVALUATE
               MOVE LOW-VALUE TO ALQMAP1
               PERFORM 2800-SHOW-DETAIL
               IF ACTION-MESSAGE NOT = SPACE
                   MOVE ACTION-MESSAGE TO ALQ-D-MESSAGE
               END-IF
               MOVE -1 TO ALQ-L-ACTION
               IF VALID-DATA
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
               END-IF
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ALERT-MAP.
      *
      *****************************************************************
      *    SHOW THE ALERT AT CA-DETAIL-KEY ONE FIELD TO A LINE.
      *****************************************************************
       2800-SHOW-DETAIL.
      *
           PERFORM 6000-OPEN-ALT-FILE.
           MOVE ALERT-DETAIL-HEADING TO ALQ-D-LISTHDG.
           PERFORM 2810-CLEAR-DETAIL-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 12.
           MOVE CA-DETAIL-KEY TO ALT-KEY.
      *
           EXEC CICS
               READ FILE('ALTAB2')
                    INTO(ALERT-RECORD)
                    RIDFLD(ALT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM 2820-FORMAT-DETAIL
                   MOVE 'Key an action, or F3 to go back to the list.'
                       TO ALQ-D-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'That alert is no longer on file.  Press F3 fo
      -                 'r the list.' TO ALQ-D-LINE(1)
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2810-CLEAR-DETAIL-LINE.
      *
           MOVE SPACE TO ALQ-D-LINE(LINE-SUB).
      *
       2820-FORMAT-DETAIL.
      *
           EVALUATE TRUE
               WHEN ALT-CREDIT-HOLD
                   MOVE 'ORDER HELD FOR CREDIT' TO TYPE-DESCRIPTION
               WHEN ALT-PROMISE-BROKEN
                   MOVE 'BROKEN PAYMENT PROMISE' TO TYPE-DESCRIPTION
               WHEN ALT-STOCKOUT
                   MOVE 'STOCKOUT ON A BACKORDERED ITEM'
                       TO TYPE-DESCRIPTION
               WHEN ALT-VOUCHER-HELD
                   MOVE 'VOUCHER HELD FOR VARIANCE' TO TYPE-DESCRIPTION
               WHEN ALT-JOB-RUNNING
                   MOVE 'BATCH JOB LEFT RUNNING' TO TYPE-DESCRIPTION
               WHEN ALT-QUARANTINE
                   MOVE 'STOCK IN QUARANTINE' TO TYPE-DESCRIPTION
               WHEN OTHER
                   MOVE SPACE TO TYPE-DESCRIPTION
           END-EVALUATE.
      *
           MOVE SPACE TO ALERT-DETAIL-LINE.
           MOVE 'Alert type' TO ADL-LABEL.
           MOVE ALT-TYPE TO ADL-VALUE(1:2).
           MOVE TYPE-DESCRIPTION TO ADL-VALUE(4:30).
           MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(1).
      *
           MOVE SPACE TO ALERT-DETAIL-LINE.
           MOVE 'Reference' TO ADL-LABEL.
           MOVE ALT-REFERENCE TO ADL-VALUE.
           MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(2).
      *
           MOVE SPACE TO ALERT-DETAIL-LINE.
           MOVE 'Status' TO ADL-LABEL.
           IF ALT-STATUS-ACKNOWLEDGED
               MOVE 'ACKNOWLEDGED' TO ADL-VALUE
           ELSE
               MOVE 'NEW' TO ADL-VALUE
           END-IF.
           MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(3).
      *
           MOVE SPACE TO ALERT-DETAIL-LINE.
           MOVE 'Assigned to' TO ADL-LABEL.
           EVALUATE TRUE
               WHEN ALT-ASSIGNED-OPERATOR
                   MOVE 'OPERATOR' TO ADL-VALUE(1:8)
                   MOVE ALT-ASSIGNED-TO TO ADL-VALUE(10:4)
               WHEN ALT-ASSIGNED-ROLE
                   MOVE 'ROLE' TO ADL-VALUE(1:4)
                   MOVE ALT-ASSIGNED-TO TO ADL-VALUE(6:4)
               WHEN OTHER
                   MOVE 'SUPERVISORS' TO ADL-VALUE
           END-EVALUATE.
           MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(4).
      *
           MOVE SPACE TO ALERT-DETAIL-LINE.
           MOVE 'Raised' TO ADL-LABEL.
           MOVE ALT-RAISED-DATE TO ADW-DATE.
           MOVE ALT-RAISED-TIME TO ADW-TIME.
           MOVE ' BY '          TO ADW-LITERAL.
           MOVE ALT-RAISED-BY   TO ADW-WHO.
           MOVE ADL-WHEN-VALUE  TO ADL-VALUE.
           MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(5).
      *
           MOVE SPACE TO ALERT-DETAIL-LINE.
           MOVE 'Last seen' TO ADL-LABEL.
           MOVE ALT-LAST-SEEN-DATE TO ADS-DATE.
           MOVE ALT-SEEN-COUNT     TO ADS-COUNT.
           MOVE ADL-SEEN-VALUE     TO ADL-VALUE.
           MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(6).
      *
           MOVE SPACE TO ALERT-DETAIL-LINE.
           MOVE 'Description' TO ADL-LABEL.
           MOVE ALT-TEXT TO ADL-VALUE.
           MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(7).
      *
           IF ALT-ACK-OPERATOR NOT = SPACE
               MOVE SPACE TO ALERT-DETAIL-LINE
               MOVE 'Acknowledged' TO ADL-LABEL
               MOVE ALT-ACK-DATE     TO ADW-DATE
               MOVE ALT-ACK-TIME     TO ADW-TIME
               MOVE ' BY '           TO ADW-LITERAL
               MOVE ALT-ACK-OPERATOR TO ADW-WHO
               MOVE ADL-WHEN-VALUE   TO ADL-VALUE
               MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(8)
           END-IF.
      *
           IF ALT-REASSIGNED-BY NOT = SPACE
               MOVE SPACE TO ALERT-DETAIL-LINE
               MOVE 'Last reassigned' TO ADL-LABEL
               MOVE ALT-REASSIGN-DATE TO ADW-DATE
               MOVE SPACE             TO ADW-TIME
               MOVE ' BY '            TO ADW-LITERAL
               MOVE ALT-REASSIGNED-BY TO ADW-WHO
               MOVE ADL-WHEN-VALUE    TO ADL-VALUE
               MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(9)
           END-IF.
      *
           MOVE SPACE TO ALERT-DETAIL-LINE.
           MOVE 'Note' TO ADL-LABEL.
           MOVE ALT-NOTE TO ADL-VALUE.
           MOVE ALERT-DETAIL-LINE TO ALQ-D-LINE(10).
      *
      *****************************************************************
      *    ACKNOWLEDGE THE ALERT AT ACTION-KEY.  THE ACTION MESSAGE
      *    SAYS HOW IT WENT; VALID-DATA-SW IS N WHEN IT COULD NOT BE
      *    DONE.
      *****************************************************************
       3000-ACKNOWLEDGE-ALERT.
      *
           PERFORM 3900-READ-ALERT-FOR-UPDATE.
           IF VALID-DATA
               IF ALT-STATUS-ACKNOWLEDGED
                   EXEC CICS
                       UNLOCK FILE('ALTAB2')
                   END-EXEC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That alert is already acknowledged.'
                       TO ACTION-MESSAGE
               ELSE
                   PERFORM 3950-GET-CURRENT-TIME
                   SET ALT-STATUS-ACKNOWLEDGED TO TRUE
                   MOVE SC-OPERATOR-ID TO ALT-ACK-OPERATOR
                   MOVE TODAY-YMD      TO ALT-ACK-DATE
                   MOVE TIME-HHMMSS    TO ALT-ACK-TIME
                   IF ALQ-D-NOTE NOT = SPACE
                       MOVE ALQ-D-NOTE TO ALT-NOTE
                   END-IF
                   PERFORM 3990-REWRITE-ALERT
                   MOVE 'Alert acknowledged.' TO ACTION-MESSAGE
               END-IF
           END-IF.
      *
      *****************************************************************
      *    REASSIGN THE ALERT AT ACTION-KEY AND PUT IT BACK TO NEW
      *    FOR ITS NEW OWNER.
      *****************************************************************
       3100-REASSIGN-ALERT.
      *
           PERFORM 3900-READ-ALERT-FOR-UPDATE.
           IF VALID-DATA
               PERFORM 3950-GET-CURRENT-TIME
               MOVE ALQ-D-ASGTYP   TO ALT-ASSIGN-TYPE
               MOVE ALQ-D-ASGTO    TO ALT-ASSIGNED-TO
               SET ALT-STATUS-NEW  TO TRUE
               MOVE SC-OPERATOR-ID TO ALT-REASSIGNED-BY
               MOVE TODAY-YMD      TO ALT-REASSIGN-DATE
               IF ALQ-D-NOTE NOT = SPACE
                   MOVE ALQ-D-NOTE TO ALT-NOTE
               END-IF
               PERFORM 3990-REWRITE-ALERT
               MOVE 'Alert reassigned.' TO ACTION-MESSAGE
           END-IF.
      *
       3900-READ-ALERT-FOR-UPDATE.
      *
           PERFORM 6000-OPEN-ALT-FILE.
           MOVE ACTION-KEY TO ALT-KEY.
      *
           EXEC CICS
               READ FILE('ALTAB2')
                    INTO(ALERT-RECORD)
                    RIDFLD(ALT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM 1700-CHECK-ALERT-ACCESS
                   IF NOT ACCESS-OK
                       EXEC CICS
                           UNLOCK FILE('ALTAB2')
                       END-EXEC
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'That alert is no longer assigned to you.'
                           TO ACTION-MESSAGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That alert is no longer on file.'
                       TO ACTION-MESSAGE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       3950-GET-CURRENT-TIME.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(TODAY-YMD)
           END-EXEC.
           MOVE EIBTIME TO TIME-HHMMSS.
      *
       3990-REWRITE-ALERT.
      *
           EXEC CICS
               REWRITE FILE('ALTAB2')
                       FROM(ALERT-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       6000-OPEN-ALT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('ALTAB2')
                   OPENSTATUS(ALT-OPEN-STATUS)
                   ENABLESTATUS(ALT-ENABLE-STATUS)
           END-EXEC.
      *
           IF ALT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('ALTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO ALT-OPEN
           ELSE IF ALT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('162')
               END-EXEC
           END-IF.
      *
       6100-OPEN-OPR-FILE.
      *
           EXEC CICS
               INQUIRE FILE('OPRAB2')
                   OPENSTATUS(OPR-OPEN-STATUS)
                   ENABLESTATUS(OPR-ENABLE-STATUS)
           END-EXEC.
      *
           IF OPR-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('OPRAB2') OPEN
               END-EXEC
               MOVE 'Y' TO OPR-OPEN
           ELSE IF OPR-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('122')
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
