       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RRQMAB2.
      *
      *****************************************************************
      * REPORT REQUEST.  AN OPERATOR ASKS FOR A BATCH REPORT HERE
      * INSTEAD OF CALLING OPERATIONS.  ACTION 1 REQUESTS THE REPORT
      * KEYED, WITH WHICHEVER PARAMETERS IT TAKES (SEE RPTCAT - DATE
      * RANGE, MONTH, CUSTOMER, WAREHOUSE, CATEGORY, COMPANY, LOT OR
      * ARCHIVE REFERENCE); ACTION 2 CANCELS ONE OF THE OPERATOR'S
      * OWN REQUESTS, BY ITS DATE AND TIME, WHILE IT IS STILL QUEUED;
      * A BLANK ACTION JUST REFRESHES THE LIST.  THE REPORT MUST BE
      * ON THE CATALOG AND THE OPERATOR'S SECURITY LEVEL AT LEAST THE
      * REPORT'S MINIMUM.  A COMPANY, CUSTOMER OR WAREHOUSE IS HELD
      * TO THE OPERATOR'S COMPANY AUTHORITY THROUGH COMAUAB2, AND
      * ONLY A SUPERVISOR MAY RUN ALL COMPANIES TOGETHER.  THE
      * REQUEST IS WRITTEN TO RRQAB2 QUEUED; RRQDSB2 SUBMITS IT AND
      * THE JOB ITSELF MARKS IT COMPLETE OR FAILED.  THE LIST SHOWS
      * THE OPERATOR'S TWELVE MOST RECENT REQUESTS WITH THEIR STATUS,
      * AND F5 LISTS THE REPORTS THE OPERATOR MAY ASK FOR.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  RRQ-OPEN                PIC X VALUE 'N'.
           02  RRQ-OPEN-STATUS         PIC S9(8) COMP.
           02  RRQ-ENABLE-STATUS       PIC S9(8) COMP.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
           02  WRH-OPEN                PIC X VALUE 'N'.
           02  WRH-OPEN-STATUS         PIC S9(8) COMP.
           02  WRH-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  RRQ-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  RRQ-BROWSE-EOF                     VALUE 'Y'.
           05  DATE-VALID-SW               PIC X(01)  VALUE 'N'.
               88  DATE-VALID                         VALUE 'Y'.
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
           05  SHIFT-SUB               PIC S9(03)  COMP-3  VALUE ZERO.
           05  REQUEST-COUNT           PIC S9(05)  COMP-3  VALUE ZERO.
           05  WS-TODAY-YMD            PIC X(08).
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  TIME-HHMMSS             PIC 9(06).
           05  CHECK-COMPANY           PIC X(02).
           05  DATE-WORK               PIC X(08).
           05  DATE-WORK-R REDEFINES DATE-WORK.
               10  DW-YYYY             PIC 9(04).
               10  DW-MM               PIC 9(02).
               10  DW-DD               PIC 9(02).
               10  DW-DD-X REDEFINES DW-DD
                                       PIC X(02).
           05  REFERENCE-WORK          PIC X(10).
           05  REFERENCE-WORK-R REDEFINES REFERENCE-WORK.
               10  RW-NUMBER           PIC X(06).
               10  RW-REST             PIC X(04).
      *
       01  REQUEST-LIST-HEADING        PIC X(79) VALUE
           'DATE     TIME    REPORT    STATUS      MESSAGE'.
      *
       01  REQUEST-LIST-LINE.
           05  RLL-DATE                PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  RLL-TIME                PIC X(06).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-REPORT              PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-STATUS              PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  RLL-MESSAGE             PIC X(30).
           05  FILLER                  PIC X(10)  VALUE SPACE.
      *
       01  CATALOG-LIST-HEADING        PIC X(79) VALUE
           'REPORT    DESCRIPTION                     PARAMETERS'.
      *
       01  CATALOG-LIST-LINE.
           05  CLL-REPORT              PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  CLL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACE.
           05  CLL-PARAMETERS          PIC X(37).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-RRQ-ENTRY                  VALUE '1'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       COPY RPTREQ.
      *
       COPY RPTCAT.
      *
       COPY CUSTMAS.
      *
       COPY WHSMAST.
      *
       COPY COMPARM.
      *
       COPY RRQSAB2.
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
       01  DFHCOMMAREA                     PIC X(37).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-REPORT-REQUEST.
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
                   SET PROCESS-RRQ-ENTRY TO TRUE
                   PERFORM 1450-RESET-REQUEST-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1450-RESET-REQUEST-SCREEN
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('UUMENAB2')
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHPF5
                   PERFORM 1500-SHOW-REPORT-CATALOG
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-REQUEST-SCREEN
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RRQMAP1
                   MOVE 'Invalid key pressed.' TO RRQ-D-MESSAGE
                   MOVE -1 TO RRQ-L-ACTION
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-REQUEST-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('RQAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-REQUEST-SCREEN.
      *
           PERFORM 1100-RECEIVE-REQUEST-MAP.
           PERFORM 1200-EDIT-REQUEST-DATA.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN RRQ-D-ACTION = '1'
                       PERFORM 2100-QUEUE-REQUEST
                   WHEN RRQ-D-ACTION = '2'
                       PERFORM 2200-CANCEL-REQUEST
                   WHEN OTHER
                       MOVE 'Your report requests are listed below.'
                           TO RRQ-D-MESSAGE
                       MOVE -1 TO RRQ-L-ACTION
                       SET SEND-DATAONLY TO TRUE
               END-EVALUATE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
      *
           PERFORM 1600-LIST-REQUESTS.
           PERFORM 1400-SEND-REQUEST-MAP.
      *
       1100-RECEIVE-REQUEST-MAP.
      *
           EXEC CICS
               RECEIVE MAP('RRQMAB2')
                       MAPSET('RRQSAB2')
                       INTO(RRQMAP1)
           END-EXEC.
      *
           INSPECT RRQMAP1
                REPLACING ALL '_' BY SPACE.
      *
      *    A FIELD THE OPERATOR DID NOT TOUCH COMES BACK AS LOW-VALUE;
      *    THE REQUEST RECORD CARRIES IT AS SPACES.
      *
           INSPECT RRQ-D-ACTION  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-REPORT  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-FROM    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-TO      REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-CUSTNO  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-WHSE    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-CATG    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-COMPANY REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-REFER   REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-OPTION  REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RRQ-D-REQKEY  REPLACING ALL LOW-VALUE BY SPACE.
      *
       1200-EDIT-REQUEST-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO RRQ-H-ACTION
                                     RRQ-H-REPORT
                                     RRQ-H-FROM
                                     RRQ-H-TO
                                     RRQ-H-CUSTNO
                                     RRQ-H-WHSE
                                     RRQ-H-CATG
                                     RRQ-H-COMPANY
                                     RRQ-H-REFER
                                     RRQ-H-OPTION
                                     RRQ-H-REQKEY.
           MOVE SPACE TO RRQ-D-RPTDESC.
      *
           IF RRQ-D-ACTION = '2'
               IF RRQ-D-REQKEY = SPACE OR RRQ-D-REQKEY NOT NUMERIC
                   MOVE ATTR-REVERSE TO RRQ-H-REQKEY
                   MOVE -1 TO RRQ-L-REQKEY
                   MOVE 'Key the request date and time to cancel (YYYYM
      -                 'MDDHHMMSS).' TO RRQ-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF RRQ-D-ACTION = '1'
               PERFORM 1210-FIND-REPORT
               IF RCT-FOUND
                   MOVE RCT-DESCRIPTION(RCT-SUB) TO RRQ-D-RPTDESC
                   IF SC-SECURITY-LEVEL NOT < RCT-MIN-LEVEL(RCT-SUB)
                       PERFORM 1220-EDIT-PARAMETERS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN RRQ-D-REPORT = SPACE
                       MOVE ATTR-REVERSE TO RRQ-H-REPORT
                       MOVE -1 TO RRQ-L-REPORT
                       MOVE 'You must enter a report name.  Press F5 for
      -                     ' the list.' TO RRQ-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN NOT RCT-FOUND
                       MOVE ATTR-REVERSE TO RRQ-H-REPORT
                       MOVE -1 TO RRQ-L-REPORT
                       MOVE 'That report cannot be requested here.  Pres
      -                     's F5 for the list.' TO RRQ-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN SC-SECURITY-LEVEL < RCT-MIN-LEVEL(RCT-SUB)
                       MOVE ATTR-REVERSE TO RRQ-H-REPORT
                       MOVE -1 TO RRQ-L-REPORT
                       MOVE 'You are not authorized for that report.'
                           TO RRQ-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
               END-EVALUATE
           END-IF.
      *
           IF RRQ-D-ACTION NOT = SPACE AND '1' AND '2'
               MOVE ATTR-REVERSE TO RRQ-H-ACTION
               MOVE -1 TO RRQ-L-ACTION
               MOVE 'Action must be 1=Request, 2=Cancel, or blank to lis
      -             't.' TO RRQ-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1210-FIND-REPORT.
      *
           MOVE 'N' TO RCT-FOUND-SW.
           PERFORM 1215-MATCH-CATALOG-ENTRY
               VARYING RCT-SUB FROM 1 BY 1
                 UNTIL RCT-SUB > RCT-ENTRY-COUNT
                    OR RCT-FOUND.
           IF RCT-FOUND
               SUBTRACT 1 FROM RCT-SUB
           END-IF.
      *
       1215-MATCH-CATALOG-ENTRY.
      *
           IF RCT-REPORT-NAME(RCT-SUB) = RRQ-D-REPORT
               MOVE 'Y' TO RCT-FOUND-SW
           END-IF.
      *
      *****************************************************************
      *    EACH REPORT TAKES ONLY THE PARAMETERS ITS CARD CARRIES (SEE
      *    RPTCAT); ANYTHING ELSE KEYED IS IGNORED AND NOT SAVED.
      *****************************************************************
       1220-EDIT-PARAMETERS.
      *
           EVALUATE TRUE
               WHEN RCT-PARM-COMPANY(RCT-SUB)
                   PERFORM 1230-EDIT-COMPANY-PARM
               WHEN RCT-PARM-DATE-RANGE(RCT-SUB)
                   PERFORM 1240-EDIT-DATE-RANGE
               WHEN RCT-PARM-MONTH(RCT-SUB)
                   PERFORM 1245-EDIT-MONTH
               WHEN RCT-PARM-LOT(RCT-SUB)
                   PERFORM 1250-EDIT-LOT
               WHEN RCT-PARM-ARCHIVE(RCT-SUB)
                   PERFORM 1255-EDIT-ARCHIVE-REFERENCE
               WHEN RCT-PARM-WAREHOUSE(RCT-SUB)
                   PERFORM 1260-EDIT-COUNT-SELECTION
               WHEN RCT-PARM-CUSTOMER(RCT-SUB)
                   PERFORM 1270-EDIT-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    OPTION A RUNS EVERY COMPANY TOGETHER, THE WAY THE REPORT
      *    RUNS WITH NO COMSEL CARD; OTHERWISE THE COMPANY KEYED -
      *    BLANK IS THE HOME COMPANY - MUST BE ONE THE OPERATOR WORKS.
      *
       1230-EDIT-COMPANY-PARM.
      *
           EVALUATE TRUE
               WHEN RRQ-D-OPTION = 'A'
                   IF SC-SECURITY-LEVEL < 9
                       MOVE ATTR-REVERSE TO RRQ-H-OPTION
                       MOVE -1 TO RRQ-L-OPTION
                       MOVE 'Only a supervisor may run all companies tog
      -                     'ether.' TO RRQ-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               WHEN RRQ-D-OPTION NOT = SPACE
                   MOVE ATTR-REVERSE TO RRQ-H-OPTION
                   MOVE -1 TO RRQ-L-OPTION
                   MOVE 'Option must be A for all companies, or blank.'
                       TO RRQ-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE RRQ-D-COMPANY TO CHECK-COMPANY
                   PERFORM 1280-CHECK-COMPANY-AUTHORITY
                   IF CAP-NOT-AUTHORIZED
                       MOVE ATTR-REVERSE TO RRQ-H-COMPANY
                       MOVE -1 TO RRQ-L-COMPANY
                       MOVE CAP-MESSAGE TO RRQ-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
           END-EVALUATE.
      *
      *    BOTH DATES BLANK LEAVES THE REPORT TO ITS OWN DEFAULT
      *    RANGE; OTHERWISE BOTH ARE NEEDED.
      *
       1240-EDIT-DATE-RANGE.
      *
           IF RRQ-D-FROM NOT = SPACE OR RRQ-D-TO NOT = SPACE
               MOVE RRQ-D-TO TO DATE-WORK
               PERFORM 1290-CHECK-DATE
               IF NOT DATE-VALID
                   MOVE ATTR-REVERSE TO RRQ-H-TO
                   MOVE -1 TO RRQ-L-TO
                   MOVE 'To date must be a valid date (YYYYMMDD).'
                       TO RRQ-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
               MOVE RRQ-D-FROM TO DATE-WORK
               PERFORM 1290-CHECK-DATE
               IF NOT DATE-VALID
                   MOVE ATTR-REVERSE TO RRQ-H-FROM
                   MOVE -1 TO RRQ-L-FROM
                   MOVE 'From date must be a valid date (YYYYMMDD).'
                       TO RRQ-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
               IF VALID-DATA AND RRQ-D-FROM > RRQ-D-TO
                   MOVE ATTR-REVERSE TO RRQ-H-FROM
                   MOVE -1 TO RRQ-L-FROM
                   MOVE 'From date is after the to date.'
                       TO RRQ-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
      *    THE MONTH GOES IN THE FROM FIELD AS YYYYMM; BLANK LEAVES
      *    THE REPORT TO ITS OWN DEFAULT (LAST MONTH).
      *
       1245-EDIT-MONTH.
      *
           IF RRQ-D-FROM NOT = SPACE
               MOVE RRQ-D-FROM TO DATE-WORK
               IF        DW-YYYY NUMERIC
                     AND DW-MM NUMERIC
                     AND DW-MM > ZERO
                     AND DW-MM < 13
                     AND DW-DD-X = SPACE
                   CONTINUE
               ELSE
                   MOVE ATTR-REVERSE TO RRQ-H-FROM
                   MOVE -1 TO RRQ-L-FROM
                   MOVE 'Key the month in the from field as YYYYMM.'
                       TO RRQ-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       1250-EDIT-LOT.
      *
           IF RRQ-D-REFER = SPACE
               MOVE ATTR-REVERSE TO RRQ-H-REFER
               MOVE -1 TO RRQ-L-REFER
               MOVE 'Key the lot number to trace as the reference.'
                   TO RRQ-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      *    OPTION I PLUS AN INVOICE NUMBER, OR C PLUS A CUSTOMER
      *    NUMBER, IN THE REFERENCE FIELD - THE ARCREQ CARD.
      *
       1255-EDIT-ARCHIVE-REFERENCE.
      *
           MOVE RRQ-D-REFER TO REFERENCE-WORK.
           IF        RW-NUMBER = SPACE
                  OR RW-REST NOT = SPACE
                  OR (RRQ-D-OPTION = 'I' AND RW-NUMBER NOT NUMERIC)
               MOVE ATTR-REVERSE TO RRQ-H-REFER
               MOVE -1 TO RRQ-L-REFER
               MOVE 'Key the 6-digit invoice or customer number as the r
      -             'eference.' TO RRQ-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
           IF RRQ-D-OPTION NOT = 'I' AND 'C'
               MOVE ATTR-REVERSE TO RRQ-H-OPTION
               MOVE -1 TO RRQ-L-OPTION
               MOVE 'Option must be I (invoice) or C (customer).'
                   TO RRQ-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      *    WAREHOUSE AND CATEGORY ARE BOTH OPTIONAL (BLANK = ALL);
      *    OPTION Y LIMITS THE SHEETS TO THE ITEMS DUE FOR A COUNT.
      *
       1260-EDIT-COUNT-SELECTION.
      *
           IF RRQ-D-OPTION NOT = SPACE AND 'Y' AND 'N'
               MOVE ATTR-REVERSE TO RRQ-H-OPTION
               MOVE -1 TO RRQ-L-OPTION
               MOVE 'Option must be Y (items due only) or N.'
                   TO RRQ-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF RRQ-D-WHSE NOT = SPACE
               PERFORM 6200-OPEN-WRH-FILE
               EXEC CICS
                   READ FILE('WRHAB2')
                        INTO(WAREHOUSE-MASTER-RECORD)
                        RIDFLD(RRQ-D-WHSE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       MOVE WRH-COMPANY-CODE TO CHECK-COMPANY
                       PERFORM 1280-CHECK-COMPANY-AUTHORITY
                       IF CAP-NOT-AUTHORIZED
                           MOVE ATTR-REVERSE TO RRQ-H-WHSE
                           MOVE -1 TO RRQ-L-WHSE
                           MOVE CAP-MESSAGE TO RRQ-D-MESSAGE
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE ATTR-REVERSE TO RRQ-H-WHSE
                       MOVE -1 TO RRQ-L-WHSE
                       MOVE 'That warehouse is not on file.'
                           TO RRQ-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
       1270-EDIT-CUSTOMER.
      *
           IF RRQ-D-CUSTNO = SPACE
               MOVE ATTR-REVERSE TO RRQ-H-CUSTNO
               MOVE -1 TO RRQ-L-CUSTNO
               MOVE 'You must enter a customer number.'
                   TO RRQ-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 6100-OPEN-CMF-FILE
               EXEC CICS
                   READ FILE('CMFAB2')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(RRQ-D-CUSTNO)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       MOVE CM-COMPANY-CODE TO CHECK-COMPANY
                       PERFORM 1280-CHECK-COMPANY-AUTHORITY
                       IF CAP-NOT-AUTHORIZED
                           MOVE ATTR-REVERSE TO RRQ-H-CUSTNO
                           MOVE -1 TO RRQ-L-CUSTNO
                           MOVE CAP-MESSAGE TO RRQ-D-MESSAGE
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE ATTR-REVERSE TO RRQ-H-CUSTNO
                       MOVE -1 TO RRQ-L-CUSTNO
                       MOVE 'That customer is not on file.'
                           TO RRQ-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
       1280-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID TO CAP-OPERATOR-ID.
           MOVE CHECK-COMPANY  TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
       1290-CHECK-DATE.
      *
           MOVE 'N' TO DATE-VALID-SW.
           IF        DATE-WORK NUMERIC
                 AND DW-MM > ZERO
                 AND DW-MM < 13
                 AND DW-DD > ZERO
                 AND DW-DD < 32
               MOVE 'Y' TO DATE-VALID-SW
           END-IF.
      *
       1400-SEND-REQUEST-MAP.
      *
           MOVE 'RQAB' TO RRQ-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RRQMAB2')
                            MAPSET('RRQSAB2')
                            FROM(RRQMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RRQMAB2')
                            MAPSET('RRQSAB2')
                            FROM(RRQMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RRQMAB2')
                            MAPSET('RRQSAB2')
                            FROM(RRQMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-REQUEST-SCREEN.
      *
           MOVE LOW-VALUE TO RRQMAP1.
           MOVE 'Type the action, report and its parameters.  Then pres
      -         's Enter.' TO RRQ-D-INSTR.
           MOVE 'F3=Exit  F5=Reports  F12=Cancel' TO RRQ-D-FKEY.
           PERFORM 1600-LIST-REQUESTS.
           MOVE -1 TO RRQ-L-ACTION.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-REQUEST-MAP.
      *
       1500-SHOW-REPORT-CATALOG.
      *
           MOVE LOW-VALUE TO RRQMAP1.
           MOVE CATALOG-LIST-HEADING TO RRQ-D-LISTHDG.
           PERFORM 1610-CLEAR-LIST-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 12.
           MOVE ZERO TO LINE-SUB.
           PERFORM 1510-LIST-CATALOG-ENTRY
               VARYING RCT-SUB FROM 1 BY 1
                 UNTIL RCT-SUB > RCT-ENTRY-COUNT.
           MOVE 'These are the reports you may request.'
               TO RRQ-D-MESSAGE.
           MOVE -1 TO RRQ-L-ACTION.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1400-SEND-REQUEST-MAP.
      *
       1510-LIST-CATALOG-ENTRY.
      *
           IF        SC-SECURITY-LEVEL NOT < RCT-MIN-LEVEL(RCT-SUB)
                 AND LINE-SUB < 12
               ADD 1 TO LINE-SUB
               MOVE RCT-REPORT-NAME(RCT-SUB) TO CLL-REPORT
               MOVE RCT-DESCRIPTION(RCT-SUB) TO CLL-DESCRIPTION
               EVALUATE TRUE
                   WHEN RCT-PARM-COMPANY(RCT-SUB)
                       MOVE 'COMPANY, OR OPTION A FOR ALL'
                           TO CLL-PARAMETERS
                   WHEN RCT-PARM-DATE-RANGE(RCT-SUB)
                       MOVE 'FROM AND TO DATES (OPTIONAL)'
                           TO CLL-PARAMETERS
                   WHEN RCT-PARM-MONTH(RCT-SUB)
                       MOVE 'MONTH YYYYMM IN FROM (OPTIONAL)'
                           TO CLL-PARAMETERS
                   WHEN RCT-PARM-LOT(RCT-SUB)
                       MOVE 'LOT NUMBER IN REFERENCE'
                           TO CLL-PARAMETERS
                   WHEN RCT-PARM-ARCHIVE(RCT-SUB)
                       MOVE 'OPTION I OR C, NUMBER IN REFERENCE'
                           TO CLL-PARAMETERS
                   WHEN RCT-PARM-WAREHOUSE(RCT-SUB)
                       MOVE 'WHSE, CATEGORY, OPTION Y=DUE ONLY'
                           TO CLL-PARAMETERS
                   WHEN RCT-PARM-CUSTOMER(RCT-SUB)
                       MOVE 'CUSTOMER NUMBER'
                           TO CLL-PARAMETERS
                   WHEN OTHER
                       MOVE 'NONE' TO CLL-PARAMETERS
               END-EVALUATE
               MOVE CATALOG-LIST-LINE TO RRQ-D-LINE(LINE-SUB)
           END-IF.
      *
      *****************************************************************
      *    THE OPERATOR'S REQUESTS BROWSE OLDEST FIRST; ONCE THE LIST
      *    IS FULL EACH FURTHER REQUEST PUSHES THE OLDEST LINE OFF THE
      *    TOP, SO THE LIST ENDS ON THE MOST RECENT TWELVE.
      *****************************************************************
       1600-LIST-REQUESTS.
      *
           PERFORM 6000-OPEN-RRQ-FILE.
      *
           MOVE REQUEST-LIST-HEADING TO RRQ-D-LISTHDG.
           PERFORM 1610-CLEAR-LIST-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 12.
      *
           MOVE ZERO TO LINE-SUB
                        REQUEST-COUNT.
           MOVE 'N'  TO RRQ-BROWSE-EOF-SW.
           MOVE SC-OPERATOR-ID TO RRQ-OPERATOR-ID.
           MOVE LOW-VALUE      TO RRQ-REQUEST-DATE
                                  RRQ-REQUEST-TIME.
      *
           EXEC CICS
               STARTBR FILE('RRQAB2')
                       RIDFLD(RRQ-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO RRQ-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 1620-READ-NEXT-REQUEST
               UNTIL RRQ-BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('RRQAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           IF REQUEST-COUNT = ZERO
               MOVE 'No report requests on file for you.'
                   TO RRQ-D-LINE(1)
           END-IF.
      *
       1610-CLEAR-LIST-LINE.
      *
           MOVE SPACE TO RRQ-D-LINE(LINE-SUB).
      *
       1620-READ-NEXT-REQUEST.
      *
           EXEC CICS
               READNEXT FILE('RRQAB2')
                        INTO(REPORT-REQUEST-RECORD)
                        RIDFLD(RRQ-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO RRQ-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN RRQ-OPERATOR-ID NOT = SC-OPERATOR-ID
                   MOVE 'Y' TO RRQ-BROWSE-EOF-SW
               WHEN OTHER
                   ADD 1 TO REQUEST-COUNT
                   IF LINE-SUB < 12
                       ADD 1 TO LINE-SUB
                   ELSE
                       PERFORM 1630-SHIFT-LIST-LINE
                           VARYING SHIFT-SUB FROM 1 BY 1
                             UNTIL SHIFT-SUB > 11
                   END-IF
                   PERFORM 1640-FORMAT-REQUEST-LINE
           END-EVALUATE.
      *
       1630-SHIFT-LIST-LINE.
      *
           MOVE RRQ-LIST-LINE(SHIFT-SUB + 1)
               TO RRQ-LIST-LINE(SHIFT-SUB).
      *
       1640-FORMAT-REQUEST-LINE.
      *
           MOVE RRQ-REQUEST-DATE   TO RLL-DATE.
           MOVE RRQ-REQUEST-TIME   TO RLL-TIME.
           MOVE RRQ-REPORT-NAME    TO RLL-REPORT.
           MOVE RRQ-STATUS-MESSAGE TO RLL-MESSAGE.
           EVALUATE TRUE
               WHEN RRQ-STATUS-QUEUED
                   MOVE 'QUEUED'    TO RLL-STATUS
               WHEN RRQ-STATUS-DISPATCHED
                   MOVE 'SUBMITTED' TO RLL-STATUS
               WHEN RRQ-STATUS-RUNNING
                   MOVE 'RUNNING'   TO RLL-STATUS
               WHEN RRQ-STATUS-COMPLETE
                   MOVE 'COMPLETE'  TO RLL-STATUS
               WHEN RRQ-STATUS-FAILED
                   MOVE 'FAILED'    TO RLL-STATUS
               WHEN RRQ-STATUS-CANCELLED
                   MOVE 'CANCELLED' TO RLL-STATUS
               WHEN OTHER
                   MOVE RRQ-STATUS  TO RLL-STATUS
           END-EVALUATE.
           MOVE REQUEST-LIST-LINE TO RRQ-D-LINE(LINE-SUB).
      *
       2100-QUEUE-REQUEST.
      *
           PERFORM 6000-OPEN-RRQ-FILE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.
           MOVE EIBTIME TO TIME-HHMMSS.
      *
           MOVE SPACE           TO REPORT-REQUEST-RECORD.
           MOVE SC-OPERATOR-ID  TO RRQ-OPERATOR-ID.
           MOVE WS-TODAY-YMD    TO RRQ-REQUEST-DATE.
           MOVE TIME-HHMMSS     TO RRQ-REQUEST-TIME.
           MOVE RRQ-D-REPORT    TO RRQ-REPORT-NAME.
           MOVE EIBTRMID        TO RRQ-TERMINAL-ID.
           SET RRQ-STATUS-QUEUED TO TRUE.
           MOVE 'AWAITING DISPATCH' TO RRQ-STATUS-MESSAGE.
      *
           EVALUATE TRUE
               WHEN RCT-PARM-COMPANY(RCT-SUB)
                   MOVE RRQ-D-COMPANY TO RRQ-COMPANY-CODE
                   MOVE RRQ-D-OPTION  TO RRQ-OPTION
               WHEN RCT-PARM-DATE-RANGE(RCT-SUB)
                   MOVE RRQ-D-FROM    TO RRQ-FROM-DATE
                   MOVE RRQ-D-TO      TO RRQ-TO-DATE
               WHEN RCT-PARM-MONTH(RCT-SUB)
                   MOVE RRQ-D-FROM    TO RRQ-FROM-DATE
               WHEN RCT-PARM-LOT(RCT-SUB)
                   MOVE RRQ-D-REFER   TO RRQ-REFERENCE
               WHEN RCT-PARM-ARCHIVE(RCT-SUB)
                   MOVE RRQ-D-REFER   TO RRQ-REFERENCE
                   MOVE RRQ-D-OPTION  TO RRQ-OPTION
               WHEN RCT-PARM-WAREHOUSE(RCT-SUB)
                   MOVE RRQ-D-WHSE    TO RRQ-WAREHOUSE-CODE
                   MOVE RRQ-D-CATG    TO RRQ-CATEGORY
                   MOVE RRQ-D-OPTION  TO RRQ-OPTION
               WHEN RCT-PARM-CUSTOMER(RCT-SUB)
                   MOVE RRQ-D-CUSTNO  TO RRQ-CUSTOMER-NUMBER
           END-EVALUATE.
      *
           EXEC CICS
               WRITE FILE('RRQAB2')
                     FROM(REPORT-REQUEST-RECORD)
                     RIDFLD(RRQ-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Request queued.  It runs on the next dispatch.'
                       TO RRQ-D-MESSAGE
                   MOVE -1 TO RRQ-L-ACTION
                   SET SEND-DATAONLY TO TRUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'You made a request this same second.  Press Ent
      -                 'er again.' TO RRQ-D-MESSAGE
                   MOVE -1 TO RRQ-L-ACTION
                   SET SEND-DATAONLY-ALARM TO TRUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2200-CANCEL-REQUEST.
      *
           PERFORM 6000-OPEN-RRQ-FILE.
      *
           MOVE SC-OPERATOR-ID TO RRQ-OPERATOR-ID.
           MOVE RRQ-D-REQKEY   TO RRQ-REQUEST-DATE.
           MOVE RRQ-D-REQKEY(9:6) TO RRQ-REQUEST-TIME.
      *
           EXEC CICS
               READ FILE('RRQAB2')
                    INTO(REPORT-REQUEST-RECORD)
                    RIDFLD(RRQ-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO RRQ-H-REQKEY
                   MOVE -1 TO RRQ-L-REQKEY
                   MOVE 'You have no request with that date and time.'
                       TO RRQ-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN NOT RRQ-STATUS-QUEUED
                   EXEC CICS
                       UNLOCK FILE('RRQAB2')
                   END-EXEC
                   MOVE ATTR-REVERSE TO RRQ-H-REQKEY
                   MOVE -1 TO RRQ-L-REQKEY
                   MOVE 'Only a request still queued can be cancelled.'
                       TO RRQ-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
               WHEN OTHER
                   SET RRQ-STATUS-CANCELLED TO TRUE
                   MOVE 'CANCELLED BY REQUESTER' TO RRQ-STATUS-MESSAGE
                   EXEC CICS
                       REWRITE FILE('RRQAB2')
                               FROM(REPORT-REQUEST-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE 'Request cancelled.' TO RRQ-D-MESSAGE
                   MOVE -1 TO RRQ-L-ACTION
                   SET SEND-DATAONLY TO TRUE
           END-EVALUATE.
      *
       6000-OPEN-RRQ-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RRQAB2')
                   OPENSTATUS(RRQ-OPEN-STATUS)
                   ENABLESTATUS(RRQ-ENABLE-STATUS)
           END-EXEC.
      *
           IF RRQ-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RRQAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RRQ-OPEN
           ELSE IF RRQ-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('154')
               END-EXEC
           END-IF.
      *
       6100-OPEN-CMF-FILE.
      *
           EXEC CICS
               INQUIRE FILE('CMFAB2')
                   OPENSTATUS(CMF-OPEN-STATUS)
                   ENABLESTATUS(CMF-ENABLE-STATUS)
           END-EXEC.
      *
           IF CMF-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CMFAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CMF-OPEN
           ELSE IF CMF-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('001')
               END-EXEC
           END-IF.
      *
       6200-OPEN-WRH-FILE.
      *
           EXEC CICS
               INQUIRE FILE('WRHAB2')
                   OPENSTATUS(WRH-OPEN-STATUS)
                   ENABLESTATUS(WRH-ENABLE-STATUS)
           END-EXEC.
      *
           IF WRH-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('WRHAB2') OPEN
               END-EXEC
               MOVE 'Y' TO WRH-OPEN
           ELSE IF WRH-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('051')
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
