       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RTEMAB2.
      *
      *****************************************************************
      * DELIVERY ROUTE MAINTENANCE.  ONE SCREEN IN THE CARMAB2 MOLD:
      * ACTION (1=ADD, 2=CHANGE, 3=DELETE), ROUTE CODE AND, FOR
      * ADD/CHANGE, THE DESCRIPTION, THE DAYS THE ROUTE RUNS (SEVEN
      * Y/N FLAGS, MONDAY FIRST - BLANK IS N), THE TRUCK AND ITS
      * CAPACITY IN POUNDS.  CUSTOMERS AND SHIP-TO BRANCHES ARE PUT
      * ON A ROUTE BY ROUTE CODE AND STOP; THE DAILY LOAD PLAN
      * (RTELDB2) BUILDS EACH TRUCK'S LOAD SHEET FROM THESE.
      * EVERY ADD, CHANGE AND DELETE IS JOURNALED THROUGH JRNWRAB2
      * WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  RTE-OPEN                PIC X VALUE 'N'.
           02  RTE-OPEN-STATUS         PIC S9(8) COMP.
           02  RTE-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  ROUTE-FOUND-SW            PIC X(01)  VALUE 'N'.
               88  ROUTE-FOUND                      VALUE 'Y'.
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
           05  CAPACITY-NUMERIC        PIC 9(05).
           05  DAY-FLAG-COUNT          PIC S9(03) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-ENTRY                      VALUE '1'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       COPY ROUTE.
      *
       COPY RTESAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY SUBWS.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(37).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-ROUTE-MAINT.
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
                   SET PROCESS-ENTRY TO TRUE
                   PERFORM 1450-RESET-ROUTE-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1450-RESET-ROUTE-SCREEN
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
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-ROUTE-SCREEN
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO RTEMAP1
                   MOVE 'Invalid key pressed.' TO RTE-D-MESSAGE
                   MOVE -1 TO RTE-L-ACTION
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-ROUTE-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('RTAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-ROUTE-SCREEN.
      *
           PERFORM 1100-RECEIVE-ROUTE-MAP.
           PERFORM 1200-EDIT-ROUTE-DATA.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN RTE-D-ACTION = '1'
                       PERFORM 2100-ADD-ROUTE
                   WHEN RTE-D-ACTION = '2'
                       PERFORM 2200-CHANGE-ROUTE
                   WHEN RTE-D-ACTION = '3'
                       PERFORM 2300-DELETE-ROUTE
               END-EVALUATE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           END-IF.
      *
       1100-RECEIVE-ROUTE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('RTEMAB2')
                       MAPSET('RTESAB2')
                       INTO(RTEMAP1)
           END-EXEC.
      *
           INSPECT RTEMAP1
                REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-ROUTE-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO RTE-H-ACTION
                                     RTE-H-CODE
                                     RTE-H-DAYS
                                     RTE-H-CAPY.
      *
      *    THE DAYS RUN ARE SEVEN Y/N FLAGS, MONDAY FIRST; WHATEVER
      *    IS LEFT BLANK IS TAKEN AS N.
      *
           IF RTE-D-ACTION = '1' OR '2'
               IF        RTE-L-DAYS = ZERO
                      OR RTE-D-DAYS = SPACE
                   MOVE ATTR-REVERSE TO RTE-H-DAYS
                   MOVE -1 TO RTE-L-DAYS
                   MOVE 'You must enter the days the route runs (Y/N, Mo
      -                 'nday first).' TO RTE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   INSPECT RTE-D-DAYS
                       REPLACING ALL SPACE     BY 'N'
                                 ALL LOW-VALUE BY 'N'
                   MOVE ZERO TO DAY-FLAG-COUNT
                   INSPECT RTE-D-DAYS
                       TALLYING DAY-FLAG-COUNT FOR ALL 'Y' ALL 'N'
                   IF DAY-FLAG-COUNT NOT = 7
                       MOVE ATTR-REVERSE TO RTE-H-DAYS
                       MOVE -1 TO RTE-L-DAYS
                       MOVE 'Days run must be Y or N for each day.'
                           TO RTE-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
               IF        RTE-L-CAPY = ZERO
                      OR RTE-D-CAPY-ALPHA = SPACE
                   MOVE ATTR-REVERSE TO RTE-H-CAPY
                   MOVE -1 TO RTE-L-CAPY
                   MOVE 'You must enter the truck capacity in pounds.'
                       TO RTE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE RTE-D-CAPY-ALPHA TO INT-UNEDITED-NUMBER
                   PERFORM 9500-INTEDIT
                   IF INT-VALID-NUMBER
                       MOVE INT-EDITED-NUMBER TO CAPACITY-NUMERIC
                   ELSE
                       MOVE ATTR-REVERSE TO RTE-H-CAPY
                       MOVE -1 TO RTE-L-CAPY
                       MOVE 'Truck capacity must be whole pounds.'
                           TO RTE-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF        RTE-L-CODE = ZERO
                  OR RTE-D-CODE = SPACE
               MOVE ATTR-REVERSE TO RTE-H-CODE
               MOVE -1 TO RTE-L-CODE
               MOVE 'You must enter a route code.' TO RTE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF RTE-D-ACTION NOT = '1' AND '2' AND '3'
               MOVE ATTR-REVERSE TO RTE-H-ACTION
               MOVE -1 TO RTE-L-ACTION
               MOVE 'Action must be 1=Add, 2=Change or 3=Delete.'
                   TO RTE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1300-READ-ROUTE-RECORD.
      *
           PERFORM 6000-OPEN-RTE-FILE.
      *
           MOVE RTE-D-CODE TO RTE-ROUTE-CODE.
      *
           EXEC CICS
               READ FILE('RTEAB2')
                    INTO(DELIVERY-ROUTE-RECORD)
                    RIDFLD(RTE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO ROUTE-FOUND-SW
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO ROUTE-FOUND-SW
               ELSE
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1350-MOVE-SCREEN-TO-RECORD.
      *
           MOVE RTE-D-DESC       TO RTE-DESCRIPTION.
           MOVE RTE-D-DAYS       TO RTE-DAYS-RUN.
           MOVE RTE-D-TRUCK      TO RTE-TRUCK-ID.
           MOVE CAPACITY-NUMERIC TO RTE-TRUCK-CAPACITY.
      *
       2100-ADD-ROUTE.
      *
           PERFORM 1300-READ-ROUTE-RECORD.
      *
           IF ROUTE-FOUND
               MOVE ATTR-REVERSE TO RTE-H-CODE
               MOVE -1 TO RTE-L-CODE
               MOVE 'That route already exists.' TO RTE-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           ELSE
               MOVE SPACE          TO DELIVERY-ROUTE-RECORD
               MOVE RTE-D-CODE     TO RTE-ROUTE-CODE
               PERFORM 1350-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   WRITE FILE('RTEAB2')
                         FROM(DELIVERY-ROUTE-RECORD)
                         RIDFLD(RTE-KEY)
                         RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'RTEAB2' TO JPM-FILE-NAME
               MOVE RTE-KEY TO JPM-RECORD-KEY
               MOVE 60 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE DELIVERY-ROUTE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Route added.' TO RTE-D-MESSAGE
               MOVE -1 TO RTE-L-ACTION
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           END-IF.
      *
       2200-CHANGE-ROUTE.
      *
           PERFORM 6000-OPEN-RTE-FILE.
      *
           MOVE RTE-D-CODE TO RTE-ROUTE-CODE.
      *
           EXEC CICS
               READ FILE('RTEAB2')
                    INTO(DELIVERY-ROUTE-RECORD)
                    RIDFLD(RTE-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO RTE-H-CODE
               MOVE -1 TO RTE-L-CODE
               MOVE 'That route does not exist.' TO RTE-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE DELIVERY-ROUTE-RECORD TO JPM-BEFORE-IMAGE
               PERFORM 1350-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   REWRITE FILE('RTEAB2')
                           FROM(DELIVERY-ROUTE-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'RTEAB2' TO JPM-FILE-NAME
               MOVE RTE-KEY TO JPM-RECORD-KEY
               MOVE 60 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE DELIVERY-ROUTE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Route changed.' TO RTE-D-MESSAGE
               MOVE -1 TO RTE-L-ACTION
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           END-IF.
      *
       2300-DELETE-ROUTE.
      *
           PERFORM 6000-OPEN-RTE-FILE.
      *
           MOVE RTE-D-CODE TO RTE-ROUTE-CODE.
      *
           EXEC CICS
               READ FILE('RTEAB2')
                    INTO(DELIVERY-ROUTE-RECORD)
                    RIDFLD(RTE-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO RTE-H-CODE
               MOVE -1 TO RTE-L-CODE
               MOVE 'That route does not exist.' TO RTE-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE DELIVERY-ROUTE-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('RTEAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'RTEAB2' TO JPM-FILE-NAME
               MOVE RTE-KEY TO JPM-RECORD-KEY
               MOVE 60 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Route deleted.' TO RTE-D-MESSAGE
               MOVE -1 TO RTE-L-ACTION
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-ROUTE-MAP
           END-IF.
      *
       1400-SEND-ROUTE-MAP.
      *
           MOVE 'RTAB' TO RTE-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('RTEMAB2')
                            MAPSET('RTESAB2')
                            FROM(RTEMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('RTEMAB2')
                            MAPSET('RTESAB2')
                            FROM(RTEMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('RTEMAB2')
                            MAPSET('RTESAB2')
                            FROM(RTEMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-ROUTE-SCREEN.
      *
           MOVE LOW-VALUE TO RTEMAP1.
           MOVE 'Type the action, route code, days run and truck.  Then 
      -         'press Enter.' TO RTE-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO RTE-D-FKEY.
           MOVE -1 TO RTE-L-ACTION.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-ROUTE-MAP.
      *
       6000-OPEN-RTE-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RTEAB2')
                   OPENSTATUS(RTE-OPEN-STATUS)
                   ENABLESTATUS(RTE-ENABLE-STATUS)
           END-EXEC.
      *
           IF RTE-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RTEAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RTE-OPEN
           ELSE IF RTE-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('142')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'RTEMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
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
