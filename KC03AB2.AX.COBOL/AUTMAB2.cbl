       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  AUTMAB2.
      *
      *****************************************************************
      * PRODUCT AUTHORIZATION MAINTENANCE.  ONE SCREEN IN THE CNTMAB2
      * MOLD OVER THE AUTAB2 FILE: ACTION (1=ADD, 2=CHANGE, 3=DELETE),
      * CUSTOMER, ENTRY TYPE AND ITEM.  ENTRY TYPE M IS THE CUSTOMER'S
      * MODE RECORD - A=ALLOW ONLY THE LISTED ITEMS, B=BLOCK THE
      * LISTED ITEMS - AND IS THE ONLY ENTRY THAT CAN BE CHANGED.
      * TYPE P LISTS ONE PRODUCT (IT MUST BE ON PRDAB2) AND TYPE C A
      * WHOLE PRODUCT CATEGORY.  LIST ENTRIES CAN ONLY BE ADDED FOR A
      * CUSTOMER WHO ALREADY HAS A MODE; DELETING THE MODE LEAVES ANY
      * LIST ENTRIES ON FILE BUT INERT, SO THE CUSTOMER IS
      * UNRESTRICTED UNTIL A MODE IS ADDED AGAIN.  ORDER ENTRY, QUOTE
      * CONVERSION, THE EDI GATEWAY AND THE STANDING-ORDER RELEASE
      * ENFORCE THE LIST (SEE PRDAUTH).
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
           02  AUT-OPEN                PIC X VALUE 'N'.
           02  AUT-OPEN-STATUS         PIC S9(8) COMP.
           02  AUT-ENABLE-STATUS       PIC S9(8) COMP.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
           02  PRD-OPEN                PIC X VALUE 'N'.
           02  PRD-OPEN-STATUS         PIC S9(8) COMP.
           02  PRD-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  AUTH-ENTRY-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  AUTH-ENTRY-FOUND                   VALUE 'Y'.
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
           05  TODAY-DATE-YMD              PIC X(08).
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-ENTRY                      VALUE '1'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       COPY PRDAUTH.
      *
       COPY CUSTMAS.
      *
       COPY PRODUCT.
      *
       COPY AUTSAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
       COPY SUBWS.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(37).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-AUTHORIZATION-MAINT.
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
                   PERFORM 1450-RESET-AUTH-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1450-RESET-AUTH-SCREEN
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
                   PERFORM 1000-PROCESS-AUTH-SCREEN
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO AUTMAP1
                   MOVE 'Invalid key pressed.' TO AUT-D-MESSAGE
                   MOVE -1 TO AUT-L-ACTION
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-AUTH-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('AUAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-AUTH-SCREEN.
      *
           PERFORM 1100-RECEIVE-AUTH-MAP.
           PERFORM 1200-EDIT-AUTH-DATA.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN AUT-D-ACTION = '1'
                       PERFORM 2100-ADD-AUTHORIZATION
                   WHEN AUT-D-ACTION = '2'
                       PERFORM 2200-CHANGE-AUTHORIZATION
                   WHEN AUT-D-ACTION = '3'
                       PERFORM 2300-DELETE-AUTHORIZATION
               END-EVALUATE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-AUTH-MAP
           END-IF.
      *
       1100-RECEIVE-AUTH-MAP.
      *
           EXEC CICS
               RECEIVE MAP('AUTMAB2')
                       MAPSET('AUTSAB2')
                       INTO(AUTMAP1)
           END-EXEC.
      *
           INSPECT AUTMAP1
                REPLACING ALL '_' BY SPACE.
      *
      *****************************************************************
      * THE MODE ENTRY CARRIES NO ITEM; A LIST ENTRY CARRIES NO MODE.
      * LOW-VALUE IN EITHER MEANS THE OPERATOR LEFT IT EMPTY.
      *****************************************************************
       1200-EDIT-AUTH-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           IF AUT-D-ITEM = LOW-VALUE
               MOVE SPACE TO AUT-D-ITEM
           END-IF.
           IF AUT-D-MODE = LOW-VALUE
               MOVE SPACE TO AUT-D-MODE
           END-IF.
      *
           IF       AUT-D-ACTION NOT = '1'
                 AND AUT-D-ACTION NOT = '2'
                 AND AUT-D-ACTION NOT = '3'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be 1 (add), 2 (change) or 3 (delete).'
                   TO AUT-D-MESSAGE
               MOVE -1 TO AUT-L-ACTION
           ELSE IF       AUT-D-CUSTNO = SPACE
                      OR AUT-D-CUSTNO = LOW-VALUE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a customer number.'
                   TO AUT-D-MESSAGE
               MOVE -1 TO AUT-L-CUSTNO
           ELSE IF       AUT-D-TYPE NOT = 'M'
                     AND AUT-D-TYPE NOT = 'C'
                     AND AUT-D-TYPE NOT = 'P'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Entry type must be M (mode), C (category) or P (pro
      -            'duct).' TO AUT-D-MESSAGE
               MOVE -1 TO AUT-L-TYPE
           ELSE IF AUT-D-TYPE = 'M'
               MOVE SPACE TO AUT-D-ITEM
               IF       AUT-D-ACTION NOT = '3'
                     AND AUT-D-MODE NOT = 'A'
                     AND AUT-D-MODE NOT = 'B'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Mode must be A (allow only listed) or B (block 
      -                'listed).' TO AUT-D-MESSAGE
                   MOVE -1 TO AUT-L-MODE
               END-IF
           ELSE
               MOVE SPACE TO AUT-D-MODE
               IF AUT-D-ITEM = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter the product or category.'
                       TO AUT-D-MESSAGE
                   MOVE -1 TO AUT-L-ITEM
               ELSE IF AUT-D-ACTION = '2'
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Only a mode (M) entry can be changed - delete a
      -                'nd add a list entry instead.' TO AUT-D-MESSAGE
                   MOVE -1 TO AUT-L-ACTION
               ELSE IF       AUT-D-TYPE = 'C'
                         AND AUT-D-ITEM(5:6) NOT = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A product category is at most 4 characters.'
                       TO AUT-D-MESSAGE
                   MOVE -1 TO AUT-L-ITEM
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       1300-READ-AUTH-RECORD.
      *
           PERFORM 6000-OPEN-AUT-FILE.
      *
           MOVE 'N' TO AUTH-ENTRY-FOUND-SW.
           EXEC CICS
               READ FILE('AUTAB2')
                    INTO(PRODUCT-AUTHORIZATION-RECORD)
                    RIDFLD(AUT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO AUTH-ENTRY-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1310-SET-SCREEN-KEY.
      *
           MOVE AUT-D-CUSTNO TO AUT-CUSTOMER-NUMBER.
           MOVE AUT-D-TYPE   TO AUT-ENTRY-TYPE.
           MOVE AUT-D-ITEM   TO AUT-ITEM-CODE.
      *
       2100-ADD-AUTHORIZATION.
      *
           PERFORM 2110-CHECK-MASTERS.
           IF VALID-DATA AND NOT AUT-D-TYPE = 'M'
               MOVE AUT-D-CUSTNO TO AUT-CUSTOMER-NUMBER
               SET AUT-ENTRY-MODE TO TRUE
               MOVE SPACE TO AUT-ITEM-CODE
               PERFORM 1300-READ-AUTH-RECORD
               IF NOT AUTH-ENTRY-FOUND
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Add the customer''s mode (M) entry first.'
                       TO AUT-D-MESSAGE
                   MOVE -1 TO AUT-L-TYPE
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1310-SET-SCREEN-KEY
               PERFORM 1300-READ-AUTH-RECORD
               IF AUTH-ENTRY-FOUND
                   MOVE AUT-LIST-MODE    TO AUT-D-OLDMODE
                   MOVE AUT-CHANGED-BY   TO AUT-D-CHGBY
                   MOVE AUT-CHANGED-DATE TO AUT-D-CHGDT
                   MOVE 'That entry is already on file.'
                       TO AUT-D-MESSAGE
                   MOVE -1 TO AUT-L-CUSTNO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-AUTH-MAP
               ELSE
                   ACCEPT TODAY-DATE-YMD FROM DATE YYYYMMDD
                   MOVE SPACE          TO PRODUCT-AUTHORIZATION-RECORD
                   PERFORM 1310-SET-SCREEN-KEY
                   MOVE AUT-D-MODE     TO AUT-LIST-MODE
                   MOVE SC-OPERATOR-ID TO AUT-CHANGED-BY
                   MOVE TODAY-DATE-YMD TO AUT-CHANGED-DATE
                   EXEC CICS
                       WRITE FILE('AUTAB2')
                             FROM(PRODUCT-AUTHORIZATION-RECORD)
                             RIDFLD(AUT-KEY)
                             RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE 'AUTAB2' TO JPM-FILE-NAME
                   MOVE AUT-KEY TO JPM-RECORD-KEY
                   MOVE 40 TO JPM-RECORD-LENGTH
                   SET JPM-ACTION-ADD TO TRUE
                   MOVE PRODUCT-AUTHORIZATION-RECORD TO JPM-AFTER-IMAGE
                   PERFORM 7000-WRITE-CHANGE-JOURNAL
                   PERFORM 1460-RESET-AUTH-FIELDS
                   MOVE 'Authorization entry added.' TO AUT-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-AUTH-MAP
               END-IF
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-AUTH-MAP
           END-IF.
      *
       2110-CHECK-MASTERS.
      *
           PERFORM 6100-OPEN-CMF-FILE.
           MOVE AUT-D-CUSTNO TO CM-CUSTOMER-NUMBER.
           EXEC CICS
               READ FILE('CMFAB2')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That customer is not on file.' TO AUT-D-MESSAGE
               MOVE -1 TO AUT-L-CUSTNO
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE CM-LAST-NAME TO AUT-D-CNAME
           END-IF.
      *
           IF VALID-DATA AND AUT-D-TYPE = 'P'
               PERFORM 6200-OPEN-PRD-FILE
               MOVE AUT-D-ITEM TO PRD-PRODUCT-CODE
               EXEC CICS
                   READ FILE('PRDAB2')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(PRD-PRODUCT-CODE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That product is not on file.'
                       TO AUT-D-MESSAGE
                   MOVE -1 TO AUT-L-ITEM
               ELSE
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   MOVE PRD-PRODUCT-DESCRIPTION TO AUT-D-PDESC
               END-IF
           END-IF.
      *
      *****************************************************************
      * ONLY THE MODE ENTRY HAS ANYTHING TO CHANGE.  SWITCHING A
      * CUSTOMER BETWEEN ALLOW-ONLY AND BLOCK TURNS THE MEANING OF
      * THE WHOLE LIST AROUND, SO THE OLD MODE IS SHOWN BACK.
      *****************************************************************
       2200-CHANGE-AUTHORIZATION.
      *
           PERFORM 6000-OPEN-AUT-FILE.
      *
           PERFORM 1310-SET-SCREEN-KEY.
           EXEC CICS
               READ FILE('AUTAB2')
                    INTO(PRODUCT-AUTHORIZATION-RECORD)
                    RIDFLD(AUT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'No mode entry on file for that customer.'
                   TO AUT-D-MESSAGE
               MOVE -1 TO AUT-L-CUSTNO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-AUTH-MAP
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE PRODUCT-AUTHORIZATION-RECORD TO JPM-BEFORE-IMAGE
               ACCEPT TODAY-DATE-YMD FROM DATE YYYYMMDD
               MOVE AUT-LIST-MODE  TO AUT-D-OLDMODE
               MOVE AUT-D-MODE     TO AUT-LIST-MODE
               MOVE SC-OPERATOR-ID TO AUT-CHANGED-BY
               MOVE TODAY-DATE-YMD TO AUT-CHANGED-DATE
               EXEC CICS
                   REWRITE FILE('AUTAB2')
                           FROM(PRODUCT-AUTHORIZATION-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'AUTAB2' TO JPM-FILE-NAME
               MOVE AUT-KEY TO JPM-RECORD-KEY
               MOVE 40 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE PRODUCT-AUTHORIZATION-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE AUT-CHANGED-BY   TO AUT-D-CHGBY
               MOVE AUT-CHANGED-DATE TO AUT-D-CHGDT
               MOVE 'Authorization mode changed.' TO AUT-D-MESSAGE
               MOVE -1 TO AUT-L-ACTION
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-AUTH-MAP
           END-IF.
      *
       2300-DELETE-AUTHORIZATION.
      *
           PERFORM 6000-OPEN-AUT-FILE.
      *
           PERFORM 1310-SET-SCREEN-KEY.
           EXEC CICS
               READ FILE('AUTAB2')
                    INTO(PRODUCT-AUTHORIZATION-RECORD)
                    RIDFLD(AUT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'That entry is not on file.' TO AUT-D-MESSAGE
               MOVE -1 TO AUT-L-CUSTNO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-AUTH-MAP
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE PRODUCT-AUTHORIZATION-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('AUTAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'AUTAB2' TO JPM-FILE-NAME
               MOVE AUT-KEY TO JPM-RECORD-KEY
               MOVE 40 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               PERFORM 1460-RESET-AUTH-FIELDS
               IF AUT-ENTRY-MODE
                   MOVE 'Mode deleted - customer is now unrestricted.'
                       TO AUT-D-MESSAGE
               ELSE
                   MOVE 'Authorization entry deleted.'
                       TO AUT-D-MESSAGE
               END-IF
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-AUTH-MAP
           END-IF.
      *
       1400-SEND-AUTH-MAP.
      *
           MOVE 'AUAB' TO AUT-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('AUTMAB2')
                            MAPSET('AUTSAB2')
                            FROM(AUTMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('AUTMAB2')
                            MAPSET('AUTSAB2')
                            FROM(AUTMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('AUTMAB2')
                            MAPSET('AUTSAB2')
                            FROM(AUTMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-AUTH-SCREEN.
      *
           PERFORM 1460-RESET-AUTH-FIELDS.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-AUTH-MAP.
      *
       1460-RESET-AUTH-FIELDS.
      *
           MOVE LOW-VALUE TO AUTMAP1.
           MOVE 'Type the action, customer, entry type and the product, 
      -        'category or mode.' TO AUT-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO AUT-D-FKEY.
           MOVE -1 TO AUT-L-ACTION.
      *
       6000-OPEN-AUT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('AUTAB2')
                   OPENSTATUS(AUT-OPEN-STATUS)
                   ENABLESTATUS(AUT-ENABLE-STATUS)
           END-EXEC.
      *
           IF AUT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('AUTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO AUT-OPEN
           ELSE IF AUT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('140')
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
       6200-OPEN-PRD-FILE.
      *
           EXEC CICS
               INQUIRE FILE('PRDAB2')
                   OPENSTATUS(PRD-OPEN-STATUS)
                   ENABLESTATUS(PRD-ENABLE-STATUS)
           END-EXEC.
      *
           IF PRD-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PRDAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PRD-OPEN
           ELSE IF PRD-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('003')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'AUTMAB2'      TO JPM-PROGRAM.
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
