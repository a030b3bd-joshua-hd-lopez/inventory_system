       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PLVMAB2.
      *
      *****************************************************************
      * PRICE LEVEL MAINTENANCE.  ONE SCREEN IN THE CNTMAB2 MOLD:
      * ACTION (1=ADD, 2=CHANGE, 3=DELETE), PRICE LEVEL, PRODUCT
      * CATEGORY AND THE PERCENT OFF LIST A CUSTOMER AT THAT LEVEL
      * PAYS FOR THAT CATEGORY.  A BLANK CATEGORY IS THE LEVEL'S
      * DEFAULT ROW, USED FOR ANY CATEGORY WITHOUT ONE OF ITS OWN.
      * THE CUSTOMER'S LEVEL CODE ITSELF (CM-PRICE-LEVEL) IS LOADED
      * THROUGH CMLOAB2.  EVERY ACTION WRITES A PLAAB2 AUDIT RECORD
      * THE WAY CNTMAB2 AUDITS CONTRACTS, SO THE MATRIX IS NEVER
      * CHANGED WITHOUT A TRAIL - A DELETE INCLUDED.
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
           02  PLV-OPEN                PIC X VALUE 'N'.
           02  PLV-OPEN-STATUS         PIC S9(8) COMP.
           02  PLV-ENABLE-STATUS       PIC S9(8) COMP.
           02  PLA-OPEN                PIC X VALUE 'N'.
           02  PLA-OPEN-STATUS         PIC S9(8) COMP.
           02  PLA-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  AUDIT-DONE-SW               PIC X(01)  VALUE 'N'.
               88  AUDIT-DONE                         VALUE 'Y'.
           05  PRICE-LEVEL-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  PRICE-LEVEL-FOUND                  VALUE 'Y'.
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
           05  OLD-DISCOUNT-PCT            PIC S9(03)V99.
           05  NEW-PCT-WORK                PIC S9(03)V99.
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
       COPY PRCLVL.
      *
       COPY PLVAUD.
      *
       COPY PLVSAB2.
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
       0000-PROCESS-PRICE-LEVEL-MAINT.
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
                   PERFORM 1450-RESET-LEVEL-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1450-RESET-LEVEL-SCREEN
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
                   PERFORM 1000-PROCESS-LEVEL-SCREEN
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO PLVMAP1
                   MOVE 'Invalid key pressed.' TO PLV-D-MESSAGE
                   MOVE -1 TO PLV-L-ACTION
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-LEVEL-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('PLAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-LEVEL-SCREEN.
      *
           PERFORM 1100-RECEIVE-LEVEL-MAP.
           PERFORM 1200-EDIT-LEVEL-DATA.
      *
           IF VALID-DATA
               EVALUATE TRUE
                   WHEN PLV-D-ACTION = '1'
                       PERFORM 2100-ADD-PRICE-LEVEL
                   WHEN PLV-D-ACTION = '2'
                       PERFORM 2200-CHANGE-PRICE-LEVEL
                   WHEN PLV-D-ACTION = '3'
                       PERFORM 2300-DELETE-PRICE-LEVEL
               END-EVALUATE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-LEVEL-MAP
           END-IF.
      *
       1100-RECEIVE-LEVEL-MAP.
      *
           EXEC CICS
               RECEIVE MAP('PLVMAB2')
                       MAPSET('PLVSAB2')
                       INTO(PLVMAP1)
           END-EXEC.
      *
           INSPECT PLVMAP1
                REPLACING ALL '_' BY SPACE.
      *
      *****************************************************************
      * LOW-VALUE IN THE CATEGORY MEANS THE OPERATOR LEFT IT EMPTY,
      * WHICH IS THE LEVEL'S DEFAULT ROW - KEY IT AS SPACES.
      *****************************************************************
       1200-EDIT-LEVEL-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           IF PLV-D-CATG = LOW-VALUE
               MOVE SPACE TO PLV-D-CATG
           END-IF.
      *
           IF       PLV-D-ACTION NOT = '1'
                 AND PLV-D-ACTION NOT = '2'
                 AND PLV-D-ACTION NOT = '3'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Action must be 1 (add), 2 (change) or 3 (delete).'
                   TO PLV-D-MESSAGE
               MOVE -1 TO PLV-L-ACTION
           ELSE
               IF       PLV-D-LEVEL = SPACE
                     OR PLV-D-LEVEL = LOW-VALUE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'You must enter a price level.'
                       TO PLV-D-MESSAGE
                   MOVE -1 TO PLV-L-LEVEL
               END-IF
           END-IF.
      *
           IF VALID-DATA AND PLV-D-ACTION NOT = '3'
               MOVE PLV-D-PCT TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               IF NUM-VALID-NUMBER
                   IF NUM-EDITED-NUMBER < 100
                       MOVE NUM-EDITED-NUMBER TO NEW-PCT-WORK
                   ELSE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'Discount percent must be less than 100.'
                           TO PLV-D-MESSAGE
                       MOVE -1 TO PLV-L-PCT
                   END-IF
               ELSE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Discount percent must be numeric.'
                       TO PLV-D-MESSAGE
                   MOVE -1 TO PLV-L-PCT
               END-IF
           END-IF.
      *
       1300-READ-LEVEL-RECORD.
      *
           PERFORM 6000-OPEN-PLV-FILE.
      *
           MOVE 'N' TO PRICE-LEVEL-FOUND-SW.
           MOVE PLV-D-LEVEL TO PLV-PRICE-LEVEL.
           MOVE PLV-D-CATG  TO PLV-PRODUCT-CATEGORY.
      *
           EXEC CICS
               READ FILE('PLVAB2')
                    INTO(PRICE-LEVEL-RECORD)
                    RIDFLD(PLV-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO PRICE-LEVEL-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2100-ADD-PRICE-LEVEL.
      *
           PERFORM 1300-READ-LEVEL-RECORD.
           IF PRICE-LEVEL-FOUND
               MOVE PLV-DISCOUNT-PCT TO PLV-D-OLDPCT
               MOVE PLV-CHANGED-BY   TO PLV-D-CHGBY
               MOVE PLV-CHANGED-DATE TO PLV-D-CHGDT
               MOVE 'That level and category are already on file.'
                   TO PLV-D-MESSAGE
               MOVE -1 TO PLV-L-LEVEL
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-LEVEL-MAP
           ELSE
               ACCEPT TODAY-DATE-YMD FROM DATE YYYYMMDD
               MOVE SPACE          TO PRICE-LEVEL-RECORD
               MOVE PLV-D-LEVEL    TO PLV-PRICE-LEVEL
               MOVE PLV-D-CATG     TO PLV-PRODUCT-CATEGORY
               MOVE NEW-PCT-WORK   TO PLV-DISCOUNT-PCT
               MOVE SC-OPERATOR-ID TO PLV-CHANGED-BY
               MOVE TODAY-DATE-YMD TO PLV-CHANGED-DATE
               EXEC CICS
                   WRITE FILE('PLVAB2')
                         FROM(PRICE-LEVEL-RECORD)
                         RIDFLD(PLV-KEY)
                         RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'PLVAB2' TO JPM-FILE-NAME
               MOVE PLV-KEY TO JPM-RECORD-KEY
               MOVE 40 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE PRICE-LEVEL-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE ZERO TO OLD-DISCOUNT-PCT
               SET PLA-ACTION-ADD TO TRUE
               PERFORM 2600-WRITE-LEVEL-AUDIT
               PERFORM 1460-RESET-LEVEL-FIELDS
               MOVE 'Price level added.' TO PLV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-LEVEL-MAP
           END-IF.
      *
       2200-CHANGE-PRICE-LEVEL.
      *
           PERFORM 6000-OPEN-PLV-FILE.
      *
           MOVE PLV-D-LEVEL TO PLV-PRICE-LEVEL.
           MOVE PLV-D-CATG  TO PLV-PRODUCT-CATEGORY.
           EXEC CICS
               READ FILE('PLVAB2')
                    INTO(PRICE-LEVEL-RECORD)
                    RIDFLD(PLV-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'No price level on file for that level and catego
      -            'ry.' TO PLV-D-MESSAGE
               MOVE -1 TO PLV-L-LEVEL
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-LEVEL-MAP
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE PRICE-LEVEL-RECORD TO JPM-BEFORE-IMAGE
               ACCEPT TODAY-DATE-YMD FROM DATE YYYYMMDD
               MOVE PLV-DISCOUNT-PCT TO OLD-DISCOUNT-PCT
               MOVE NEW-PCT-WORK     TO PLV-DISCOUNT-PCT
               MOVE SC-OPERATOR-ID   TO PLV-CHANGED-BY
               MOVE TODAY-DATE-YMD   TO PLV-CHANGED-DATE
               EXEC CICS
                   REWRITE FILE('PLVAB2')
                           FROM(PRICE-LEVEL-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'PLVAB2' TO JPM-FILE-NAME
               MOVE PLV-KEY TO JPM-RECORD-KEY
               MOVE 40 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE PRICE-LEVEL-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               SET PLA-ACTION-CHANGE TO TRUE
               PERFORM 2600-WRITE-LEVEL-AUDIT
               PERFORM 1460-RESET-LEVEL-FIELDS
               MOVE 'Price level changed.' TO PLV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-LEVEL-MAP
           END-IF.
      *
      *****************************************************************
      * A DELETE AUDITS THE OLD PERCENT WITH A NEW PERCENT OF ZERO.
      * CUSTOMERS AT THE LEVEL FALL BACK TO ITS DEFAULT ROW, OR TO
      * BREAK PRICING WHEN THE DEFAULT ROW ITSELF IS DELETED.
      *****************************************************************
       2300-DELETE-PRICE-LEVEL.
      *
           PERFORM 6000-OPEN-PLV-FILE.
      *
           MOVE PLV-D-LEVEL TO PLV-PRICE-LEVEL.
           MOVE PLV-D-CATG  TO PLV-PRODUCT-CATEGORY.
           EXEC CICS
               READ FILE('PLVAB2')
                    INTO(PRICE-LEVEL-RECORD)
                    RIDFLD(PLV-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'No price level on file for that level and catego
      -            'ry.' TO PLV-D-MESSAGE
               MOVE -1 TO PLV-L-LEVEL
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-LEVEL-MAP
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE PRICE-LEVEL-RECORD TO JPM-BEFORE-IMAGE
               MOVE PLV-DISCOUNT-PCT TO OLD-DISCOUNT-PCT
               EXEC CICS
                   DELETE FILE('PLVAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'PLVAB2' TO JPM-FILE-NAME
               MOVE PLV-KEY TO JPM-RECORD-KEY
               MOVE 40 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE ZERO TO PLV-DISCOUNT-PCT
               SET PLA-ACTION-DELETE TO TRUE
               PERFORM 2600-WRITE-LEVEL-AUDIT
               PERFORM 1460-RESET-LEVEL-FIELDS
               MOVE 'Price level deleted.' TO PLV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-LEVEL-MAP
           END-IF.
      *
      *****************************************************************
      * ONE AUDIT RECORD PER ACTION, CNAAB2-STYLE.  A SECOND CHANGE
      * TO THE SAME CELL IN THE SAME SECOND BUMPS THE TIME KEY.
      *****************************************************************
       2600-WRITE-LEVEL-AUDIT.
      *
           PERFORM 6100-OPEN-PLA-FILE.
      *
           MOVE PLV-PRICE-LEVEL      TO PLA-PRICE-LEVEL.
           MOVE PLV-PRODUCT-CATEGORY TO PLA-PRODUCT-CATEGORY.
           ACCEPT PLA-CHANGE-DATE FROM DATE YYYYMMDD.
           MOVE EIBTIME              TO PLA-CHANGE-TIME.
           MOVE SC-OPERATOR-ID       TO PLA-CHANGED-BY.
           MOVE OLD-DISCOUNT-PCT     TO PLA-OLD-DISCOUNT-PCT.
           MOVE PLV-DISCOUNT-PCT     TO PLA-NEW-DISCOUNT-PCT.
      *
           PERFORM 2610-WRITE-AUDIT-WITH-RETRY.
      *
       2610-WRITE-AUDIT-WITH-RETRY.
      *
           MOVE 'N' TO AUDIT-DONE-SW.
           PERFORM 2611-WRITE-AUDIT-ONCE
               UNTIL AUDIT-DONE.
      *
       2611-WRITE-AUDIT-ONCE.
      *
           EXEC CICS
               WRITE FILE('PLAAB2')
                     FROM(PRICE-LEVEL-AUDIT-RECORD)
                     RIDFLD(PLA-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO AUDIT-DONE-SW
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO PLA-CHANGE-TIME
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1400-SEND-LEVEL-MAP.
      *
           MOVE 'PLAB' TO PLV-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('PLVMAB2')
                            MAPSET('PLVSAB2')
                            FROM(PLVMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('PLVMAB2')
                            MAPSET('PLVSAB2')
                            FROM(PLVMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('PLVMAB2')
                            MAPSET('PLVSAB2')
                            FROM(PLVMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-LEVEL-SCREEN.
      *
           PERFORM 1460-RESET-LEVEL-FIELDS.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-LEVEL-MAP.
      *
       1460-RESET-LEVEL-FIELDS.
      *
           MOVE LOW-VALUE TO PLVMAP1.
           MOVE 'Type the action, level, category (blank for the level
      -        ' default) and percent off list.' TO PLV-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO PLV-D-FKEY.
           MOVE -1 TO PLV-L-ACTION.
      *
       6000-OPEN-PLV-FILE.
      *
           EXEC CICS
               INQUIRE FILE('PLVAB2')
                   OPENSTATUS(PLV-OPEN-STATUS)
                   ENABLESTATUS(PLV-ENABLE-STATUS)
           END-EXEC.
      *
           IF PLV-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PLVAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PLV-OPEN
           ELSE IF PLV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('138')
               END-EXEC
           END-IF.
      *
       6100-OPEN-PLA-FILE.
      *
           EXEC CICS
               INQUIRE FILE('PLAAB2')
                   OPENSTATUS(PLA-OPEN-STATUS)
                   ENABLESTATUS(PLA-ENABLE-STATUS)
           END-EXEC.
      *
           IF PLA-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PLAAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PLA-OPEN
           ELSE IF PLA-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('139')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'PLVMAB2'      TO JPM-PROGRAM.
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
