      * FORCES THE OPERATOR TO PICK THEIR OWN AT FIRST SIGNON.
      * EVERY ACTION WRITES AN OPAAB2 AUDIT RECORD.  UNTIL NOW THERE
      * WAS NO PROGRAM ANYWHERE IN THE LIBRARY TO MAINTAIN OPRAB2.
      * COMPANY ACCESS (BLANK=HOME COMPANY PLUS THOSE LISTED, L=LISTED
      * ONLY, A=ALL) AND UP TO FIVE COMPANY CODES, KEYED SIDE BY SIDE,
      * SAY WHOSE BOOKS THE OPERATOR MAY WORK; EVERY LISTED CODE MUST
      * BE ON COMAB2, AND A LISTED-ONLY OPERATOR NEEDS AT LEAST ONE.
      * THE OPERATOR'S WORK ROLE (UP TO FOUR CHARACTERS, BLANK FOR
      * NONE) IS WHAT ROUTES ROLE ALERTS TO THEM IN THE ALERT INBOX.
      * EVERY ADD, CHANGE AND DELETE IS ALSO JOURNALED THROUGH
      * JRNWRAB2 WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  OPA-OPEN                PIC X VALUE 'N'.
           02  OPA-OPEN-STATUS         PIC S9(8) COMP.
           02  OPA-ENABLE-STATUS       PIC S9(8) COMP.
           02  COM-OPEN                PIC X VALUE 'N'.
           02  COM-OPEN-STATUS         PIC S9(8) COMP.
           02  COM-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  OLD-SECURITY-LEVEL          PIC 9(01).
           05  OLD-STATUS                  PIC X(01).
           05  PASSWORD-RESET-SW           PIC X(01).
           05  NEW-COMPANY-LIST            PIC X(10).
           05  NEW-COMPANY-TABLE           REDEFINES NEW-COMPANY-LIST.
               10  NEW-COMPANY-CODE        PIC X(02)  OCCURS 5 TIMES.
           05  COMPANY-SUB                 PIC S9(04) COMP.
           05  COMPANY-COUNT               PIC S9(04) COMP.
      *
       01  COMMUNICATION-AREA.
      *
       COPY OPERMAS.
      *
       COPY OPRAUDIT.
      *
       COPY COMPANY.
      *
       COPY OPRSAB2.
      *
       COPY SUBWS.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
                   MOVE -1 TO OPR-L-NEWPWD
               END-IF
           END-IF.
      *
           IF VALID-DATA
               IF       OPR-D-ACTION NOT = '3'
                   PERFORM 1260-EDIT-COMPANY-ACCESS
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE ORDER-VALUE LIMIT IS OPTIONAL - BLANK OR ZERO MEANS THE
                   MOVE -1 TO OPR-L-LIMIT
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE COMPANY LIST IS KEYED AS ONE TEN-POSITION FIELD, TWO PER
      * COMPANY.  A BLANK PAIR IS AN UNUSED SLOT; THE HOME COMPANY
      * IS NEVER LISTED - IT COMES WITH A BLANK ACCESS CODE.
      *****************************************************************
       1260-EDIT-COMPANY-ACCESS.
      *
           IF OPR-D-ACCESS = LOW-VALUE
               MOVE SPACE TO OPR-D-ACCESS
           END-IF.
           IF OPR-D-COMPS = LOW-VALUE
               MOVE SPACE TO OPR-D-COMPS
           END-IF.
           INSPECT OPR-D-COMPS
                REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT OPR-D-ROLE
                REPLACING ALL LOW-VALUE BY SPACE.
           MOVE OPR-D-COMPS TO NEW-COMPANY-LIST.
           MOVE ZERO TO COMPANY-COUNT.
      *
           IF       OPR-D-ACCESS NOT = SPACE
                 AND OPR-D-ACCESS NOT = 'L'
                 AND OPR-D-ACCESS NOT = 'A'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Company access must be blank, L or A.'
                   TO OPR-D-MESSAGE
               MOVE -1 TO OPR-L-ACCESS
           ELSE
               PERFORM 1265-EDIT-LISTED-COMPANY
                   VARYING COMPANY-SUB FROM 1 BY 1
                     UNTIL COMPANY-SUB > 5
                        OR NOT VALID-DATA
           END-IF.
      *
           IF VALID-DATA
               IF       OPR-D-ACCESS = 'L'
                     AND COMPANY-COUNT = ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'List at least one company for L access.'
                       TO OPR-D-MESSAGE
                   MOVE -1 TO OPR-L-COMPS
               END-IF
           END-IF.
      *
       1265-EDIT-LISTED-COMPANY.
      *
           IF NEW-COMPANY-CODE(COMPANY-SUB) NOT = SPACE
               PERFORM 6200-OPEN-COM-FILE
               MOVE NEW-COMPANY-CODE(COMPANY-SUB) TO COM-COMPANY-CODE
               EXEC CICS
                   READ FILE('COMAB2')
                        INTO(COMPANY-RECORD)
                        RIDFLD(COM-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       ADD 1 TO COMPANY-COUNT
                   WHEN DFHRESP(NOTFND)
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'A listed company is not on file.'
                           TO OPR-D-MESSAGE
                       MOVE -1 TO OPR-L-COMPS
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
       1300-READ-OPERATOR-RECORD.
      *
               MOVE SPACE          TO OPER-PWD-CHANGED-DATE
               MOVE ZERO           TO OPER-FAILED-ATTEMPTS
               MOVE WS-ORDER-LIMIT-WORK TO OPER-ORDER-LIMIT
               MOVE OPR-D-ACCESS   TO OPER-COMPANY-ACCESS
               MOVE NEW-COMPANY-LIST TO OPER-COMPANY-LIST
               MOVE OPR-D-ROLE     TO OPER-ROLE
               EXEC CICS
                   WRITE FILE('OPRAB2')
                         FROM(OPERATOR-RECORD)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'OPRAB2' TO JPM-FILE-NAME
               MOVE OPER-ID TO JPM-RECORD-KEY
               MOVE 80 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE OPERATOR-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE ZERO  TO OLD-SECURITY-LEVEL
               MOVE SPACE TO OLD-STATUS
               MOVE 'Y'   TO PASSWORD-RESET-SW
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE OPERATOR-RECORD TO JPM-BEFORE-IMAGE
               MOVE OPER-SECURITY-LEVEL TO OLD-SECURITY-LEVEL
               MOVE OPER-STATUS         TO OLD-STATUS
               MOVE 'N'                 TO PASSWORD-RESET-SW
               MOVE OPR-D-LEVEL  TO OPER-SECURITY-LEVEL
               MOVE OPR-D-STATUS TO OPER-STATUS
               MOVE WS-ORDER-LIMIT-WORK TO OPER-ORDER-LIMIT
               MOVE OPR-D-ACCESS TO OPER-COMPANY-ACCESS
               MOVE NEW-COMPANY-LIST TO OPER-COMPANY-LIST
               MOVE OPR-D-ROLE   TO OPER-ROLE
      *
      *        STATUS BACK TO ACTIVE IS THE SUPERVISOR UNLOCK: THE
      *        FAILED-ATTEMPT COUNT CLEARS SO THE LOCKOUT DOES NOT
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'OPRAB2' TO JPM-FILE-NAME
               MOVE OPER-ID TO JPM-RECORD-KEY
               MOVE 80 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE OPERATOR-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               SET OPA-ACTION-CHANGE TO TRUE
               PERFORM 2600-WRITE-OPERATOR-AUDIT
               PERFORM 1450-RESET-OPERATOR-SCREEN-MSG
           ELSE
               MOVE OPER-SECURITY-LEVEL TO OLD-SECURITY-LEVEL
               MOVE OPER-STATUS         TO OLD-STATUS
               MOVE OPERATOR-RECORD     TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('OPRAB2')
                          RIDFLD(OPER-ID)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'OPRAB2' TO JPM-FILE-NAME
               MOVE OPER-ID TO JPM-RECORD-KEY
               MOVE 80 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE ZERO  TO OPER-SECURITY-LEVEL
               MOVE SPACE TO OPER-STATUS
               MOVE 'N'   TO PASSWORD-RESET-SW
                   ABEND ABCODE ('123')
               END-EXEC
           END-IF.
      *
       6200-OPEN-COM-FILE.
      *
           EXEC CICS
               INQUIRE FILE('COMAB2')
                   OPENSTATUS(COM-OPEN-STATUS)
                   ENABLESTATUS(COM-ENABLE-STATUS)
           END-EXEC.
      *
           IF COM-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('COMAB2') OPEN
               END-EXEC
               MOVE 'Y' TO COM-OPEN
           ELSE IF COM-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('153')
               END-EXEC
           END-IF.
      *
       9999-TERMINATE-PROGRAM.
      *
               XCTL PROGRAM('SYSERR')
                    COMMAREA(ERROR-PARAMETERS)
           END-EXEC.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'OPRMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       COPY SUBPARAS.
