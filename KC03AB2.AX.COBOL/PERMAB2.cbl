      * LOGGED WITH THE OPERATOR AND DATE THE SAME WAY DAYMAB2 LOGS
      * DAY-REOPEN-OPERATOR.  THE POSTING PROGRAMS REFUSE
      * TRANSACTIONS WHOSE PROCESSING DATE FALLS IN A CLOSED OR
      * LOCKED PERIOD.  EACH COMPANY CLOSES ITS OWN PERIODS: THE
      * OPERATOR ALSO KEYS THE COMPANY CODE (BLANK IS THE HOME
      * COMPANY), WHICH COMAUAB2 MUST CLEAR THE OPERATOR TO WORK.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       COPY PERSTAT.
      *
       COPY COMPARM.
      *
       COPY PERSAB2.
      *
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO PER-H-ACTION
                                     PER-H-PERIOD
                                     PER-H-COMPANY.
      *
           PERFORM 1250-CHECK-COMPANY-AUTHORITY.
      *
           IF        PER-L-PERIOD = ZERO
                  OR PER-D-PERIOD = SPACE
                   TO PER-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1250-CHECK-COMPANY-AUTHORITY.
      *
           IF PER-D-COMPANY = LOW-VALUE
               MOVE SPACE TO PER-D-COMPANY
           END-IF.
           MOVE SC-OPERATOR-ID TO CAP-OPERATOR-ID.
           MOVE PER-D-COMPANY  TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO PER-H-COMPANY
               MOVE -1 TO PER-L-COMPANY
               MOVE CAP-MESSAGE TO PER-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1300-READ-PERIOD.
      *
           PERFORM 6000-OPEN-PER-FILE.
      *
           MOVE PER-D-COMPANY TO PER-COMPANY-CODE.
           MOVE PER-D-PERIOD  TO PER-PERIOD.
      *
           EXEC CICS
               READ FILE('PERAB2')
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-PERIOD-MAP
           ELSE
               MOVE PER-D-COMPANY  TO PER-COMPANY-CODE
               MOVE PER-D-PERIOD   TO PER-PERIOD
               SET PER-STATUS-CLOSED TO TRUE
               MOVE TODAY-DATE-MDY TO PER-CLOSED-DATE
           PERFORM 1300-READ-PERIOD.
           PERFORM 8000-GET-TODAY-DATE.
      *
           MOVE PER-D-COMPANY  TO PER-COMPANY-CODE.
           MOVE PER-D-PERIOD   TO PER-PERIOD.
           SET PER-STATUS-LOCKED TO TRUE.
           MOVE TODAY-DATE-MDY TO PER-CLOSED-DATE.
