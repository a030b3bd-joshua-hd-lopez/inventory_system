      * ENTER TO POST THE CHANGE TO TRMAB2.  TERMS CODES ARE CARRIED
      * ON THE CUSTOMER MASTER (CM-TERMS-CODE, MAINTAINED THROUGH
      * CMMNTAB2) AND DRIVE THE INVOICE DUE DATE ORDERAB2 STAMPS AT
      * POSTING TIME.  THE VENDOR MASTER CARRIES THEM TOO
      * (VND-TERMS-CODE, MAINTAINED THROUGH VNDMAB2) FOR THE AP
      * CHECK RUN'S DUE DATES.  A CODE FLAGGED CASH IN ADVANCE (Y)
      * HOLDS ITS CUSTOMERS' ORDERS AT SHIP CONFIRMATION (SHCAB2)
      * UNTIL DEPOSITS TAKEN THROUGH CSHEAB2 COVER THEM; BLANK
      * MEANS N.
      * EVERY ADD, CHANGE AND DELETE IS JOURNALED THROUGH JRNWRAB2
      * WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WORK-FIELDS.
      *
           05  NET-DAYS-NUMERIC            PIC 9(03).
           05  CIA-SW                      PIC X(01).
      *
       01  COMMUNICATION-AREA.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO TRM-H-ACTION
                                     TRM-H-CODE
                                     TRM-H-DAYS
                                     TRM-H-CIA.
      *
           IF        TRM-D-ACTION = '1' OR '2'
               IF        TRM-L-CIA = ZERO
                      OR TRM-D-CIA = SPACE
                   MOVE 'N' TO CIA-SW
               ELSE
                   IF TRM-D-CIA = 'Y' OR 'N'
                       MOVE TRM-D-CIA TO CIA-SW
                   ELSE
                       MOVE ATTR-REVERSE TO TRM-H-CIA
                       MOVE -1 TO TRM-L-CIA
                       MOVE 'Cash in advance must be Y or N.'
                           TO TRM-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF        TRM-D-ACTION = '1' OR '2'
               IF        TRM-L-DAYS = ZERO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-TERMS-MAP
           ELSE
               MOVE SPACE            TO TERMS-CODE-RECORD
               MOVE TRM-D-CODE       TO TRM-TERMS-CODE
               MOVE TRM-D-DESC       TO TRM-DESCRIPTION
               MOVE NET-DAYS-NUMERIC TO TRM-NET-DAYS
               MOVE CIA-SW           TO TRM-CIA-SW
               EXEC CICS
                   WRITE FILE('TRMAB2')
                         FROM(TERMS-CODE-RECORD)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'TRMAB2' TO JPM-FILE-NAME
               MOVE TRM-KEY TO JPM-RECORD-KEY
               MOVE 40 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE TERMS-CODE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Terms code added.' TO TRM-D-MESSAGE
               MOVE -1 TO TRM-L-ACTION
               SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE TERMS-CODE-RECORD TO JPM-BEFORE-IMAGE
               MOVE TRM-D-DESC       TO TRM-DESCRIPTION
               MOVE NET-DAYS-NUMERIC TO TRM-NET-DAYS
               MOVE CIA-SW           TO TRM-CIA-SW
               EXEC CICS
                   REWRITE FILE('TRMAB2')
                           FROM(TERMS-CODE-RECORD)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'TRMAB2' TO JPM-FILE-NAME
               MOVE TRM-KEY TO JPM-RECORD-KEY
               MOVE 40 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE TERMS-CODE-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Terms code changed.' TO TRM-D-MESSAGE
               MOVE -1 TO TRM-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE TRM-D-CODE TO TRM-TERMS-CODE.
      *
           EXEC CICS
               READ FILE('TRMAB2')
                    INTO(TERMS-CODE-RECORD)
                    RIDFLD(TRM-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE TERMS-CODE-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('TRMAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'TRMAB2' TO JPM-FILE-NAME
               MOVE TRM-KEY TO JPM-RECORD-KEY
               MOVE 40 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Terms code deleted.' TO TRM-D-MESSAGE
               MOVE -1 TO TRM-L-ACTION
               SET SEND-DATAONLY TO TRUE
                   ABEND ABCODE ('014')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'TRMMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       9999-TERMINATE-PROGRAM.
      *
