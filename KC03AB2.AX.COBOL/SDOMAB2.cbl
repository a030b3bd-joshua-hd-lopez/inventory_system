      * THE MORNING.  THE TEMPLATE ONLY DESCRIBES THE BASKET -
      * PRICING, CREDIT, AND STOCK ARE RESOLVED AT RELEASE TIME BY
      * THE EDIORB2 GATEWAY, SAME AS ANY OTHER ORDER.
      * EVERY ADD, CHANGE AND DELETE IS JOURNALED THROUGH JRNWRAB2
      * WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SDOAB2' TO JPM-FILE-NAME
               MOVE SDO-KEY TO JPM-RECORD-KEY
               MOVE 220 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE STANDING-ORDER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               PERFORM 1460-RESET-TEMPLATE-FIELDS
               MOVE 'Standing order added.' TO SDO-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE STANDING-ORDER-RECORD TO JPM-BEFORE-IMAGE
               PERFORM 2400-BUILD-TEMPLATE-RECORD
               EXEC CICS
                   REWRITE FILE('SDOAB2')
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SDOAB2' TO JPM-FILE-NAME
               MOVE SDO-KEY TO JPM-RECORD-KEY
               MOVE 220 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE STANDING-ORDER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               PERFORM 1460-RESET-TEMPLATE-FIELDS
               MOVE 'Standing order changed.' TO SDO-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-TEMPLATE-MAP
           ELSE
               MOVE STANDING-ORDER-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('SDOAB2')
                          RIDFLD(SDO-TEMPLATE-ID)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'SDOAB2' TO JPM-FILE-NAME
               MOVE SDO-KEY TO JPM-RECORD-KEY
               MOVE 220 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               PERFORM 1460-RESET-TEMPLATE-FIELDS
               MOVE 'Standing order deleted.' TO SDO-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
                   ABEND ABCODE ('003')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'SDOMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       9999-TERMINATE-PROGRAM.
      *
