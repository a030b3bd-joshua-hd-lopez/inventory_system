       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  RPQPRAB2.
      *
      *****************************************************************
      * REMOTE PRINT QUEUE DRAIN (TRANSACTION RPAB).  PRINTS THE
      * WAREHOUSE PAPERWORK BATCH JOBS HAVE QUEUED ON RPQAB2 (SEE
      * RMTPRT) - TODAY THE BKORLB2 BACKORDER RELEASE TICKETS - EACH
      * DOCUMENT OPENED THROUGH PRTOPAB2 ON ITS WAREHOUSE'S OWN
      * PRINTER, OR ON THE CENTRAL PRINTER WITH A WARNING WHEN THE
      * WAREHOUSE HAS NO PRINTER OR IT CANNOT BE REACHED.  EVERY
      * LINE IS DELETED AS IT PRINTS, SO THE NEXT READ GTEQ FROM THE
      * LOW KEY ALWAYS FINDS THE NEXT LINE STILL WAITING AND A RERUN
      * AFTER A FAILURE PICKS UP WHERE THE LAST ONE STOPPED.  RUN
      * AFTER BKORLB2, FROM ANY TERMINAL OR FROM THE MENU; A COUNT
      * OF DOCUMENTS AND LINES PRINTED IS SENT BACK TO THE SCREEN.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-INFO.
           02  RPQ-OPEN                PIC X VALUE 'N'.
           02  RPQ-OPEN-STATUS         PIC S9(8) COMP.
           02  RPQ-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  QUEUE-EMPTY-SW              PIC X(01)  VALUE 'N'.
               88  QUEUE-EMPTY                        VALUE 'Y'.
           05  DOCUMENT-OPEN-SW            PIC X(01)  VALUE 'N'.
               88  DOCUMENT-OPEN                      VALUE 'Y'.
      *
       01  WORK-FIELDS.
      *
           05  WS-DOCUMENT-COUNT       PIC S9(05)  COMP-3 VALUE ZERO.
           05  WS-LINE-COUNT           PIC S9(07)  COMP-3 VALUE ZERO.
           05  WS-CENTRAL-COUNT        PIC S9(05)  COMP-3 VALUE ZERO.
           05  WS-CURRENT-DOCUMENT.
               10  WS-CURRENT-WAREHOUSE    PIC X(03).
               10  WS-CURRENT-DOCUMENT-ID  PIC X(12).
           05  WS-QUEUE-TOKEN          PIC X(08).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  DONE-MESSAGE.
           05  FILLER              PIC X(22) VALUE
               'Remote print queue - '.
           05  DM-DOCUMENT-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(20) VALUE
               ' documents printed ('.
           05  DM-LINE-COUNT       PIC ZZZZZZ9.
           05  FILLER              PIC X(09) VALUE ' lines), '.
           05  DM-CENTRAL-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE ' centrally.'.
      *
       COPY RMTPRT.
      *
       COPY PRTPARM.
      *
       COPY ERRPARM.
      *
       PROCEDURE DIVISION.
      *
       0000-DRAIN-PRINT-QUEUE.
      *
           PERFORM 6000-OPEN-RPQ-FILE.
      *
           MOVE SPACE TO WS-CURRENT-DOCUMENT.
      *
           PERFORM 1000-PRINT-NEXT-QUEUE-LINE
               UNTIL QUEUE-EMPTY.
      *
           IF DOCUMENT-OPEN
               PERFORM 1300-CLOSE-DOCUMENT
           END-IF.
      *
           MOVE WS-DOCUMENT-COUNT TO DM-DOCUMENT-COUNT.
           MOVE WS-LINE-COUNT     TO DM-LINE-COUNT.
           MOVE WS-CENTRAL-COUNT  TO DM-CENTRAL-COUNT.
      *
           EXEC CICS
               SEND TEXT FROM(DONE-MESSAGE)
                         ERASE
                         FREEKB
           END-EXEC.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-PRINT-NEXT-QUEUE-LINE.
      *
           MOVE LOW-VALUE TO RPQ-KEY.
      *
           EXEC CICS
               READ FILE('RPQAB2')
                    INTO(REMOTE-PRINT-RECORD)
                    RIDFLD(RPQ-KEY)
                    GTEQ
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO QUEUE-EMPTY-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               IF        RPQ-WAREHOUSE-CODE NOT = WS-CURRENT-WAREHOUSE
                      OR RPQ-DOCUMENT-ID NOT = WS-CURRENT-DOCUMENT-ID
                      OR NOT DOCUMENT-OPEN
                   IF DOCUMENT-OPEN
                       PERFORM 1300-CLOSE-DOCUMENT
                   END-IF
                   PERFORM 1100-OPEN-DOCUMENT
               END-IF
               PERFORM 1200-PRINT-AND-DELETE-LINE
           END-IF.
      *
       1100-OPEN-DOCUMENT.
      *
           MOVE RPQ-WAREHOUSE-CODE TO WS-CURRENT-WAREHOUSE
                                      PRP-WAREHOUSE-CODE.
           MOVE RPQ-DOCUMENT-ID    TO WS-CURRENT-DOCUMENT-ID.
      *
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
      *
           MOVE PRP-TOKEN TO WS-QUEUE-TOKEN.
           MOVE 'Y' TO DOCUMENT-OPEN-SW.
           ADD 1 TO WS-DOCUMENT-COUNT.
           IF PRP-CENTRAL
               ADD 1 TO WS-CENTRAL-COUNT
           END-IF.
      *
       1200-PRINT-AND-DELETE-LINE.
      *
           EXEC CICS
               SPOOLWRITE FROM(RPQ-PRINT-LINE)
                          TOKEN(WS-QUEUE-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               DELETE FILE('RPQAB2')
                      RIDFLD(RPQ-KEY)
                      RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           ADD 1 TO WS-LINE-COUNT.
      *
       1300-CLOSE-DOCUMENT.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(WS-QUEUE-TOKEN)
           END-EXEC.
      *
           MOVE 'N' TO DOCUMENT-OPEN-SW.
      *
       6000-OPEN-RPQ-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RPQAB2')
                   OPENSTATUS(RPQ-OPEN-STATUS)
                   ENABLESTATUS(RPQ-ENABLE-STATUS)
           END-EXEC.
      *
           IF RPQ-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RPQAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RPQ-OPEN
           ELSE IF RPQ-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('095')
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
