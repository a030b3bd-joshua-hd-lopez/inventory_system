      * ADDRESS AND ACTIVE FLAG, AND PRESSES ENTER TO POST THE
      * CHANGE TO WRHAB2.  EVERY PROGRAM THAT TAKES A WAREHOUSE CODE
      * VALIDATES AGAINST THIS FILE, AND BOLPRB2 PRINTS THE SHIP-
      * FROM ADDRESS FROM IT.  THE PRINT NODE/USER ID ARE THE
      * WAREHOUSE'S OWN PRINTER; PRTOPAB2 ROUTES THE PICK TICKETS
      * AND SHIPPING PAPERWORK THERE.  LEFT BLANK, THE WAREHOUSE
      * PRINTS ON THE CENTRAL PRINTER.  A NODE WITHOUT A USER ID
      * CANNOT BE ROUTED, SO THE PAIR IS EDITED TOGETHER.
      * TYPE C MAKES THE WAREHOUSE A CONSIGNMENT SITE: STOCK OF OURS
      * HELD AT THE CUSTOMER KEYED WITH IT, WHICH MUST BE AN OPEN
      * ACCOUNT ON CMFAB2.  ANY OTHER TYPE CLEARS THE CUSTOMER.
      * THE COMPANY CODE (BLANK IS THE HOME COMPANY) SAYS WHOSE
      * BOOKS THE WAREHOUSE'S STOCK BELONGS TO; IT MUST BE AN ACTIVE
      * COMPANY ON COMAB2 THAT THE OPERATOR IS ALLOWED TO WORK
      * (COMAUAB2 DECIDES).
      * EVERY ADD, CHANGE AND DELETE IS JOURNALED THROUGH JRNWRAB2
      * WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  WRH-OPEN                PIC X VALUE 'N'.
           02  WRH-OPEN-STATUS         PIC S9(8) COMP.
           02  WRH-ENABLE-STATUS       PIC S9(8) COMP.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       COPY WHSMAST.
      *
       COPY CUSTMAS.
      *
       COPY COMPARM.
      *
       COPY WRHSAB2.
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
           MOVE ATTR-NO-HIGHLIGHT TO WRH-M-H-ACTION
                                     WRH-M-H-WHSE
                                     WRH-M-H-NAME
                                     WRH-M-H-PUSER
                                     WRH-M-H-TYPE
                                     WRH-M-H-CUSTNO
                                     WRH-M-H-COMPANY.
      *
           IF        WRH-M-D-ACTION = '1' OR '2'
               PERFORM 1260-CHECK-COMPANY-AUTHORITY
           END-IF.
      *
           IF        WRH-M-D-ACTION = '1' OR '2'
               IF WRH-M-D-TYPE = 'C'
                   PERFORM 1250-EDIT-CONSIGN-CUSTOMER
               ELSE
                   IF WRH-M-D-TYPE NOT = 'S' AND SPACE AND LOW-VALUE
                       MOVE ATTR-REVERSE TO WRH-M-H-TYPE
                       MOVE -1 TO WRH-M-L-TYPE
                       MOVE 'Type must be S=Standard or C=Consignment.'
                           TO WRH-M-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF        WRH-M-D-ACTION = '1' OR '2'
               IF        WRH-M-D-PNODE NOT = SPACE
                     AND WRH-M-D-PUSER = SPACE
                   MOVE ATTR-REVERSE TO WRH-M-H-PUSER
                   MOVE -1 TO WRH-M-L-PUSER
                   MOVE 'Enter the print user ID for the print node.'
                       TO WRH-M-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF        WRH-M-D-ACTION = '1' OR '2'
               IF        WRH-M-L-NAME = ZERO
                  OR WRH-M-D-WHSE = SPACE
               MOVE ATTR-REVERSE TO WRH-M-H-WHSE
               MOVE -1 TO WRH-M-L-WHSE
               MOVE 'You must enter a warehouse code.'
                   TO WRH-M-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
                   TO WRH-M-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1250-EDIT-CONSIGN-CUSTOMER.
      *
           IF        WRH-M-D-CUSTNO = SPACE
                  OR WRH-M-D-CUSTNO = LOW-VALUE
               MOVE ATTR-REVERSE TO WRH-M-H-CUSTNO
               MOVE -1 TO WRH-M-L-CUSTNO
               MOVE 'A consignment warehouse needs a customer number.'
                   TO WRH-M-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 6100-OPEN-CMF-FILE
               EXEC CICS
                   READ FILE('CMFAB2')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(WRH-M-D-CUSTNO)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                       IF CM-STATUS-CLOSED
                           MOVE ATTR-REVERSE TO WRH-M-H-CUSTNO
                           MOVE -1 TO WRH-M-L-CUSTNO
                           MOVE 'That customer account is closed.'
                               TO WRH-M-D-MESSAGE
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE ATTR-REVERSE TO WRH-M-H-CUSTNO
                       MOVE -1 TO WRH-M-L-CUSTNO
                       MOVE 'That customer does not exist.'
                           TO WRH-M-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
       1260-CHECK-COMPANY-AUTHORITY.
      *
           IF WRH-M-D-COMPANY = LOW-VALUE
               MOVE SPACE TO WRH-M-D-COMPANY
           END-IF.
           MOVE SC-OPERATOR-ID  TO CAP-OPERATOR-ID.
           MOVE WRH-M-D-COMPANY TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO WRH-M-H-COMPANY
               MOVE -1 TO WRH-M-L-COMPANY
               MOVE CAP-MESSAGE TO WRH-M-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1300-READ-WAREHOUSE-RECORD.
      *
           MOVE WRH-M-D-CITY    TO WRH-CITY.
           MOVE WRH-M-D-STATE   TO WRH-STATE.
           MOVE WRH-M-D-ZIP     TO WRH-ZIP-CODE.
           MOVE WRH-M-D-PNODE   TO WRH-PRINT-NODE.
           MOVE WRH-M-D-PUSER   TO WRH-PRINT-USERID.
           IF WRH-M-D-TYPE = 'C'
               MOVE 'C'             TO WRH-WAREHOUSE-TYPE
               MOVE WRH-M-D-CUSTNO  TO WRH-CONSIGN-CUSTOMER
           ELSE
               MOVE 'S'             TO WRH-WAREHOUSE-TYPE
               MOVE SPACE           TO WRH-CONSIGN-CUSTOMER
           END-IF.
           IF WRH-M-D-STATUS = 'I'
               MOVE 'I' TO WRH-STATUS
           ELSE
               MOVE 'A' TO WRH-STATUS
           END-IF.
           MOVE WRH-M-D-COMPANY TO WRH-COMPANY-CODE.
      *
       2100-ADD-WAREHOUSE.
      *
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'WRHAB2' TO JPM-FILE-NAME
               MOVE WRH-KEY TO JPM-RECORD-KEY
               MOVE 140 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE WAREHOUSE-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Warehouse added.' TO WRH-M-D-MESSAGE
               MOVE -1 TO WRH-M-L-ACTION
               SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE WAREHOUSE-MASTER-RECORD TO JPM-BEFORE-IMAGE
               PERFORM 1350-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   REWRITE FILE('WRHAB2')
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'WRHAB2' TO JPM-FILE-NAME
               MOVE WRH-KEY TO JPM-RECORD-KEY
               MOVE 140 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE WAREHOUSE-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Warehouse changed.' TO WRH-M-D-MESSAGE
               MOVE -1 TO WRH-M-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE WRH-M-D-WHSE TO WRH-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WRHAB2')
                    INTO(WAREHOUSE-MASTER-RECORD)
                    RIDFLD(WRH-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE WAREHOUSE-MASTER-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('WRHAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'WRHAB2' TO JPM-FILE-NAME
               MOVE WRH-KEY TO JPM-RECORD-KEY
               MOVE 140 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Warehouse deleted.' TO WRH-M-D-MESSAGE
               MOVE -1 TO WRH-M-L-ACTION
               SET SEND-DATAONLY TO TRUE
                   ABEND ABCODE ('051')
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
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'WRHMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       9999-TERMINATE-PROGRAM.
      *
