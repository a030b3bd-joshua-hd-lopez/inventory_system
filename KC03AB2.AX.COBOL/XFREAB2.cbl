      * CLOSES.  BETWEEN THE TWO THE STOCK IS AT NEITHER LOCATION BUT
      * FULLY VISIBLE ON TRFAB2 - NEVER DOUBLE-COUNTED, NEVER
      * INVISIBLE.  THE COMPANY-WIDE PRDAB2 TOTAL IS NOT TOUCHED.
      * XFRRGB2 PRINTS THE TRANSFER REGISTER.  SHIPPING A TRANSFER
      * PRINTS ITS TRANSFER TICKET ON THE SOURCE WAREHOUSE'S OWN
      * PRINTER (PRTOPAB2) FOR THE PICKER TO PULL THE STOCK FROM.
      * ACTION C CONFIRMS A PENDING TRANSFER PROPOSED BY THE
      * REBALANCING RUN (RBLSGB2): THE SOURCE WAREHOUSE KEYS ONLY THE
      * TRANSFER NUMBER (AND A QUANTITY IF IT CAN SHIP LESS THAN WAS
      * PROPOSED) AND THE TRANSFER SHIPS UNDER ITS EXISTING NUMBER
      * EXACTLY AS ACTION S WOULD SHIP IT.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  WS-TODAY                PIC X(08).
           05  WS-TRANSFER-QTY         PIC S9(07).
           05  WS-FROM-COMPANY-CODE    PIC X(02).
           05  WS-TO-COMPANY-CODE      PIC X(02).
           05  WS-WAREHOUSE-KEY.
               10  WS-WAREHOUSE-PRODUCT-CODE    PIC X(10).
               10  WS-WAREHOUSE-CODE            PIC X(03).
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-ENTRY                      VALUE '1'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
      *****************************************************************
      * TRANSFER TICKET - SPOOLED TO THE SOURCE WAREHOUSE WHEN A
      * TRANSFER SHIPS.  BUILT IN 2300-PRINT-TRANSFER-TICKET.
      *****************************************************************
       01  TRANSFER-TICKET-TOKEN       PIC X(08).
      *
       01  TT-HEADER-LINE.
           05  FILLER             PIC X(19) VALUE 'TRANSFER TICKET  NO'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TT-TRANSFER-NUMBER PIC 9(06).
           05  FILLER             PIC X(10) VALUE '   SHIPPED'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TT-SHIP-DATE       PIC X(08).
           05  FILLER             PIC X(07) VALUE '   OPER'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TT-OPERATOR        PIC X(04).
           05  FILLER             PIC X(23) VALUE SPACE.
      *
       01  TT-ROUTE-LINE.
           05  FILLER             PIC X(11) VALUE 'FROM WHSE: '.
           05  TT-FROM-WAREHOUSE  PIC X(03).
           05  FILLER             PIC X(07) VALUE '  BIN: '.
           05  TT-BIN-LOCATION    PIC X(06).
           05  FILLER             PIC X(11) VALUE '   TO WHSE '.
           05  TT-TO-WAREHOUSE    PIC X(03).
           05  FILLER             PIC X(39) VALUE SPACE.
      *
       01  TT-DETAIL-LINE.
           05  FILLER             PIC X(14) VALUE 'PRODUCT CODE: '.
           05  TT-PRODUCT-CODE    PIC X(10).
           05  FILLER             PIC X(08) VALUE '   QTY: '.
           05  TT-QUANTITY        PIC Z(06)9.
           05  FILLER             PIC X(41) VALUE SPACE.
      *
       COPY PRTPARM.
      *
       COPY WHSINV.
      *
       COPY INVLED.
      *
       COPY INVCTL.
      *
       COPY COMPARM.
      *
       01  GETIN-PARMS.
           05  GETIN-DOCUMENT-TYPE     PIC 9(01).
           05  GETIN-NEXT-NUMBER       PIC 9(06).
           05  GETIN-COMPANY-CODE      PIC X(02) VALUE SPACE.
      *
       COPY XFRSAB2.
      *
                   PERFORM 2000-SHIP-TRANSFER
               WHEN XFR-D-ACTION = 'R'
                   PERFORM 3000-RECEIVE-TRANSFER
               WHEN XFR-D-ACTION = 'C'
                   PERFORM 4000-CONFIRM-PENDING-TRANSFER
               WHEN OTHER
                   MOVE ATTR-REVERSE TO XFR-H-ACTION
                   MOVE -1 TO XFR-L-ACTION
                   MOVE 'Action must be S=Ship, C=Confirm or R=Receive.'
                       TO XFR-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-TRANSFER-MAP
                   MOVE 'Destination is not an active warehouse on th
      -                'e master.' TO XFR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE WRH-COMPANY-CODE TO WS-TO-COMPANY-CODE
               END-IF
           END-IF.
      *
                   MOVE 'Source is not an active warehouse on the mas
      -                'ter.' TO XFR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE WRH-COMPANY-CODE TO WS-FROM-COMPANY-CODE
                   PERFORM 1217-CHECK-COMPANY-AUTHORITY
               END-IF
           END-IF.
      *
               PERFORM 2100-TAKE-FROM-SOURCE
               IF VALID-DATA
                   PERFORM 2200-WRITE-TRANSFER-RECORD
                   PERFORM 2300-PRINT-TRANSFER-TICKET
                   MOVE LOW-VALUE TO XFRMAP1
                   MOVE SPACE TO XFR-D-MESSAGE
                   STRING 'Transfer '        DELIMITED BY SIZE
           PERFORM 6100-OPEN-TRF-FILE.
      *
           SET INVCTL-TRANSFER-NUMBER-SEQ TO TRUE.
           MOVE INVCTL-RECORD-KEY    TO GETIN-DOCUMENT-TYPE.
           MOVE WS-FROM-COMPANY-CODE TO GETIN-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('GETINAB2')
                    COMMAREA(GETIN-PARMS)
           MOVE SPACE           TO TRF-RECEIVE-DATE
                                   TRF-RECEIVE-OPERATOR.
           MOVE SC-OPERATOR-ID  TO TRF-SHIP-OPERATOR.
      *
      *    STOCK MOVING BETWEEN WAREHOUSES OF TWO COMPANIES IS AN
      *    INTERCOMPANY SALE ON THE BOOKS, NOT JUST A MOVE.
      *
           IF WS-FROM-COMPANY-CODE = WS-TO-COMPANY-CODE
               MOVE 'N' TO TRF-INTERCO-SW
           ELSE
               SET TRF-INTERCOMPANY TO TRUE
           END-IF.
      *
           EXEC CICS
               WRITE FILE('TRFAB2')
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           PERFORM 2250-LOG-TRANSFER-SHIP.
      *
       2250-LOG-TRANSFER-SHIP.
      *
           MOVE TRF-PRODUCT-CODE   TO ILG-PRODUCT-CODE.
           MOVE TRF-FROM-WAREHOUSE TO ILG-WAREHOUSE-CODE.
           MOVE WS-TODAY            TO ILG-TRAN-DATE.
           MOVE TRF-TRANSFER-NUMBER TO ILG-DOCUMENT-NUMBER.
           PERFORM 5900-WRITE-LEDGER-RECORD.
      *
      *****************************************************************
      * THE TRANSFER TICKET THE SOURCE WAREHOUSE PULLS AND SHIPS
      * FROM, OPENED THROUGH PRTOPAB2 ON THE SOURCE WAREHOUSE'S OWN
      * PRINTER.  THE BIN IS THE SOURCE WHSAB2 RECORD'S, STILL IN
      * THE RECORD AREA FROM 2100-TAKE-FROM-SOURCE.
      *****************************************************************
       2300-PRINT-TRANSFER-TICKET.
      *
           MOVE TRF-FROM-WAREHOUSE TO PRP-WAREHOUSE-CODE.
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO TRANSFER-TICKET-TOKEN.
      *
           MOVE TRF-TRANSFER-NUMBER TO TT-TRANSFER-NUMBER.
           MOVE TRF-SHIP-DATE       TO TT-SHIP-DATE.
           MOVE TRF-SHIP-OPERATOR   TO TT-OPERATOR.
      *
           EXEC CICS
               SPOOLWRITE FROM(TT-HEADER-LINE)
                          TOKEN(TRANSFER-TICKET-TOKEN)
           END-EXEC.
      *
           MOVE TRF-FROM-WAREHOUSE TO TT-FROM-WAREHOUSE.
           MOVE WHS-BIN-LOCATION   TO TT-BIN-LOCATION.
           MOVE TRF-TO-WAREHOUSE   TO TT-TO-WAREHOUSE.
      *
           EXEC CICS
               SPOOLWRITE FROM(TT-ROUTE-LINE)
                          TOKEN(TRANSFER-TICKET-TOKEN)
           END-EXEC.
      *
           MOVE TRF-PRODUCT-CODE TO TT-PRODUCT-CODE.
           MOVE TRF-QUANTITY     TO TT-QUANTITY.
      *
           EXEC CICS
               SPOOLWRITE FROM(TT-DETAIL-LINE)
                          TOKEN(TRANSFER-TICKET-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(TRANSFER-TICKET-TOKEN)
           END-EXEC.
      *
       3000-RECEIVE-TRANSFER.
      *
                       PERFORM 1400-SEND-TRANSFER-MAP
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   WHEN TRF-STATUS-PENDING
                       EXEC CICS
                           UNLOCK FILE('TRFAB2')
                       END-EXEC
                       MOVE ATTR-REVERSE TO XFR-H-XFRNO
                       MOVE -1 TO XFR-L-XFRNO
                       MOVE 'That transfer has not shipped - the source
      -                     ' must confirm it (C) first.'
                           TO XFR-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-TRANSFER-MAP
                   WHEN NOT TRF-STATUS-IN-TRANSIT
                       EXEC CICS
                           UNLOCK FILE('TRFAB2')
                   MOVE TRF-QUANTITY     TO WHS-QUANTITY-ON-HAND
                   MOVE ZERO             TO WHS-REORDER-POINT
                                            WHS-QUANTITY-ALLOCATED
                                            WHS-ANNUAL-ISSUE-VALUE
                                            WHS-QUANTITY-QUARANTINE
                   MOVE SPACE            TO WHS-BIN-LOCATION
                                            WHS-ABC-CLASS
                                            WHS-CLASS-DATE
                                            WHS-LAST-COUNT-DATE
                   EXEC CICS
                       WRITE FILE('WHSAB2')
                             FROM(WAREHOUSE-INVENTORY-RECORD)
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * CONFIRM A PENDING TRANSFER.  THE PENDING RECORD IS HELD FOR
      * UPDATE WHILE THE STOCK IS TAKEN FROM THE SOURCE THROUGH THE
      * SAME 2100-TAKE-FROM-SOURCE ACTION S USES; IF THE SOURCE CANNOT
      * COVER IT THE RECORD IS RELEASED UNCHANGED AND STAYS PENDING.
      *****************************************************************
       4000-CONFIRM-PENDING-TRANSFER.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO XFR-H-XFRNO
                                     XFR-H-FROMWHS
                                     XFR-H-QTY.
      *
           IF        XFR-L-XFRNO = ZERO
                  OR XFR-D-XFRNO = SPACE
                  OR XFR-D-XFRNO NOT NUMERIC
               MOVE ATTR-REVERSE TO XFR-H-XFRNO
               MOVE -1 TO XFR-L-XFRNO
               MOVE 'Enter the numeric transfer number to confirm.'
                   TO XFR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           MOVE ZERO TO WS-TRANSFER-QTY.
           IF        XFR-L-QTY NOT = ZERO
                 AND XFR-D-QTY-ALPHA NOT = SPACE
               MOVE XFR-D-QTY-ALPHA TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               IF NOT INT-VALID-NUMBER OR INT-EDITED-NUMBER = ZERO
                   MOVE ATTR-REVERSE TO XFR-H-QTY
                   MOVE -1 TO XFR-L-QTY
                   MOVE 'Quantity must be numeric and not zero.'
                       TO XFR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE INT-EDITED-NUMBER TO WS-TRANSFER-QTY
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 4100-READ-PENDING-TRANSFER
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2100-TAKE-FROM-SOURCE
               IF VALID-DATA
                   PERFORM 4200-SHIP-PENDING-TRANSFER
               ELSE
                   EXEC CICS
                       UNLOCK FILE('TRFAB2')
                   END-EXEC
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2300-PRINT-TRANSFER-TICKET
               MOVE LOW-VALUE TO XFRMAP1
               MOVE SPACE TO XFR-D-MESSAGE
               STRING 'Transfer '        DELIMITED BY SIZE
                      TRF-TRANSFER-NUMBER DELIMITED BY SIZE
                      ' confirmed - stock is now in transit.'
                                         DELIMITED BY SIZE
                      INTO XFR-D-MESSAGE
               PERFORM 1460-FORMAT-FRESH-SCREEN
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-TRANSFER-MAP
           END-IF.
      *
      *****************************************************************
      * THE TRANSFER MUST BE ON FILE AND STILL PENDING.  ITS PRODUCT,
      * SOURCE AND DESTINATION ARE SHOWN BACK ON THE SCREEN AND FEED
      * 2100-TAKE-FROM-SOURCE; WITH NO QUANTITY KEYED THE PROPOSED
      * QUANTITY SHIPS.  A KEYED QUANTITY MAY NOT EXCEED IT.
      *****************************************************************
       4100-READ-PENDING-TRANSFER.
      *
           PERFORM 6100-OPEN-TRF-FILE.
           MOVE XFR-D-XFRNO TO TRF-TRANSFER-NUMBER.
           EXEC CICS
               READ FILE('TRFAB2')
                    INTO(TRANSFER-RECORD)
                    RIDFLD(TRF-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO XFR-H-XFRNO
                   MOVE -1 TO XFR-L-XFRNO
                   MOVE 'That transfer is not on file.'
                       TO XFR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN NOT TRF-STATUS-PENDING
                   EXEC CICS
                       UNLOCK FILE('TRFAB2')
                   END-EXEC
                   MOVE ATTR-REVERSE TO XFR-H-XFRNO
                   MOVE -1 TO XFR-L-XFRNO
                   MOVE 'That transfer is not pending - it has already
      -                 ' shipped.' TO XFR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN WS-TRANSFER-QTY > TRF-QUANTITY
                   EXEC CICS
                       UNLOCK FILE('TRFAB2')
                   END-EXEC
                   MOVE ATTR-REVERSE TO XFR-H-QTY
                   MOVE -1 TO XFR-L-QTY
                   MOVE 'Quantity cannot exceed the proposed quantity.'
                       TO XFR-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE TRF-PRODUCT-CODE   TO XFR-D-PCODE
                   MOVE TRF-FROM-WAREHOUSE TO XFR-D-FROMWHS
                   MOVE TRF-TO-WAREHOUSE   TO XFR-D-TOWHS
                   IF WS-TRANSFER-QTY = ZERO
                       MOVE TRF-QUANTITY TO WS-TRANSFER-QTY
                   END-IF
           END-EVALUATE.
      *
       4200-SHIP-PENDING-TRANSFER.
      *
           MOVE WS-TRANSFER-QTY TO TRF-QUANTITY.
           SET TRF-STATUS-IN-TRANSIT TO TRUE.
           MOVE WS-TODAY        TO TRF-SHIP-DATE.
           MOVE SC-OPERATOR-ID  TO TRF-SHIP-OPERATOR.
      *
           EXEC CICS
               REWRITE FILE('TRFAB2')
                       FROM(TRANSFER-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           PERFORM 2250-LOG-TRANSFER-SHIP.
      *
       1400-SEND-TRANSFER-MAP.
      *
      *
       1460-FORMAT-FRESH-SCREEN.
      *
           MOVE 'S=Ship (product/from/to/qty)  C=Confirm pending  R=Re
      -         'ceive (transfer no.).' TO XFR-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO XFR-D-FKEY.
           MOVE -1 TO XFR-L-ACTION.
           SET SEND-ERASE TO TRUE.
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * THE TRANSFER IS SHIPPED BY, AND NUMBERED FOR, THE SOURCE
      * WAREHOUSE'S COMPANY.  THE OPERATOR MAY ONLY SHIP FOR THE
      * COMPANIES THEIR OPRAB2 RECORD ALLOWS (COMAUAB2 DECIDES).
      *****************************************************************
       1217-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID       TO CAP-OPERATOR-ID.
           MOVE WS-FROM-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO XFR-H-FROMWHS
               MOVE -1 TO XFR-L-FROMWHS
               MOVE CAP-MESSAGE TO XFR-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       6800-OPEN-WRH-FILE.
      *
