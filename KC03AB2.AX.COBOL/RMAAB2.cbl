      *   BACK.  THE REST OF THE INVOICE STAYS INTACT - THIS IS THE
      *   PARTIAL-RETURN PATH ORDVDAB2'S ALL-OR-NOTHING VOID COULD
      *   NEVER COVER.
      *
      *   INSPECTION - AN RMA CAN CARRY AN RSNAB2 REASON CODE.  WHEN
      *   THE REASON OR THE LINE'S PRODUCT IS FLAGGED FOR INSPECTION
      *   THE LINE DOES NOT GO BACK ON THE SHELF: IT LANDS IN
      *   WHS-QUANTITY-QUARANTINE WITH A QTNAB2 LOT, AND THE LEDGER
      *   TAKES THE RM BACK OUT WITH A QI UNTIL QINAB2 DISPOSES OF
      *   IT.  THE CREDIT TO THE CUSTOMER IS NOT HELD UP.
      *
      *   WARRANTY - A LINE OF A SERIAL-TRACKED PRODUCT CAN CARRY THE
      *   SERIAL NUMBER OF THE UNIT COMING BACK.  THE AUTHORIZATION
      *   LOOKS IT UP ON SERAB2 AND WARNS WHEN THE UNIT NEVER SHIPPED
      *   TO THIS CUSTOMER, OR WHEN ITS SHIP DATE PLUS THE PRODUCT'S
      *   WARRANTY MONTHS (PRD-WARRANTY-MONTHS) IS ALREADY PAST.  THE
      *   WARNING DOES NOT STOP THE RMA - WHETHER TO TAKE THE UNIT
      *   BACK ANYWAY IS THE OPERATOR'S CALL.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  LOT-OPEN                PIC X VALUE 'N'.
           02  LOT-OPEN-STATUS         PIC S9(8) COMP.
           02  LOT-ENABLE-STATUS       PIC S9(8) COMP.
           02  RSN-OPEN                PIC X VALUE 'N'.
           02  RSN-OPEN-STATUS         PIC S9(8) COMP.
           02  RSN-ENABLE-STATUS       PIC S9(8) COMP.
           02  QTN-OPEN                PIC X VALUE 'N'.
           02  QTN-OPEN-STATUS         PIC S9(8) COMP.
           02  QTN-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
               88  PRD-RECORD-FOUND                   VALUE 'Y'.
           05  INVOICE-ON-FILE-SW          PIC X(01)  VALUE 'N'.
               88  INVOICE-ON-FILE                    VALUE 'Y'.
           05  REASON-INSPECT-SW           PIC X(01)  VALUE 'N'.
               88  REASON-INSPECT                     VALUE 'Y'.
           05  INSPECT-REQUIRED-SW         PIC X(01)  VALUE 'N'.
               88  INSPECT-REQUIRED                   VALUE 'Y'.
           05  QUARANTINE-POSTED-SW        PIC X(01)  VALUE 'N'.
               88  QUARANTINE-POSTED                  VALUE 'Y'.
           05  QUARANTINE-DONE-SW          PIC X(01)  VALUE 'N'.
               88  QUARANTINE-DONE                    VALUE 'Y'.
      *
       01  FLAGS.
      *
               10  HIST-MM                 PIC X(02).
               10  HIST-DD                 PIC X(02).
               10  HIST-YYYY               PIC X(04).
      *
       01  WARRANTY-WORK-FIELDS.
           05  WARRANTY-WARNING            PIC X(55).
           05  SERIAL-SHIPPED-SW           PIC X(01).
               88  SERIAL-SHIPPED              VALUE 'Y'.
           05  WAR-RMA-CUSTOMER            PIC X(06).
           05  WAR-SHIP-DATE               PIC X(08).
           05  WAR-SHIP-DATE-R REDEFINES WAR-SHIP-DATE.
               10  WAR-SHIP-MM             PIC 9(02).
               10  WAR-SHIP-DD             PIC 9(02).
               10  WAR-SHIP-YYYY           PIC 9(04).
           05  WAR-END-YMD                 PIC 9(08).
           05  WAR-END-YMD-R REDEFINES WAR-END-YMD.
               10  WAR-END-YYYY            PIC 9(04).
               10  WAR-END-MM              PIC 9(02).
               10  WAR-END-DD              PIC 9(02).
           05  WAR-TODAY-YMD               PIC 9(08).
           05  WAR-TODAY-YMD-R REDEFINES WAR-TODAY-YMD.
               10  WAR-TODAY-YYYY          PIC X(04).
               10  WAR-TODAY-MM            PIC X(02).
               10  WAR-TODAY-DD            PIC X(02).
           05  WAR-MONTH-COUNT             PIC 9(04).
           05  WAR-YEARS-ADDED             PIC 9(04).
           05  WAR-MONTH-REM               PIC 9(02).
      *
       01  GETIN-PARMS.
           05  GETIN-DOCUMENT-TYPE     PIC 9(01).
           05  GETIN-NEXT-NUMBER       PIC 9(06).
           05  GETIN-COMPANY-CODE      PIC X(02) VALUE SPACE.
      *
       01  COMMUNICATION-AREA.
      *
       COPY INVLED.
      *
       COPY LOTSTK.
      *
       COPY RSNCODE.
      *
       COPY QUARSTK.
      *
       COPY RMASAB2.
      *
           ELSE
               MOVE 'AUTHORIZED' TO RMA-D-STATUS
           END-IF.
           MOVE RMA-REASON-CODE     TO RMA-D-REASON.
      *
           PERFORM 1360-FORMAT-ONE-RMA-LINE
               VARYING ITEM-SUB FROM 1 BY 1
               MOVE 'Y' TO VALID-DATA-SW
               MOVE 'N' TO LINE-KEYED-SW
               MOVE SPACE TO RMA-RECORD
               MOVE SPACE TO WARRANTY-WARNING
               PERFORM 8000-GET-TODAY-DATE
               MOVE TODAY-DATE-MDY(5:4) TO WAR-TODAY-YYYY
               MOVE TODAY-DATE-MDY(1:2) TO WAR-TODAY-MM
               MOVE TODAY-DATE-MDY(3:2) TO WAR-TODAY-DD
               PERFORM 2100-EDIT-ONE-RETURN-LINE
                   VARYING ITEM-SUB FROM 1 BY 1
                     UNTIL ITEM-SUB > 10
                       TO RMA-D-MESSAGE
                   MOVE -1 TO RMA-L-RETQTY(1)
               END-IF
               IF VALID-DATA
                   PERFORM 2150-EDIT-RETURN-REASON
               END-IF
               IF VALID-DATA
                   PERFORM 2200-WRITE-RMA-RECORD
               ELSE
                       MOVE 'There is no invoice line there to return
      -                    '.' TO RMA-D-MESSAGE
                       MOVE -1 TO RMA-L-RETQTY(ITEM-SUB)
                   ELSE IF INV-LINE-CHARGE(ITEM-SUB)
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'A charge line cannot be returned.'
                           TO RMA-D-MESSAGE
                       MOVE -1 TO RMA-L-RETQTY(ITEM-SUB)
                   ELSE
                       IF RETURN-QTY-WORK > INV-QUANTITY(ITEM-SUB)
                           MOVE 'N' TO VALID-DATA-SW
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
      *
           IF        VALID-DATA
                 AND RMA-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND RMA-D-SERIAL(ITEM-SUB) NOT = SPACE
                 AND RMA-D-SERIAL(ITEM-SUB) NOT = LOW-VALUE
                 AND WARRANTY-WARNING = SPACE
               PERFORM 2120-CHECK-SERIAL-WARRANTY
           END-IF.
      *
      *****************************************************************
      * A KEYED SERIAL MUST HAVE SHIPPED TO THIS CUSTOMER - ON THIS
      * INVOICE OR ANOTHER OF THEIRS - AND SHOULD STILL BE INSIDE THE
      * PRODUCT'S WARRANTY.  EITHER FAILURE IS ONLY A WARNING; THE
      * FIRST ONE FOUND RIDES ON THE AUTHORIZATION MESSAGE.
      *****************************************************************
       2120-CHECK-SERIAL-WARRANTY.
      *
           PERFORM 6950-OPEN-SER-FILE.
           MOVE 'N' TO SERIAL-SHIPPED-SW.
           MOVE RMA-PRODUCT-CODE(ITEM-SUB) TO SER-PRODUCT-CODE.
           MOVE RMA-D-SERIAL(ITEM-SUB)     TO SER-SERIAL-NUMBER.
      *
           EXEC CICS
               READ FILE('SERAB2')
                    INTO(SERIAL-UNIT-RECORD)
                    RIDFLD(SER-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN SER-STATUS-IN-STOCK
                 OR SER-INVOICE-NUMBER = ZERO
                   CONTINUE
               WHEN SER-INVOICE-NUMBER = CA-INVOICE-NUMBER
                   MOVE 'Y' TO SERIAL-SHIPPED-SW
               WHEN OTHER
                   PERFORM 2125-CHECK-SERIAL-CUSTOMER
           END-EVALUATE.
      *
           IF NOT SERIAL-SHIPPED
               STRING 'Serial ' DELIMITED BY SIZE
                      RMA-D-SERIAL(ITEM-SUB) DELIMITED BY SPACE
                      ' never shipped to this customer.'
                          DELIMITED BY SIZE
                   INTO WARRANTY-WARNING
               MOVE -1 TO RMA-L-SERIAL(ITEM-SUB)
           ELSE
               PERFORM 2130-CHECK-WARRANTY-PERIOD
           END-IF.
      *
      *****************************************************************
      * THE SERIAL SHIPPED ON SOME OTHER INVOICE.  THAT INVOICE IS
      * READ FOR ITS CUSTOMER, THEN THE INVOICE BEING RETURNED IS
      * READ BACK SO THE LINE EDIT CARRIES ON WHERE IT WAS.
      *****************************************************************
       2125-CHECK-SERIAL-CUSTOMER.
      *
           MOVE INV-CUSTOMER-NUMBER TO WAR-RMA-CUSTOMER.
           MOVE SER-INVOICE-NUMBER  TO INV-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVAB2')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF INV-CUSTOMER-NUMBER = WAR-RMA-CUSTOMER
                       MOVE 'Y' TO SERIAL-SHIPPED-SW
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           PERFORM 1210-READ-INVOICE-RECORD.
      *
      *****************************************************************
      * THE WARRANTY RUNS PRD-WARRANTY-MONTHS FROM THE SHIP DATE.  A
      * PRODUCT WITH NO WARRANTY IS OUT OF WARRANTY THE DAY IT SHIPS.
      *****************************************************************
       2130-CHECK-WARRANTY-PERIOD.
      *
           PERFORM 6400-OPEN-PRD-FILE.
           MOVE ZERO TO PRD-WARRANTY-MONTHS.
      *
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(RMA-PRODUCT-CODE(ITEM-SUB))
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE SER-SHIP-DATE TO WAR-SHIP-DATE.
           IF WAR-SHIP-DATE NUMERIC
               COMPUTE WAR-MONTH-COUNT =
                   WAR-SHIP-MM - 1 + PRD-WARRANTY-MONTHS
               DIVIDE WAR-MONTH-COUNT BY 12
                   GIVING WAR-YEARS-ADDED
                   REMAINDER WAR-MONTH-REM
               COMPUTE WAR-END-YYYY = WAR-SHIP-YYYY + WAR-YEARS-ADDED
               COMPUTE WAR-END-MM   = WAR-MONTH-REM + 1
               MOVE WAR-SHIP-DD TO WAR-END-DD
               IF        WAR-TODAY-YMD > WAR-END-YMD
                      OR PRD-WARRANTY-MONTHS = ZERO
                   STRING 'Serial ' DELIMITED BY SIZE
                          RMA-D-SERIAL(ITEM-SUB) DELIMITED BY SPACE
                          ' is out of warranty.' DELIMITED BY SIZE
                       INTO WARRANTY-WARNING
                   MOVE -1 TO RMA-L-SERIAL(ITEM-SUB)
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE RETURN REASON IS OPTIONAL, BUT WHEN KEYED IT MUST BE ON
      * RSNAB2 - IT DECIDES WHETHER THE GOODS ARE INSPECTED.
      *****************************************************************
       2150-EDIT-RETURN-REASON.
      *
           IF        RMA-L-REASON = ZERO
                  OR RMA-D-REASON = SPACE
                  OR RMA-D-REASON = LOW-VALUE
               MOVE SPACE TO RMA-REASON-CODE
           ELSE
               PERFORM 6960-OPEN-RSN-FILE
               MOVE RMA-D-REASON TO RSN-REASON-CODE
               EXEC CICS
                   READ FILE('RSNAB2')
                        INTO(REASON-CODE-RECORD)
                        RIDFLD(RSN-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       MOVE RMA-D-REASON TO RMA-REASON-CODE
                   WHEN DFHRESP(NOTFND)
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'That reason code is not on the reason tab
      -                    'le.' TO RMA-D-MESSAGE
                       MOVE -1 TO RMA-L-REASON
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
       6960-OPEN-RSN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RSNAB2')
                   OPENSTATUS(RSN-OPEN-STATUS)
                   ENABLESTATUS(RSN-ENABLE-STATUS)
           END-EXEC.
      *
           IF RSN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RSNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RSN-OPEN
           ELSE IF RSN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('044')
               END-EXEC
           END-IF.
      *
       2200-WRITE-RMA-RECORD.
      *
                  ' authorized.  Key the RMA number at receipt time.'
                      DELIMITED BY SIZE
               INTO RMA-D-MESSAGE.
           IF WARRANTY-WARNING NOT = SPACE
               MOVE SPACE TO RMA-D-MESSAGE
               STRING 'RMA ' DELIMITED BY SIZE
                      RMA-NUMBER DELIMITED BY SIZE
                      ' authorized.  ' DELIMITED BY SIZE
                      WARRANTY-WARNING DELIMITED BY SIZE
                   INTO RMA-D-MESSAGE
           END-IF.
           MOVE -1 TO RMA-L-INVNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-RMA-MAP.
               PERFORM 8000-GET-TODAY-DATE
               MOVE RMA-INVOICE-NUMBER TO CA-INVOICE-NUMBER
               PERFORM 1210-READ-INVOICE-RECORD
               PERFORM 3050-CHECK-REASON-INSPECTION
               MOVE 'N' TO QUARANTINE-POSTED-SW
               MOVE ZERO TO CREDIT-VALUE-WORK
               PERFORM 3100-RESTOCK-ONE-LINE
                   VARYING ITEM-SUB FROM 1 BY 1
               MOVE LOW-VALUE TO RMAMAP1
               MOVE SPACE TO CA-DISPLAY-MODE
               MOVE SPACE TO RMA-D-MESSAGE
               IF QUARANTINE-POSTED
                   STRING 'Return received.  Credit memo '
                              DELIMITED BY SIZE
                          RMA-CREDIT-MEMO-NUMBER DELIMITED BY SIZE
                          ' issued; goods held for inspection.'
                              DELIMITED BY SIZE
                       INTO RMA-D-MESSAGE
               ELSE
                   STRING 'Return received.  Credit memo '
                              DELIMITED BY SIZE
                          RMA-CREDIT-MEMO-NUMBER DELIMITED BY SIZE
                          ' issued.' DELIMITED BY SIZE
                       INTO RMA-D-MESSAGE
               END-IF
               MOVE -1 TO RMA-L-INVNO
               SET SEND-ERASE TO TRUE
               PERFORM 1400-SEND-RMA-MAP
                   CREDIT-VALUE-WORK
                   + (RMA-QUANTITY(ITEM-SUB)
                       * RMA-UNIT-PRICE(ITEM-SUB))
               PERFORM 3105-CHECK-LINE-INSPECTION
               IF INSPECT-REQUIRED
                   PERFORM 3140-QUARANTINE-WAREHOUSE
               ELSE
                   PERFORM 3110-RESTOCK-WAREHOUSE
                   IF NOT WHS-FOUND
                       PERFORM 3120-RESTOCK-PRODUCT-TOTAL
                   END-IF
               END-IF
               MOVE RMA-PRODUCT-CODE(ITEM-SUB) TO ILG-PRODUCT-CODE
               MOVE RMA-WAREHOUSE-CODE(ITEM-SUB)
               MOVE TODAY-DATE-MDY TO ILG-TRAN-DATE
               MOVE RMA-NUMBER     TO ILG-DOCUMENT-NUMBER
               PERFORM 5900-WRITE-LEDGER-RECORD
               IF INSPECT-REQUIRED
                   PERFORM 3145-WRITE-QUARANTINE-LOT
                   SET ILG-TYPE-QUARANTINE-IN TO TRUE
                   COMPUTE ILG-QUANTITY = 0 - RMA-QUANTITY(ITEM-SUB)
                   PERFORM 5900-WRITE-LEDGER-RECORD
                   MOVE 'Y' TO QUARANTINE-POSTED-SW
               END-IF
               PERFORM 3130-RETURN-SERIALS
           END-IF.
      *
      *****************************************************************
      * THE RMA'S REASON CODE, IF ANY, IS LOOKED UP ONCE PER RECEIPT.
      * A CODE SINCE DROPPED FROM RSNAB2 NO LONGER FORCES INSPECTION.
      *****************************************************************
       3050-CHECK-REASON-INSPECTION.
      *
           MOVE 'N' TO REASON-INSPECT-SW.
      *
           IF RMA-REASON-CODE NOT = SPACE
               PERFORM 6960-OPEN-RSN-FILE
               MOVE RMA-REASON-CODE TO RSN-REASON-CODE
               EXEC CICS
                   READ FILE('RSNAB2')
                        INTO(REASON-CODE-RECORD)
                        RIDFLD(RSN-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       IF RSN-INSPECT-REQUIRED
                           MOVE 'Y' TO REASON-INSPECT-SW
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
      *****************************************************************
      * A LINE IS INSPECTED WHEN THE RMA'S REASON SAYS SO OR ITS
      * PRODUCT IS FLAGGED.  THE PRODUCT'S COST IS KEPT FOR THE LOT.
      *****************************************************************
       3105-CHECK-LINE-INSPECTION.
      *
           PERFORM 6400-OPEN-PRD-FILE.
      *
           MOVE REASON-INSPECT-SW TO INSPECT-REQUIRED-SW.
           MOVE ZERO TO PRD-UNIT-COST.
      *
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(RMA-PRODUCT-CODE(ITEM-SUB))
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF PRD-INSPECT-REQUIRED
                       MOVE 'Y' TO INSPECT-REQUIRED-SW
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * AN INSPECTED LINE GOES INTO THE WAREHOUSE'S QUARANTINE
      * QUANTITY, NOT ON HAND AND NOT ONTO THE COMPANY-WIDE TOTAL.  A
      * PRODUCT NEVER STOCKED AT THE KEYED WAREHOUSE GETS A WHSAB2
      * RECORD SO THE QUARANTINE HAS SOMEWHERE TO LIVE.
      *****************************************************************
       3140-QUARANTINE-WAREHOUSE.
      *
           PERFORM 6500-OPEN-WHS-FILE.
      *
           MOVE RMA-PRODUCT-CODE(ITEM-SUB)
               TO WS-WAREHOUSE-PRODUCT-CODE.
           MOVE RMA-WAREHOUSE-CODE(ITEM-SUB) TO WS-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WHSAB2')
                    INTO(WAREHOUSE-INVENTORY-RECORD)
                    RIDFLD(WS-WAREHOUSE-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   ADD RMA-QUANTITY(ITEM-SUB)
                       TO WHS-QUANTITY-QUARANTINE
                   EXEC CICS
                       REWRITE FILE('WHSAB2')
                               FROM(WAREHOUSE-INVENTORY-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE RMA-PRODUCT-CODE(ITEM-SUB)
                       TO WHS-PRODUCT-CODE
                   MOVE RMA-WAREHOUSE-CODE(ITEM-SUB)
                       TO WHS-WAREHOUSE-CODE
                   MOVE RMA-QUANTITY(ITEM-SUB)
                       TO WHS-QUANTITY-QUARANTINE
                   MOVE ZERO  TO WHS-QUANTITY-ON-HAND
                                 WHS-REORDER-POINT
                                 WHS-QUANTITY-ALLOCATED
                                 WHS-ANNUAL-ISSUE-VALUE
                   MOVE SPACE TO WHS-BIN-LOCATION
                                 WHS-ABC-CLASS
                                 WHS-CLASS-DATE
                                 WHS-LAST-COUNT-DATE
                   EXEC CICS
                       WRITE FILE('WHSAB2')
                             FROM(WAREHOUSE-INVENTORY-RECORD)
                             RIDFLD(WHS-KEY)
                             RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       3145-WRITE-QUARANTINE-LOT.
      *
           PERFORM 6970-OPEN-QTN-FILE.
      *
           MOVE SPACE                        TO QUARANTINE-STOCK-RECORD.
           MOVE RMA-WAREHOUSE-CODE(ITEM-SUB) TO QTN-WAREHOUSE-CODE.
           MOVE RMA-PRODUCT-CODE(ITEM-SUB)   TO QTN-PRODUCT-CODE.
           MOVE 1                            TO QTN-SEQUENCE.
           SET QTN-SOURCE-RETURN TO TRUE.
           MOVE RMA-NUMBER                   TO QTN-DOCUMENT-NUMBER.
           MOVE ITEM-SUB                     TO QTN-DOCUMENT-LINE.
           MOVE RMA-REASON-CODE              TO QTN-REASON-CODE.
           MOVE TODAY-DATE-MDY               TO QTN-QUARANTINE-DATE.
           MOVE RMA-QUANTITY(ITEM-SUB)       TO QTN-QUANTITY-RECEIVED
                                                QTN-QUANTITY-REMAINING.
           MOVE SC-OPERATOR-ID               TO QTN-OPERATOR.
           MOVE PRD-UNIT-COST                TO QTN-UNIT-COST.
           PERFORM 3114-FIND-CREDIT-LOT.
           MOVE LOT-CREDIT-NUMBER            TO QTN-LOT-NUMBER.
      *
           MOVE 'N' TO QUARANTINE-DONE-SW.
           PERFORM 3146-WRITE-QUARANTINE-ONCE
               UNTIL QUARANTINE-DONE.
      *
       3146-WRITE-QUARANTINE-ONCE.
      *
           EXEC CICS
               WRITE FILE('QTNAB2')
                     FROM(QUARANTINE-STOCK-RECORD)
                     RIDFLD(QTN-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(DUPREC)
                  OR RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO QTN-SEQUENCE
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO QUARANTINE-DONE-SW
           END-IF.
      *
       6970-OPEN-QTN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('QTNAB2')
                   OPENSTATUS(QTN-OPEN-STATUS)
                   ENABLESTATUS(QTN-ENABLE-STATUS)
           END-EXEC.
      *
           IF QTN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('QTNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO QTN-OPEN
           ELSE IF QTN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('060')
               END-EXEC
           END-IF.
      *
      *****************************************************************
      * A SERIAL-TRACKED LINE FLIPS THE UNITS THAT SHIPPED ON THE
      * ORIGINAL INVOICE BACK TO RETURNED, STAMPED WITH THE RMA.
      * THE BROWSE COLLECTS THE KEYS FIRST AND THE REWRITES FOLLOW
      * WITH THE SAME PRODUCT NAMES IT.  NO MATCH, OR NO LOT ON THE
      * MATCHED LINE, MEANS NOT LOT-CONTROLLED AND NOTHING TO DO.  A
      * LOT RECORD PURGED IN THE MEANTIME IS RECREATED DATED TODAY.
      * A LINE HELD FOR INSPECTION DOES NOT TOUCH LOT STOCK HERE;
      * ITS QUARANTINE LOT CARRIES THE LOT (3114) AND QINAB2 CREDITS
      * IT ON RELEASE.
      *****************************************************************
       3115-CREDIT-LOT-STOCK.
      *
           PERFORM 3114-FIND-CREDIT-LOT.
           PERFORM 3116-CREDIT-FOUND-LOT.
      *
       3114-FIND-CREDIT-LOT.
      *
           MOVE SPACE TO LOT-CREDIT-NUMBER.
           IF INVOICE-ON-FILE
                   END-IF
               END-PERFORM
           END-IF.
      *
       3116-CREDIT-FOUND-LOT.
      *
           IF LOT-CREDIT-NUMBER = SPACE
               CONTINUE
      *
       3211-CHECK-INVOICE-TAX-LINE.
      *
           IF        INV-LINE-CHARGE(TAX-LINE-SUB)
                 AND INV-QUANTITY(TAX-LINE-SUB) NOT = ZERO
               IF INV-CHARGE-TAXABLE(TAX-LINE-SUB)
                   ADD INV-AMOUNT(TAX-LINE-SUB)
                       TO INV-TAXABLE-WORK
               END-IF
           ELSE IF   INV-PRODUCT-CODE(TAX-LINE-SUB) NOT = SPACE
                 AND INV-QUANTITY(TAX-LINE-SUB) NOT = ZERO
               MOVE INV-PRODUCT-CODE(TAX-LINE-SUB)
                   TO PRD-PRODUCT-CODE
      *
           SET INVCTL-INVOICE-NUMBER-SEQ TO TRUE.
           MOVE INVCTL-RECORD-KEY TO GETIN-DOCUMENT-TYPE.
           IF INVOICE-ON-FILE
               MOVE INV-COMPANY-CODE TO GETIN-COMPANY-CODE
           END-IF.
           EXEC CICS
               LINK PROGRAM('GETINAB2')
                    COMMAREA(GETIN-PARMS)
