      *     HONORS IT.
      * F6 FROM THE LINE SCREEN MARKS THE PO'S PENDING CREDITS
      * HONORED ONCE THE VENDOR'S CREDIT MEMO ARRIVES.
      * GOODS STILL IN QUARANTINE (QTNAB2) AGAINST THE PO LINE GO
      * BACK FIRST: THE LOTS ARE WORKED DOWN, THE QUANTITY COMES OUT
      * OF WHS-QUANTITY-QUARANTINE INSTEAD OF ON-HAND, AND A QO
      * PRECEDES THE RV ON THE LEDGER.  QINAB2 HANDS A LOT'S PO
      * STRAIGHT IN HERE (CONTEXT '3') WHEN ITS DISPOSITION IS
      * RETURN TO VENDOR.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  RSN-OPEN                PIC X VALUE 'N'.
           02  RSN-OPEN-STATUS         PIC S9(8) COMP.
           02  RSN-ENABLE-STATUS       PIC S9(8) COMP.
           02  QTN-OPEN                PIC X VALUE 'N'.
           02  QTN-OPEN-STATUS         PIC S9(8) COMP.
           02  QTN-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
               88  RETURN-KEYED                       VALUE 'Y'.
           05  VCR-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  VCR-BROWSE-EOF                     VALUE 'Y'.
           05  QTN-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  QTN-BROWSE-EOF                     VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  WS-HONOR-SUB            PIC S9(03)  COMP-3.
           05  WS-HONOR-KEYS.
               10  WS-HONOR-KEY        OCCURS 20 TIMES PIC X(22).
           05  WS-QUARANTINE-QTY       PIC S9(07).
           05  WS-SHELF-QTY            PIC S9(07).
           05  WS-QTN-STILL-NEEDED     PIC S9(07).
           05  WS-QTN-COUNT            PIC S9(03)  COMP-3.
           05  WS-QTN-SUB              PIC S9(03)  COMP-3.
           05  WS-QTN-BROWSE-KEY.
               10  WS-QTN-BROWSE-WAREHOUSE  PIC X(03).
               10  WS-QTN-BROWSE-PRODUCT    PIC X(10).
               10  WS-QTN-BROWSE-SEQUENCE   PIC 9(03).
           05  WS-QTN-TAKE-ENTRY       OCCURS 10 TIMES.
               10  WS-QTN-TAKE-KEY     PIC X(16).
               10  WS-QTN-TAKE-QTY     PIC S9(07).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-PO-ENTRY                   VALUE '1'.
               88  PROCESS-RETURN                     VALUE '2'.
               88  PROCESS-QUARANTINE-HANDOFF         VALUE '3'.
           05  CA-PO-NUMBER                PIC 9(06).
           05  CA-VENDOR-NUMBER            PIC X(06).
           05  CA-RETURN-LINE              OCCURS 6 TIMES.
       COPY VNDCRED.
      *
       COPY RSNCODE.
      *
       COPY QUARSTK.
      *
       COPY RTVSAB2.
      *
                   MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT
                   SET PROCESS-PO-ENTRY TO TRUE
                   PERFORM 1450-RESET-RETURN-SCREEN
      *
               WHEN PROCESS-QUARANTINE-HANDOFF
                   PERFORM 1050-LOOK-UP-HANDED-PO
      *
               WHEN EIBAID = DFHCLEAR
                   SET PROCESS-PO-ENTRY TO TRUE
               PERFORM 1400-SEND-RETURN-MAP
           ELSE
               MOVE RTV-D-PONO TO CA-PO-NUMBER
               PERFORM 1010-LIST-PO-LINES
           END-IF.
      *
       1010-LIST-PO-LINES.
      *
           PERFORM 1200-BUILD-RECEIVED-LINE-LIST.
           IF LIST-SUB = ZERO
               MOVE ATTR-REVERSE TO RTV-H-PONO
               MOVE -1 TO RTV-L-PONO
               MOVE 'Nothing has been received against that PO.'
                   TO RTV-D-MESSAGE
               IF PROCESS-QUARANTINE-HANDOFF
                   MOVE 'Type a PO number.  Then press Enter.'
                       TO RTV-D-INSTR
                   MOVE 'F3=Exit  F12=Cancel' TO RTV-D-FKEY
                   SET SEND-ERASE TO TRUE
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
               END-IF
               PERFORM 1400-SEND-RETURN-MAP
               SET PROCESS-PO-ENTRY TO TRUE
           ELSE
               PERFORM 1300-SHOW-VENDOR-NAME
               MOVE 'Key the return quantity and reason against eac
      -             'h line.  Then press Enter.' TO RTV-D-INSTR
               MOVE 'F3=Exit F4=New PO F6=Honor crd F12=Cxl'
                   TO RTV-D-FKEY
               MOVE -1 TO RTV-L-QTY(1)
               IF PROCESS-QUARANTINE-HANDOFF
                   SET SEND-ERASE TO TRUE
               ELSE
                   SET SEND-DATAONLY TO TRUE
               END-IF
               PERFORM 1400-SEND-RETURN-MAP
               SET PROCESS-RETURN TO TRUE
           END-IF.
      *
      *****************************************************************
      * QINAB2 HAS PASSED THE PO OF A QUARANTINE LOT WHOSE DISPOSITION
      * IS RETURN TO VENDOR.  THE LINES COME UP AS IF THE PO NUMBER
      * HAD BEEN KEYED HERE.
      *****************************************************************
       1050-LOOK-UP-HANDED-PO.
      *
           MOVE LOW-VALUE    TO RTVMAP1.
           MOVE CA-PO-NUMBER TO RTV-D-PONO.
           PERFORM 1010-LIST-PO-LINES.
      *
       1100-RECEIVE-RETURN-MAP.
      *
               MOVE INT-EDITED-NUMBER TO WS-RETURN-QTY
               PERFORM 2210-ROLL-BACK-PO-LINE
               IF WS-RETURN-QTY > ZERO
                   PERFORM 2215-TAKE-FROM-QUARANTINE
                   COMPUTE WS-SHELF-QTY =
                       WS-RETURN-QTY - WS-QUARANTINE-QTY
                   PERFORM 2220-REMOVE-WAREHOUSE-STOCK
                   PERFORM 2230-REMOVE-PRODUCT-STOCK
                   PERFORM 2240-WRITE-VENDOR-CREDIT
                   MOVE CA-RTV-PRODUCT(LINE-SUB) TO ILG-PRODUCT-CODE
                   MOVE CA-RTV-WAREHOUSE(LINE-SUB)
                       TO ILG-WAREHOUSE-CODE
                   MOVE WS-RETURN-DATE TO ILG-TRAN-DATE
                   MOVE CA-PO-NUMBER   TO ILG-DOCUMENT-NUMBER
                   IF WS-QUARANTINE-QTY > ZERO
                       SET ILG-TYPE-QUARANTINE-OUT TO TRUE
                       MOVE WS-QUARANTINE-QTY TO ILG-QUANTITY
                       PERFORM 5900-WRITE-LEDGER-RECORD
                   END-IF
                   SET ILG-TYPE-RTV TO TRUE
                   COMPUTE ILG-QUANTITY = 0 - WS-RETURN-QTY
                   PERFORM 5900-WRITE-LEDGER-RECORD
               END-IF
           END-IF.
      *
      *****************************************************************
      * QUARANTINE FIRST.  THE PRODUCT'S QUARANTINE LOTS AT THE
      * WAREHOUSE ARE BROWSED FOR RECEIPTS AGAINST THIS PO LINE AND
      * THE RETURN IS TAKEN FROM THEM OLDEST (LOWEST SEQUENCE) FIRST.
      * THE BROWSE ONLY COLLECTS THE KEYS AND AMOUNTS; EACH LOT IS
      * THEN RE-READ FOR UPDATE AFTER ENDBR AND WORKED DOWN, AND A
      * LOT WITH NOTHING LEFT IS DELETED.  WHATEVER IS NOT COVERED
      * BY QUARANTINE COMES OFF THE SHELF AS BEFORE.
      *****************************************************************
       2215-TAKE-FROM-QUARANTINE.
      *
           MOVE ZERO TO WS-QUARANTINE-QTY
                        WS-QTN-COUNT.
           MOVE WS-RETURN-QTY TO WS-QTN-STILL-NEEDED.
           MOVE 'N' TO QTN-BROWSE-EOF-SW.
      *
           PERFORM 6600-OPEN-QTN-FILE.
      *
           MOVE CA-RTV-WAREHOUSE(LINE-SUB) TO WS-QTN-BROWSE-WAREHOUSE.
           MOVE CA-RTV-PRODUCT(LINE-SUB)   TO WS-QTN-BROWSE-PRODUCT.
           MOVE ZERO                       TO WS-QTN-BROWSE-SEQUENCE.
      *
           EXEC CICS
               STARTBR FILE('QTNAB2')
                       RIDFLD(WS-QTN-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO QTN-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 2216-READ-NEXT-QUARANTINE-LOT
               UNTIL QTN-BROWSE-EOF
                  OR WS-QTN-STILL-NEEDED = ZERO
                  OR WS-QTN-COUNT >= 10.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('QTNAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           PERFORM 2217-WORK-DOWN-QUARANTINE-LOT
               VARYING WS-QTN-SUB FROM 1 BY 1
                 UNTIL WS-QTN-SUB > WS-QTN-COUNT.
      *
       2216-READ-NEXT-QUARANTINE-LOT.
      *
           EXEC CICS
               READNEXT FILE('QTNAB2')
                        INTO(QUARANTINE-STOCK-RECORD)
                        RIDFLD(WS-QTN-BROWSE-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO QTN-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN QTN-WAREHOUSE-CODE NOT = CA-RTV-WAREHOUSE(LINE-SUB)
                 OR QTN-PRODUCT-CODE NOT = CA-RTV-PRODUCT(LINE-SUB)
                   MOVE 'Y' TO QTN-BROWSE-EOF-SW
               WHEN QTN-SOURCE-RECEIPT
                AND QTN-DOCUMENT-NUMBER = CA-PO-NUMBER
                AND QTN-DOCUMENT-LINE = CA-RTV-LINE-NO(LINE-SUB)
                AND QTN-QUANTITY-REMAINING > ZERO
                   ADD 1 TO WS-QTN-COUNT
                   MOVE QTN-KEY TO WS-QTN-TAKE-KEY(WS-QTN-COUNT)
                   IF QTN-QUANTITY-REMAINING > WS-QTN-STILL-NEEDED
                       MOVE WS-QTN-STILL-NEEDED
                           TO WS-QTN-TAKE-QTY(WS-QTN-COUNT)
                   ELSE
                       MOVE QTN-QUANTITY-REMAINING
                           TO WS-QTN-TAKE-QTY(WS-QTN-COUNT)
                   END-IF
                   SUBTRACT WS-QTN-TAKE-QTY(WS-QTN-COUNT)
                       FROM WS-QTN-STILL-NEEDED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       2217-WORK-DOWN-QUARANTINE-LOT.
      *
           MOVE WS-QTN-TAKE-KEY(WS-QTN-SUB) TO QTN-KEY.
      *
           EXEC CICS
               READ FILE('QTNAB2')
                    INTO(QUARANTINE-STOCK-RECORD)
                    RIDFLD(QTN-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN OTHER
                   IF WS-QTN-TAKE-QTY(WS-QTN-SUB)
                           > QTN-QUANTITY-REMAINING
                       MOVE QTN-QUANTITY-REMAINING
                           TO WS-QTN-TAKE-QTY(WS-QTN-SUB)
                   END-IF
                   ADD WS-QTN-TAKE-QTY(WS-QTN-SUB)
                       TO WS-QUARANTINE-QTY
                   SUBTRACT WS-QTN-TAKE-QTY(WS-QTN-SUB)
                       FROM QTN-QUANTITY-REMAINING
                   IF QTN-QUANTITY-REMAINING > ZERO
                       EXEC CICS
                           REWRITE FILE('QTNAB2')
                                   FROM(QUARANTINE-STOCK-RECORD)
                                   RESP(RESPONSE-CODE)
                       END-EXEC
                   ELSE
                       EXEC CICS
                           DELETE FILE('QTNAB2')
                                  RESP(RESPONSE-CODE)
                       END-EXEC
                   END-IF
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
           END-EVALUATE.
      *
      *****************************************************************
      * ROLL THE RECEIPT BACK ON THE PO LINE, UNDER AN UPDATE LOCK.
      * THE SCREEN'S RECEIVED QUANTITY WAS A SNAPSHOT, SO THE RETURN
      * IS CAPPED AT WHAT IS GENUINELY STILL ON THE LINE.  A CLOSED
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   SUBTRACT WS-SHELF-QTY FROM WHS-QUANTITY-ON-HAND
                   IF WHS-QUANTITY-ON-HAND < ZERO
                       MOVE ZERO TO WHS-QUANTITY-ON-HAND
                   END-IF
                   SUBTRACT WS-QUARANTINE-QTY
                       FROM WHS-QUANTITY-QUARANTINE
                   IF WHS-QUANTITY-QUARANTINE < ZERO
                       MOVE ZERO TO WHS-QUANTITY-QUARANTINE
                   END-IF
                   EXEC CICS
                       REWRITE FILE('WHSAB2')
                               FROM(WAREHOUSE-INVENTORY-RECORD)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               ELSE
                   SUBTRACT WS-SHELF-QTY FROM PRD-QUANTITY-ON-HAND
                   IF PRD-QUANTITY-ON-HAND < ZERO
                       MOVE ZERO TO PRD-QUANTITY-ON-HAND
                   END-IF
                   SET VCR-STATUS-PENDING TO TRUE
                   MOVE SPACE                 TO VCR-HONORED-DATE
                   MOVE SC-OPERATOR-ID        TO VCR-OPERATOR
                   MOVE ZERO                  TO VCR-APPLIED-CHECK
                   MOVE SPACE                 TO VCR-APPLIED-DATE
                   EXEC CICS
                       WRITE FILE('VCRAB2')
                             FROM(VENDOR-CREDIT-RECORD)
                   ABEND ABCODE ('044')
               END-EXEC
           END-IF.
      *
       6600-OPEN-QTN-FILE.
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
       COPY SUBPARAS.
      *
