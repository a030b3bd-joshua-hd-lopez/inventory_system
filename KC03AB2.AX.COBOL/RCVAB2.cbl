      *     RCVRGB2 PRINTS THE DAY'S RECEIVING REGISTER.
      * THIS IS THE ONLY PATH THAT PUTS STOCK INTO INVENTORY, SO THE
      * FILE-UTILITY "FIXES" STOP.
      * RECEIVING AGAINST AN ASN: WHEN THE VENDOR'S ADVANCE SHIP
      * NOTICE HAS BEEN STAGED ON VSNAB2 (VSNIMB2), THE DOCK KEYS ITS
      * ASN NUMBER WITH THE PO AND EVERY LINE ON THE NOTICE COMES UP
      * PRE-FILLED WITH THE SHIPPED QUANTITY AND LOT.  THE DOCK
      * CONFIRMS OR OVERKEYS WHAT IT ACTUALLY COUNTED (BLANK MEANS
      * NONE CAME) AND POSTS AS USUAL; EACH NOTICE LINE IS THEN
      * MARKED RECEIVED WITH THE COUNTED QUANTITY FOR THE VSNRPB2
      * ASN-VERSUS-ACTUAL REPORT.
      * SUPPLIER REBATES: EVERY POSTED RECEIPT (DROP-SHIP INCLUDED -
      * WE STILL BOUGHT IT) IS VALUED AT PO COST AND ROLLED INTO EACH
      * OPEN VRBAB2 AGREEMENT OF THE VENDOR THAT COVERS ITS PRODUCT OR
      * CATEGORY ON THE RECEIPT DATE, AND THE AGREEMENT'S ACCRUAL IS
      * RECOMPUTED FROM THE HIGHEST TIER REACHED.  VRCLMB2 CLAIMS IT.
      * RECEIVING INSPECTION: A PRODUCT FLAGGED PRD-INSPECT-REQUIRED
      * DOES NOT GO ON HAND.  THE RECEIPT STILL ROLLS THE PO LINE,
      * RELIEVES ON-ORDER, MOVES THE AVERAGE COST AND WRITES RCTAB2,
      * BUT THE QUANTITY LANDS IN WHS-QUANTITY-QUARANTINE, A LOT IS
      * WRITTEN TO QTNAB2 AT PO COST, AND THE LEDGER TAKES THE RC
      * BACK OUT WITH A QI - SO ORDER ENTRY, ATP AND THE BACKORDER
      * RELEASE NEVER SEE IT UNTIL QINAB2 RELEASES IT.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  LOT-OPEN                PIC X VALUE 'N'.
           02  LOT-OPEN-STATUS         PIC S9(8) COMP.
           02  LOT-ENABLE-STATUS       PIC S9(8) COMP.
           02  VSN-OPEN                PIC X VALUE 'N'.
           02  VSN-OPEN-STATUS         PIC S9(8) COMP.
           02  VSN-ENABLE-STATUS       PIC S9(8) COMP.
           02  VRB-OPEN                PIC X VALUE 'N'.
           02  VRB-OPEN-STATUS         PIC S9(8) COMP.
           02  VRB-ENABLE-STATUS       PIC S9(8) COMP.
           02  QTN-OPEN                PIC X VALUE 'N'.
           02  QTN-OPEN-STATUS         PIC S9(8) COMP.
           02  QTN-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
               88  RECEIPT-KEYED                      VALUE 'Y'.
           05  COST-HISTORY-DONE-SW        PIC X(01)  VALUE 'N'.
               88  COST-HISTORY-DONE                  VALUE 'Y'.
           05  VRB-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  VRB-BROWSE-EOF                     VALUE 'Y'.
           05  INSPECT-REQUIRED-SW         PIC X(01)  VALUE 'N'.
               88  INSPECT-REQUIRED                   VALUE 'Y'.
           05  QUARANTINE-POSTED-SW        PIC X(01)  VALUE 'N'.
               88  QUARANTINE-POSTED                  VALUE 'Y'.
           05  QUARANTINE-DONE-SW          PIC X(01)  VALUE 'N'.
               88  QUARANTINE-DONE                    VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  WS-HIST-PERIOD          PIC X(06).
           05  WS-HIST-LINE-COST       PIC S9(09)V99 COMP-3.
           05  HIST-SUB                PIC S9(03) COMP-3.
           05  ASN-LINE-COUNT          PIC S9(03) COMP-3.
           05  WS-ASN-QTY-EDIT         PIC Z(04)9.
           05  WS-RCV-DAYNUM           PIC S9(09)  COMP-3.
           05  WS-VRB-RECEIPT-VALUE    PIC S9(09)V99 COMP-3.
           05  WS-VRB-BROWSE-KEY.
               10  WS-VRB-BROWSE-VENDOR     PIC X(06).
               10  WS-VRB-BROWSE-AGREEMENT  PIC 9(03).
           05  VRB-SUB                 PIC S9(03) COMP-3.
           05  VRB-MATCH-COUNT         PIC S9(03) COMP-3.
           05  VRB-MATCH-AGREEMENT     PIC 9(03) OCCURS 10 TIMES.
      *
      *****************************************************************
      * DUE-DATE WORK AREA FOR 2276-STAMP-DUE-DATE - THE SAME
               88  PROCESS-RECEIPT                    VALUE '2'.
           05  CA-PO-NUMBER                PIC 9(06).
           05  CA-VENDOR-NUMBER            PIC X(06).
           05  CA-ASN-NUMBER               PIC X(10).
           05  CA-RECEIPT-LINE             OCCURS 6 TIMES.
               10  CA-RCV-LINE-NO          PIC 9(02).
               10  CA-RCV-PRODUCT          PIC X(10).
               10  CA-RCV-WAREHOUSE        PIC X(03).
               10  CA-RCV-OPEN-QTY         PIC S9(07) COMP-3.
               10  CA-RCV-ASN-SW           PIC X(01).
                   88  CA-RCV-ON-ASN                  VALUE 'Y'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       COPY PURCHORD.
       COPY CSTHIST.
      *
       COPY LOTSTK.
      *
       COPY VNDASN.
      *
       COPY INVOICE.
      *
       COPY CUSTMAS.
      *
       COPY REBATE.
      *
       COPY VNDRBT.
      *
       COPY INVSUM.
      *
       COPY BINLOC.
      *
       COPY OPENITEM.
      *
       COPY QUARSTK.
      *
       COPY RCVSAB2.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(179).
      *
       PROCEDURE DIVISION.
      *
               PERFORM 1400-SEND-RECEIVING-MAP
           ELSE
               MOVE RCV-D-PONO TO CA-PO-NUMBER
               IF        RCV-L-ASNNO > ZERO
                     AND RCV-D-ASNNO NOT = SPACE
                   MOVE RCV-D-ASNNO TO CA-ASN-NUMBER
               ELSE
                   MOVE SPACE TO CA-ASN-NUMBER
               END-IF
               PERFORM 1200-BUILD-OPEN-LINE-LIST
               MOVE ZERO TO ASN-LINE-COUNT
               IF LIST-SUB > ZERO AND CA-ASN-NUMBER NOT = SPACE
                   PERFORM 1250-STAGE-ASN-LINE
                       VARYING LINE-SUB FROM 1 BY 1
                         UNTIL LINE-SUB > LIST-SUB
               END-IF
               EVALUATE TRUE
                   WHEN LIST-SUB = ZERO
                       MOVE ATTR-REVERSE TO RCV-H-PONO
                       MOVE -1 TO RCV-L-PONO
                       MOVE 'No open lines on that PO.'
                           TO RCV-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-RECEIVING-MAP
                   WHEN CA-ASN-NUMBER NOT = SPACE
                        AND ASN-LINE-COUNT = ZERO
                       MOVE ATTR-REVERSE TO RCV-H-ASNNO
                       MOVE -1 TO RCV-L-ASNNO
                       MOVE 'No pending ship notice lines for that PO an
      -                     'd ASN.' TO RCV-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-RECEIVING-MAP
                   WHEN OTHER
                       PERFORM 1300-SHOW-VENDOR-NAME
                       IF CA-ASN-NUMBER NOT = SPACE
                           MOVE 'Confirm or correct the shipped quantiti
      -                         'es.  Then press Enter.'
                               TO RCV-D-INSTR
                       ELSE
                           MOVE 'Key the received quantity against each
      -                         'line.  Then press Enter.'
                               TO RCV-D-INSTR
                       END-IF
                       MOVE 'F3=Exit  F4=New PO  F12=Cancel'
                           TO RCV-D-FKEY
                       MOVE -1 TO RCV-L-QTY(1)
                       SET SEND-DATAONLY TO TRUE
                       PERFORM 1400-SEND-RECEIVING-MAP
                       SET PROCESS-RECEIPT TO TRUE
               END-EVALUATE
           END-IF.
      *
       1100-RECEIVE-RECEIVING-MAP.
                             CA-RCV-OPEN-QTY(LINE-SUB)
               MOVE SPACE TO CA-RCV-PRODUCT(LINE-SUB)
                             CA-RCV-WAREHOUSE(LINE-SUB)
                             CA-RCV-ASN-SW(LINE-SUB)
                             RCV-D-LINENO(LINE-SUB)
                             RCV-D-PCODE(LINE-SUB)
                             RCV-D-DESC(LINE-SUB)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *****************************************************************
      * PRE-FILL ONE LISTED LINE FROM ITS PENDING SHIP NOTICE: THE
      * SHIPPED QUANTITY AND LOT GO ON THE SCREEN ALREADY MODIFIED,
      * SO ENTER ALONE CONFIRMS THEM.  A LINE NOT ON THE NOTICE
      * STAYS BLANK FOR THE DOCK TO KEY AS USUAL.
      *****************************************************************
       1250-STAGE-ASN-LINE.
      *
           PERFORM 7300-OPEN-VSN-FILE.
      *
           MOVE CA-PO-NUMBER             TO VSN-PO-NUMBER.
           MOVE CA-RCV-LINE-NO(LINE-SUB) TO VSN-LINE-NUMBER.
           MOVE CA-ASN-NUMBER            TO VSN-ASN-NUMBER.
      *
           EXEC CICS
               READ FILE('VSNAB2')
                    INTO(VENDOR-ASN-RECORD)
                    RIDFLD(VSN-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN VSN-STATUS-PENDING
                   ADD 1 TO ASN-LINE-COUNT
                   MOVE 'Y' TO CA-RCV-ASN-SW(LINE-SUB)
                   IF VSN-QUANTITY-SHIPPED > 99999
                       MOVE 99999 TO WS-ASN-QTY-EDIT
                   ELSE
                       MOVE VSN-QUANTITY-SHIPPED TO WS-ASN-QTY-EDIT
                   END-IF
                   MOVE WS-ASN-QTY-EDIT TO RCV-D-QTY-ALPHA(LINE-SUB)
                   MOVE ATTR-UNPROT-MDT TO RCV-A-QTY(LINE-SUB)
                   IF VSN-LOT-NUMBER NOT = SPACE
                       MOVE VSN-LOT-NUMBER  TO RCV-D-LOT(LINE-SUB)
                       MOVE ATTR-UNPROT-MDT TO RCV-A-LOT(LINE-SUB)
                   END-IF
           END-EVALUATE.
      *
       1300-SHOW-VENDOR-NAME.
      *
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'N' TO RECEIPT-KEYED-SW.
           MOVE 'N' TO QUARANTINE-POSTED-SW.
      *
           PERFORM 2100-EDIT-RECEIPT-LINE
               VARYING LINE-SUB FROM 1 BY 1
                         UNTIL LINE-SUB > 6
                   SET PROCESS-PO-ENTRY TO TRUE
                   MOVE LOW-VALUE TO RCVMAP1
                   IF QUARANTINE-POSTED
                       MOVE 'Receipts posted - inspection items are in
      -                    ' quarantine.' TO RCV-D-MESSAGE
                   ELSE
                       MOVE 'Receipts posted.' TO RCV-D-MESSAGE
                   END-IF
                   MOVE 'Type a PO number.  Then press Enter.'
                       TO RCV-D-INSTR
                   MOVE 'F3=Exit  F12=Cancel' TO RCV-D-FKEY
           END-IF.
      *
       2200-POST-RECEIPT-LINE.
      *
           MOVE ZERO TO WS-RECEIVE-QTY.
      *
           IF        CA-RCV-LINE-NO(LINE-SUB) = ZERO
                  OR RCV-L-QTY(LINE-SUB) = ZERO
                       PERFORM 2240-WRITE-RECEIPT-TRANSACTION
                       PERFORM 2270-CONFIRM-DROP-SHIPMENT
                   ELSE
                       PERFORM 2215-CHECK-INSPECTION
                       PERFORM 2220-ADD-TO-WAREHOUSE-STOCK
                       IF NOT INSPECT-REQUIRED
                           PERFORM 2225-PUTAWAY-TO-BULK-BIN
                       END-IF
                       PERFORM 2230-ADD-TO-PRODUCT-STOCK
                       IF        RCV-L-LOT(LINE-SUB) > ZERO
                             AND RCV-D-LOT(LINE-SUB) NOT = SPACE
                             AND NOT INSPECT-REQUIRED
                           PERFORM 2250-ADD-TO-LOT-STOCK
                       END-IF
                       PERFORM 2240-WRITE-RECEIPT-TRANSACTION
                       MOVE WS-RECEIPT-DATE TO ILG-TRAN-DATE
                       MOVE CA-PO-NUMBER    TO ILG-DOCUMENT-NUMBER
                       PERFORM 5900-WRITE-LEDGER-RECORD
                       IF INSPECT-REQUIRED
                           PERFORM 2235-WRITE-QUARANTINE-LOT
                           SET ILG-TYPE-QUARANTINE-IN TO TRUE
                           COMPUTE ILG-QUANTITY = 0 - WS-RECEIVE-QTY
                           PERFORM 5900-WRITE-LEDGER-RECORD
                           MOVE 'Y' TO QUARANTINE-POSTED-SW
                       END-IF
                   END-IF
                   PERFORM 2293-ACCRUE-VENDOR-REBATE
               END-IF
           END-IF.
      *
           IF CA-RCV-ON-ASN(LINE-SUB)
               PERFORM 2280-CLOSE-ASN-LINE
           END-IF.
      *
      *****************************************************************
      * THE NOTICE LINE TAKES THE QUANTITY ACTUALLY POSTED (ZERO WHEN
      * THE DOCK BLANKED IT - NOTHING CAME).  A NOTICE ALREADY
      * RECEIVED FROM ANOTHER TERMINAL IS LEFT AS IT STANDS.
      *****************************************************************
       2280-CLOSE-ASN-LINE.
      *
           PERFORM 7300-OPEN-VSN-FILE.
      *
           MOVE CA-PO-NUMBER             TO VSN-PO-NUMBER.
           MOVE CA-RCV-LINE-NO(LINE-SUB) TO VSN-LINE-NUMBER.
           MOVE CA-ASN-NUMBER            TO VSN-ASN-NUMBER.
      *
           EXEC CICS
               READ FILE('VSNAB2')
                    INTO(VENDOR-ASN-RECORD)
                    RIDFLD(VSN-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN NOT VSN-STATUS-PENDING
                   EXEC CICS
                       UNLOCK FILE('VSNAB2')
                   END-EXEC
               WHEN OTHER
                   SET VSN-STATUS-RECEIVED TO TRUE
                   MOVE WS-RECEIVE-QTY  TO VSN-QUANTITY-RECEIVED
                   MOVE WS-RECEIPT-DATE TO VSN-RECEIPT-DATE
                   MOVE SC-OPERATOR-ID  TO VSN-OPERATOR
                   EXEC CICS
                       REWRITE FILE('VSNAB2')
                               FROM(VENDOR-ASN-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
           END-EVALUATE.
      *
       7300-OPEN-VSN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('VSNAB2')
                   OPENSTATUS(VSN-OPEN-STATUS)
                   ENABLESTATUS(VSN-ENABLE-STATUS)
           END-EXEC.
      *
           IF VSN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('VSNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO VSN-OPEN
           ELSE IF VSN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('058')
               END-EXEC
           END-IF.
      *
       2210-UPDATE-PO-LINE.
      *
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   IF INSPECT-REQUIRED
                       ADD WS-RECEIVE-QTY TO WHS-QUANTITY-QUARANTINE
                   ELSE
                       ADD WS-RECEIVE-QTY TO WHS-QUANTITY-ON-HAND
                   END-IF
                   EXEC CICS
                       REWRITE FILE('WHSAB2')
                               FROM(WAREHOUSE-INVENTORY-RECORD)
                   MOVE WS-RECEIVE-QTY TO WHS-QUANTITY-ON-HAND
                   MOVE ZERO           TO WHS-REORDER-POINT
                                          WHS-QUANTITY-ALLOCATED
                                          WHS-ANNUAL-ISSUE-VALUE
                                          WHS-QUANTITY-QUARANTINE
                   IF INSPECT-REQUIRED
                       MOVE ZERO           TO WHS-QUANTITY-ON-HAND
                       MOVE WS-RECEIVE-QTY TO WHS-QUANTITY-QUARANTINE
                   END-IF
                   MOVE SPACE          TO WHS-BIN-LOCATION
                                          WHS-ABC-CLASS
                                          WHS-CLASS-DATE
                                          WHS-LAST-COUNT-DATE
                   EXEC CICS
                       WRITE FILE('WHSAB2')
                             FROM(WAREHOUSE-INVENTORY-RECORD)
                   PERFORM 9999-TERMINATE-PROGRAM
               ELSE
                   PERFORM 2260-UPDATE-AVERAGE-COST
                   IF NOT INSPECT-REQUIRED
                       ADD WS-RECEIVE-QTY TO PRD-QUANTITY-ON-HAND
                   END-IF
                   IF WS-RECEIVE-QTY > PRD-QUANTITY-ON-ORDER
                       MOVE ZERO TO PRD-QUANTITY-ON-ORDER
                   ELSE
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * RECEIVING INSPECTION.  THE PRODUCT'S FLAG DECIDES WHETHER THIS
      * LINE GOES ON HAND OR INTO QUARANTINE.  AN UNKNOWN PRODUCT
      * GOES ON HAND AS IT ALWAYS DID.
      *****************************************************************
       2215-CHECK-INSPECTION.
      *
           PERFORM 6100-OPEN-PRD-FILE.
      *
           MOVE 'N' TO INSPECT-REQUIRED-SW.
      *
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(CA-RCV-PRODUCT(LINE-SUB))
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
      * THE QUARANTINE LOT.  EACH RECEIPT IS ITS OWN LOT UNDER THE
      * NEXT FREE SEQUENCE FOR THE PRODUCT AND WAREHOUSE, CARRYING
      * THE PO LINE (STILL IN STORAGE FROM 2210) AND ITS UNIT COST SO
      * RTVEAB2 CAN SEND IT BACK AGAINST THE SAME LINE.
      *****************************************************************
       2235-WRITE-QUARANTINE-LOT.
      *
           PERFORM 7500-OPEN-QTN-FILE.
      *
           MOVE SPACE                      TO QUARANTINE-STOCK-RECORD.
           MOVE CA-RCV-WAREHOUSE(LINE-SUB) TO QTN-WAREHOUSE-CODE.
           MOVE CA-RCV-PRODUCT(LINE-SUB)   TO QTN-PRODUCT-CODE.
           MOVE 1                          TO QTN-SEQUENCE.
           SET QTN-SOURCE-RECEIPT TO TRUE.
           MOVE CA-PO-NUMBER               TO QTN-DOCUMENT-NUMBER.
           MOVE CA-RCV-LINE-NO(LINE-SUB)   TO QTN-DOCUMENT-LINE.
           MOVE CA-VENDOR-NUMBER           TO QTN-VENDOR-NUMBER.
           MOVE WS-RECEIPT-DATE            TO QTN-QUARANTINE-DATE.
           MOVE WS-RECEIVE-QTY             TO QTN-QUANTITY-RECEIVED
                                              QTN-QUANTITY-REMAINING.
           IF        RCV-L-LOT(LINE-SUB) > ZERO
                 AND RCV-D-LOT(LINE-SUB) NOT = SPACE
               MOVE RCV-D-LOT(LINE-SUB)    TO QTN-LOT-NUMBER
           END-IF.
           MOVE SC-OPERATOR-ID             TO QTN-OPERATOR.
           MOVE PO-UNIT-COST               TO QTN-UNIT-COST.
      *
           MOVE 'N' TO QUARANTINE-DONE-SW.
           PERFORM 2236-WRITE-QUARANTINE-ONCE
               UNTIL QUARANTINE-DONE.
      *
       2236-WRITE-QUARANTINE-ONCE.
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
       7500-OPEN-QTN-FILE.
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
       2240-WRITE-RECEIPT-TRANSACTION.
      *
           MOVE CA-PO-NUMBER     TO CST-PO-NUMBER.
           MOVE WS-RECEIVE-QTY   TO CST-RECEIPT-QTY.
           MOVE SC-OPERATOR-ID   TO CST-CHANGED-BY.
           SET CST-SOURCE-RECEIPT TO TRUE.
      *
           MOVE 'N' TO COST-HISTORY-DONE-SW.
           PERFORM 2262-WRITE-COST-HISTORY-ONCE
           ELSE
               MOVE ZERO TO RBA-ACCRUED-AMOUNT
           END-IF.
      *
      *****************************************************************
      * SUPPLIER REBATE ACCRUAL AT RECEIPT.  THE VENDOR'S AGREEMENTS
      * ARE BROWSED FIRST AND THE ONES COVERING THIS LINE NOTED, THEN
      * EACH IS READ FOR UPDATE AND ROLLED FORWARD IN TURN - A
      * BROWSE CANNOT REWRITE.  A VENDOR WITH NO AGREEMENTS COSTS ONE
      * STARTBR.
      *****************************************************************
       2293-ACCRUE-VENDOR-REBATE.
      *
           PERFORM 7400-OPEN-VRB-FILE.
      *
           COMPUTE WS-VRB-RECEIPT-VALUE ROUNDED =
               WS-RECEIVE-QTY * PO-UNIT-COST.
           MOVE WS-RECEIPT-DATE TO WS-RBA-DATE-WORK.
           COMPUTE WS-RCV-DAYNUM =
               (WS-RBA-YYYY * 360) + (WS-RBA-MM * 30) + WS-RBA-DD.
      *
           IF PRD-PRODUCT-CODE NOT = CA-RCV-PRODUCT(LINE-SUB)
               PERFORM 6100-OPEN-PRD-FILE
               EXEC CICS
                   READ FILE('PRDAB2')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(CA-RCV-PRODUCT(LINE-SUB))
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE SPACE TO PRD-PRODUCT-CATEGORY
               END-IF
           END-IF.
      *
           MOVE ZERO TO VRB-MATCH-COUNT.
           MOVE 'N'  TO VRB-BROWSE-EOF-SW.
           MOVE CA-VENDOR-NUMBER TO WS-VRB-BROWSE-VENDOR.
           MOVE ZERO             TO WS-VRB-BROWSE-AGREEMENT.
      *
           EXEC CICS
               STARTBR FILE('VRBAB2')
                       RIDFLD(WS-VRB-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO VRB-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 2294-READ-NEXT-AGREEMENT
               UNTIL VRB-BROWSE-EOF OR VRB-MATCH-COUNT >= 10.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('VRBAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           PERFORM 2295-POST-VENDOR-ACCRUAL
               VARYING VRB-SUB FROM 1 BY 1
                 UNTIL VRB-SUB > VRB-MATCH-COUNT.
      *
       2294-READ-NEXT-AGREEMENT.
      *
           EXEC CICS
               READNEXT FILE('VRBAB2')
                        INTO(VENDOR-REBATE-RECORD)
                        RIDFLD(WS-VRB-BROWSE-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO VRB-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN VRB-VENDOR-NUMBER NOT = CA-VENDOR-NUMBER
                   MOVE 'Y' TO VRB-BROWSE-EOF-SW
               WHEN NOT VRB-STATUS-OPEN
                   CONTINUE
               WHEN        VRB-PRODUCT-CODE NOT = SPACE
                       AND VRB-PRODUCT-CODE
                               NOT = CA-RCV-PRODUCT(LINE-SUB)
                   CONTINUE
               WHEN        VRB-PRODUCT-CATEGORY NOT = SPACE
                       AND VRB-PRODUCT-CATEGORY
                               NOT = PRD-PRODUCT-CATEGORY
                   CONTINUE
               WHEN OTHER
                   PERFORM 2296-CHECK-VENDOR-WINDOW
                   IF WS-RBA-DAYNUM NOT = -1
                       ADD 1 TO VRB-MATCH-COUNT
                       MOVE VRB-AGREEMENT-NUMBER
                           TO VRB-MATCH-AGREEMENT(VRB-MATCH-COUNT)
                   END-IF
           END-EVALUATE.
      *
       2295-POST-VENDOR-ACCRUAL.
      *
           MOVE CA-VENDOR-NUMBER             TO VRB-VENDOR-NUMBER.
           MOVE VRB-MATCH-AGREEMENT(VRB-SUB) TO VRB-AGREEMENT-NUMBER.
      *
           EXEC CICS
               READ FILE('VRBAB2')
                    INTO(VENDOR-REBATE-RECORD)
                    RIDFLD(VRB-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(NORMAL)
                   IF NOT VRB-STATUS-OPEN
                       EXEC CICS
                           UNLOCK FILE('VRBAB2')
                       END-EXEC
                   ELSE
                       ADD WS-VRB-RECEIPT-VALUE
                           TO VRB-PURCHASES-TO-DATE
                       PERFORM 2297-RECOMPUTE-VENDOR-ACCRUAL
                       EXEC CICS
                           REWRITE FILE('VRBAB2')
                                   FROM(VENDOR-REBATE-RECORD)
                                   RESP(RESPONSE-CODE)
                       END-EXEC
                       IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                           PERFORM 9999-TERMINATE-PROGRAM
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * WS-RBA-DAYNUM COMES BACK -1 WHEN THE RECEIPT DATE FALLS
      * OUTSIDE THE AGREEMENT WINDOW.
      *****************************************************************
       2296-CHECK-VENDOR-WINDOW.
      *
           MOVE ZERO TO WS-RBA-DAYNUM.
      *
           IF VRB-START-DATE NUMERIC
               MOVE VRB-START-DATE TO WS-RBA-DATE-WORK
               COMPUTE WS-RBA-DAYNUM =
                   (WS-RBA-YYYY * 360) + (WS-RBA-MM * 30) + WS-RBA-DD
               IF WS-RBA-DAYNUM > WS-RCV-DAYNUM
                   MOVE -1 TO WS-RBA-DAYNUM
               END-IF
           END-IF.
      *
           IF        WS-RBA-DAYNUM NOT = -1
                 AND VRB-END-DATE NUMERIC
               MOVE VRB-END-DATE TO WS-RBA-DATE-WORK
               COMPUTE WS-RBA-DAYNUM =
                   (WS-RBA-YYYY * 360) + (WS-RBA-MM * 30) + WS-RBA-DD
               IF WS-RBA-DAYNUM < WS-RCV-DAYNUM
                   MOVE -1 TO WS-RBA-DAYNUM
               END-IF
           END-IF.
      *
       2297-RECOMPUTE-VENDOR-ACCRUAL.
      *
           MOVE ZERO TO WS-RBA-PCT
                        WS-RBA-THRESHOLD.
           PERFORM 2298-APPLY-VENDOR-TIER
               VARYING RBA-SUB FROM 1 BY 1
                 UNTIL RBA-SUB > 3.
      *
           IF WS-RBA-PCT > ZERO
               COMPUTE VRB-ACCRUED-AMOUNT ROUNDED =
                   WS-RBA-PCT
                       * (VRB-PURCHASES-TO-DATE - WS-RBA-THRESHOLD)
           ELSE
               MOVE ZERO TO VRB-ACCRUED-AMOUNT
           END-IF.
      *
       2298-APPLY-VENDOR-TIER.
      *
           IF        VRB-TIER-PCT(RBA-SUB) > ZERO
                 AND VRB-PURCHASES-TO-DATE
                         >= VRB-TIER-THRESHOLD(RBA-SUB)
                 AND VRB-TIER-THRESHOLD(RBA-SUB)
                         >= WS-RBA-THRESHOLD
               MOVE VRB-TIER-PCT(RBA-SUB) TO WS-RBA-PCT
               MOVE VRB-TIER-THRESHOLD(RBA-SUB)
                   TO WS-RBA-THRESHOLD
           END-IF.
      *
       7400-OPEN-VRB-FILE.
      *
           EXEC CICS
               INQUIRE FILE('VRBAB2')
                   OPENSTATUS(VRB-OPEN-STATUS)
                   ENABLESTATUS(VRB-ENABLE-STATUS)
           END-EXEC.
      *
           IF VRB-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('VRBAB2') OPEN
               END-EXEC
               MOVE 'Y' TO VRB-OPEN
           ELSE IF VRB-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('059')
               END-EXEC
           END-IF.
      *
       2279-WRITE-OPEN-ITEM.
      *
      *
           MOVE LOW-VALUE TO RCVMAP1.
           MOVE ZERO TO CA-PO-NUMBER.
           MOVE SPACE TO CA-ASN-NUMBER.
           PERFORM VARYING LINE-SUB FROM 1 BY 1
                     UNTIL LINE-SUB > 6
               MOVE ZERO  TO CA-RCV-LINE-NO(LINE-SUB)
                             CA-RCV-OPEN-QTY(LINE-SUB)
               MOVE SPACE TO CA-RCV-PRODUCT(LINE-SUB)
                             CA-RCV-WAREHOUSE(LINE-SUB)
                             CA-RCV-ASN-SW(LINE-SUB)
           END-PERFORM.
           MOVE 'Type a PO number (and ASN number, if any).  Then press
      -         'Enter.' TO RCV-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO RCV-D-FKEY.
           MOVE -1 TO RCV-L-PONO.
           SET SEND-ERASE TO TRUE.
