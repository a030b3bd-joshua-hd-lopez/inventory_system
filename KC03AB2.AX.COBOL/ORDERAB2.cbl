           02  PRX-OPEN-STATUS         PIC S9(8) COMP.
           02  PRX-ENABLE-STATUS       PIC S9(8) COMP.

           02  CHG-OPEN                PIC X VALUE 'N'.
           02  CHG-OPEN-STATUS         PIC S9(8) COMP.
           02  CHG-ENABLE-STATUS       PIC S9(8) COMP.

           02  PLV-OPEN                PIC X VALUE 'N'.
           02  PLV-OPEN-STATUS         PIC S9(8) COMP.
           02  PLV-ENABLE-STATUS       PIC S9(8) COMP.

           02  AUT-OPEN                PIC X VALUE 'N'.
           02  AUT-OPEN-STATUS         PIC S9(8) COMP.
           02  AUT-ENABLE-STATUS       PIC S9(8) COMP.

           02  AUV-OPEN                PIC X VALUE 'N'.
           02  AUV-OPEN-STATUS         PIC S9(8) COMP.
           02  AUV-ENABLE-STATUS       PIC S9(8) COMP.

           02  LSL-OPEN                PIC X VALUE 'N'.
           02  LSL-OPEN-STATUS         PIC S9(8) COMP.
           02  LSL-ENABLE-STATUS       PIC S9(8) COMP.

           02  CAU-OPEN                PIC X VALUE 'N'.
           02  CAU-OPEN-STATUS         PIC S9(8) COMP.
           02  CAU-ENABLE-STATUS       PIC S9(8) COMP.

           02  KIT-OPEN                PIC X VALUE 'N'.
           02  KIT-OPEN-STATUS         PIC S9(8) COMP.
           02  KIT-ENABLE-STATUS       PIC S9(8) COMP.
           02  BIN-OPEN-STATUS         PIC S9(8) COMP.
           02  BIN-ENABLE-STATUS       PIC S9(8) COMP.

           02  DLP-OPEN                PIC X VALUE 'N'.
           02  DLP-OPEN-STATUS         PIC S9(8) COMP.
           02  DLP-ENABLE-STATUS       PIC S9(8) COMP.

           02  DOQ-OPEN                PIC X VALUE 'N'.
           02  DOQ-OPEN-STATUS         PIC S9(8) COMP.
           02  DOQ-ENABLE-STATUS       PIC S9(8) COMP.

           02  DLG-OPEN                PIC X VALUE 'N'.
           02  DLG-OPEN-STATUS         PIC S9(8) COMP.
           02  DLG-ENABLE-STATUS       PIC S9(8) COMP.


       01  SWITCHES.
      *
               88  NOTE-BLOCKED                          VALUE 'Y'.
           05  PRODUCT-FOUND-SW                PIC X(01) VALUE 'Y'.
               88  PRODUCT-FOUND                         VALUE 'Y'.
           05  CHARGE-LINE-SW                  PIC X(01) VALUE 'N'.
               88  CHARGE-LINE                           VALUE 'Y'.
           05  CHARGE-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  CHARGE-FOUND                          VALUE 'Y'.
           05  CONTRACT-FOUND-SW               PIC X(01) VALUE 'N'.
               88  CONTRACT-FOUND                        VALUE 'Y'.
           05  PRICE-LEVEL-FOUND-SW            PIC X(01) VALUE 'N'.
               88  PRICE-LEVEL-FOUND                     VALUE 'Y'.
           05  PRODUCT-AUTHORIZED-SW           PIC X(01) VALUE 'Y'.
               88  PRODUCT-AUTHORIZED                    VALUE 'Y'.
           05  AUTH-ENTRY-FOUND-SW             PIC X(01) VALUE 'N'.
               88  AUTH-ENTRY-FOUND                      VALUE 'Y'.
           05  AUTH-LISTED-SW                  PIC X(01) VALUE 'N'.
               88  AUTH-LISTED                           VALUE 'Y'.
           05  VIOLATION-DONE-SW               PIC X(01) VALUE 'N'.
               88  VIOLATION-DONE                        VALUE 'Y'.
           05  LOST-SALE-DONE-SW               PIC X(01) VALUE 'N'.
               88  LOST-SALE-DONE                        VALUE 'Y'.
           05  OC-PRINT-SW                     PIC X(01) VALUE 'Y'.
               88  OC-PRINT                              VALUE 'Y'.
           05  OC-EMAIL-SW                     PIC X(01) VALUE 'N'.
               88  OC-EMAIL                              VALUE 'Y'.
           05  DELIVERY-LOG-DONE-SW            PIC X(01) VALUE 'N'.
               88  DELIVERY-LOG-DONE                     VALUE 'Y'.
           05  LOST-REASON-KEYED-SW            PIC X(01) VALUE 'N'.
               88  LOST-REASON-KEYED                     VALUE 'Y'.
           05  WHS-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  WHS-FOUND                             VALUE 'Y'.
           05  VALID-QUANTITY-SW               PIC X(01) VALUE 'Y'.
               88  SHIPTO-FOUND                          VALUE 'Y'.
           05  CARRIER-FOUND-SW                PIC X(01) VALUE 'N'.
               88  CARRIER-FOUND                         VALUE 'Y'.
           05  ORDER-HAZMAT-SW                 PIC X(01) VALUE 'N'.
               88  ORDER-HAS-HAZMAT                      VALUE 'Y'.
           05  DAY-POSTING-SW                  PIC X(01) VALUE 'Y'.
               88  DAY-POSTING-ALLOWED                   VALUE 'Y'.
           05  PERIOD-CLOSED-SW                PIC X(01) VALUE 'N'.
               88  UNPROTECT-FIELDS                    VALUE '2'.
      *
       01  FAMILY-CHECK-FIELDS.
           05  SAVED-CUSTOMER-RECORD           PIC X(300).
           05  FAMILY-BROWSE-CUSTNO            PIC X(06).
           05  FAMILY-PARENT-NUMBER            PIC X(06).
           05  FAMILY-CREDIT-LIMIT             PIC S9(07)V99.
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  TODAYS-DATE         PIC X(10).
           05  SHORTAGE-QUANTITY   PIC S9(07).
           05  LOST-QUANTITY       PIC S9(07).
           05  LOST-REASON         PIC X(01)   VALUE 'S'.
           05  PRICE-SUB           PIC S9(03)  COMP-3  VALUE ZERO.
           05  WK-SELECTED-CUSTOMER-NUMBER  PIC X(06).
           05  WS-CONTRACT-KEY.
               10  WS-CONTRACT-CUSTOMER-NUMBER  PIC X(06).
               10  WS-CONTRACT-PRODUCT-CODE     PIC X(10).
           05  PRICE-LEVEL-CUSTOMER          PIC X(06) VALUE SPACE.
           05  PRICE-LEVEL-CODE              PIC X(02) VALUE SPACE.
           05  AUTH-LIST-MODE                PIC X(01) VALUE SPACE.
               88  AUTH-ALLOW-ONLY                     VALUE 'A'.
               88  AUTH-BLOCK-LISTED                   VALUE 'B'.
           05  WS-WAREHOUSE-KEY.
               10  WS-WAREHOUSE-PRODUCT-CODE    PIC X(10).
               10  WS-WAREHOUSE-CODE            PIC X(03).
                   15  PT-SEQ-ITEM         PIC 9(02).
           05  PT-BIN-BY-ITEM.
               10  PT-BIN-OF-ITEM          PIC X(06) OCCURS 10 TIMES.
           05  PT-WHSE-SUB                 PIC S9(03) COMP-3.
           05  PT-WHSE-COUNT               PIC S9(03) COMP-3.
           05  PT-WHSE-FOUND-SW            PIC X(01).
               88  PT-WHSE-FOUND               VALUE 'Y'.
           05  PT-WHSE-TABLE.
               10  PT-WHSE-CODE            PIC X(03) OCCURS 10 TIMES.
      *
       01  LOT-DATE-COMPARE-FIELDS.
           05  LOT-DATE-A-MDY              PIC X(08).
           05  FILLER                  PIC X(08).
           05  PO-CHECK-CUSTOMER-NUMBER  PIC X(06).
           05  PO-CHECK-PO-NUMBER        PIC X(10).
           05  FILLER                  PIC X(720).
      *
       01  COMMUNICATION-AREA.
      *
      *    05  CA-INVOICE-RECORD             PIC X(448).                GREG
      *    05  CA-INVOICE-RECORD             PIC X(478).                JOSH
      *    05  CA-INVOICE-RECORD             PIC X(643).                JOSH
      *    05  CA-INVOICE-RECORD             PIC X(700).                JOSH
           05  CA-INVOICE-RECORD             PIC X(750).                JOSH

           05  CA-FIELDS-ENTERED.
               10  CA-PO-ENTERED-SW          PIC X(01).
           05  CA-SIGNON-CONTEXT             PIC X(36).
           05  CA-ORDER-SOURCE               PIC X(01).
      *
      *    A LINE FLAGGED SHORT IS REMEMBERED HERE ACROSS EDIT PASSES.
      *    IF THE OPERATOR THEN DROPS IT OR CUTS IT BACK INSTEAD OF
      *    LETTING THE BALANCE BACKORDER, THE DIFFERENCE IS HELD AS A
      *    PENDING LOST SALE AND WRITTEN TO LSLAB2 WHEN THE ORDER POSTS.
      *
           05  CA-SHORT-LINES.
               10  CA-SHORT-LINE             OCCURS 10.
                   15  CA-SHORT-SW           PIC X(01).
                       88  CA-LINE-SHORT            VALUE 'Y'.
                   15  CA-SHORT-PCODE        PIC X(10).
                   15  CA-SHORT-WHSE         PIC X(03).
                   15  CA-SHORT-QTY          PIC 9(05).
                   15  CA-LOST-QTY           PIC 9(05).
                   15  CA-LOST-REASON        PIC X(01).
      *
      *    AN ORDER PAID BY CARD CARRIES THE PROCESSOR'S TOKEN, THE
      *    AUTHORIZATION CODE AND THE AMOUNT AUTHORIZED FROM THE EDIT
      *    PASS TO THE POST, WHERE THEY ARE WRITTEN TO CAUAB2.
      *
           05  CA-CARD-AUTH.
               10  CA-CARD-SW                PIC X(01).
                   88  CA-CARD-KEYED                VALUE 'Y'.
               10  CA-CARD-TOKEN             PIC X(16).
               10  CA-CARD-AUTH-CODE         PIC X(06).
               10  CA-CARD-AUTH-AMOUNT       PIC 9(07)V99.
      *
      *****************************************************************
      * ALTERNATE VIEW OF COMMUNICATION-AREA USED ONLY WHEN POPPING UP
      * CMINQAB2'S BROWSE-BY-NAME LOOKUP (F5 BELOW) AND WHEN CONTROL
      * THE ORDER FROM.  BUILT IN 2250-PRINT-PICK-TICKET.
      *****************************************************************
       01  PICK-TICKET-TOKEN           PIC X(08).
      *
       COPY PRTPARM.
      *
      *****************************************************************
      * AN ORDER CAPTURED TO THE CREDIT HOLD QUEUE RAISES AN OPERATOR
      * ALERT (ALTWRAB2) SO THE CREDIT DESK SEES IT WITHOUT WATCHING
      * THE QUEUE.  BUILT IN 1610-WRITE-CREDIT-HOLD-RECORD.
      *****************************************************************
       COPY ALTPARM.
      *
       01  CH-ALERT-TEXT.
           05  FILLER                  PIC X(09) VALUE 'CUSTOMER '.
           05  CHA-CUSTOMER-NUMBER     PIC X(06).
           05  FILLER                  PIC X(07) VALUE ' ORDER '.
           05  CHA-ORDER-TOTAL         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  CHA-ENTRY-OPERATOR      PIC X(04).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  CHA-HOLD-REASON         PIC X(15).
      *
       01  PT-HEADER-LINE.
           05  FILLER             PIC X(16) VALUE 'PICK TICKET  INV'.
           05  PT-INVOICE-NUMBER  PIC 9(06).
           05  FILLER             PIC X(11) VALUE '   CUST NO '.
           05  PT-CUSTOMER-NUMBER PIC X(06).
           05  FILLER             PIC X(08) VALUE '   WHSE '.
           05  PT-HDR-WAREHOUSE   PIC X(03).
           05  FILLER             PIC X(29) VALUE SPACE.
      *
       01  PT-SHIPTO-NAME-LINE.
           05  FILLER             PIC X(09) VALUE 'SHIP TO: '.
           05  FILLER             PIC X(16) VALUE 'ORDER TOTAL:    '.
           05  OC-INVOICE-TOTAL   PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(52) VALUE SPACE.
      *
      *****************************************************************
      * A CONFIRMATION THE CUSTOMER TAKES BY EMAIL IS QUEUED ON DOQAB2
      * FOR THE MAIL GATEWAY (DOQEXB2) INSTEAD OF, OR AS WELL AS, THE
      * SPOOLED NOTICE, PER THEIR 'OC' ENTRY ON DLPAB2.
      *****************************************************************
       01  OC-DELIVERY-FIELDS.
           05  OC-RECIPIENT       PIC X(40).
           05  OC-QUEUED-DATE     PIC 9(08).
           05  OC-QUEUED-TIME     PIC 9(06).
           05  OC-HOLD-RECORD     PIC X(180).
      *
       01  PT-DETAIL-LINE.
           05  FILLER             PIC X(14) VALUE 'PRODUCT CODE: '.
       COPY CMNOTE.
      *
       COPY PRODUCT.
      *
       COPY CHGCODE.
      *
       COPY CONTRACT.
      *
       COPY PRCLVL.
      *
       COPY PRDAUTH.
      *
       COPY AUTVIO.
      *
       COPY LOSTSL.
      *
       COPY DLVPREF.
      *
       COPY DOCQUE.
      *
       COPY DLVLOG.
      *
       COPY CARDAUTH.
      *
       COPY WHSINV.
      *
       COPY INVCTL.
      *
       COPY TERMS.
      *
       COPY COMPARM.
      *
       01  GETIN-PARMS.
           05  GETIN-DOCUMENT-TYPE     PIC 9(01).
           05  GETIN-NEXT-NUMBER       PIC 9(06).
           05  GETIN-COMPANY-CODE      PIC X(02) VALUE SPACE.
      *
       COPY BACKORD.
      *
      *
       01  REPLACED-HELD-ORDER.
           05  FILLER                      PIC X(12).
           05  RPL-INVOICE-RECORD          PIC X(750).
           05  FILLER                      PIC X(50).
      *
       COPY CRDHOLD.
      *01  DFHCOMMAREA             PIC X(741).                          JOSH
      *01  DFHCOMMAREA             PIC X(798).                          JOSH
      *01  DFHCOMMAREA             PIC X(806).                          JOSH
      *01  DFHCOMMAREA             PIC X(807).                          JOSH
      *01  DFHCOMMAREA             PIC X(857).                          JOSH
      *01  DFHCOMMAREA             PIC X(1107).                         JOSH
       01  DFHCOMMAREA             PIC X(1139).                         JOSH
      *
       PROCEDURE DIVISION.
      *
                   MOVE LOW-VALUE TO ORDMAP1
                   MOVE LOW-VALUE TO CA-INVOICE-RECORD
                                     CA-FIELDS-ENTERED
                                     CA-SHORT-LINES
                                     CA-CARD-AUTH
                   MOVE ZERO      TO CA-PARENT-INVOICE-NUMBER
                   MOVE 'Type order details.  Then press Enter.'
                       TO ORD-D-INSTR
                       MOVE LOW-VALUE TO ORDMAP1
                       MOVE LOW-VALUE TO CA-INVOICE-RECORD
                                         CA-FIELDS-ENTERED
                                         CA-SHORT-LINES
                                         CA-CARD-AUTH
                       MOVE ZERO      TO CA-PARENT-INVOICE-NUMBER
                       MOVE 'Type order details.  Then press Enter.'
                           TO ORD-D-INSTR
                   END-IF
      *
               WHEN EIBAID = DFHPF2
                   IF PROCESS-VERIFY AND NOT CA-CARD-KEYED
                       PERFORM 2030-CHECK-DAY-STATUS
                       IF DAY-POSTING-ALLOWED
                           PERFORM 2600-POST-DROP-SHIP-ORDER
                           MOVE -1 TO ORD-L-CUSTNO
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1400-SEND-ORDER-MAP
                       ELSE
                           PERFORM 1249A-REFUSE-CARD-KEY
                       END-IF
                   END-IF
      *
               WHEN EIBAID = DFHPF10
                   IF PROCESS-VERIFY AND NOT CA-CARD-KEYED
                       PERFORM 2030-CHECK-DAY-STATUS
                       IF DAY-POSTING-ALLOWED
                           PERFORM 2300-POST-AND-CONTINUE-ORDER
                           MOVE -1 TO ORD-L-CUSTNO
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1400-SEND-ORDER-MAP
                       ELSE
                           PERFORM 1249A-REFUSE-CARD-KEY
                       END-IF
                   END-IF
      *
               WHEN EIBAID = DFHPF11
                   IF PROCESS-VERIFY AND NOT CA-CARD-KEYED
                       PERFORM 2420-SAVE-AS-QUOTE
                       SET PROCESS-ENTRY TO TRUE
                   ELSE
                           MOVE -1 TO ORD-L-CUSTNO
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1400-SEND-ORDER-MAP
                       ELSE
                           PERFORM 1249A-REFUSE-CARD-KEY
                       END-IF
                   END-IF
      *
                   END-IF
      *
               WHEN EIBAID = DFHPF9
                   IF PROCESS-VERIFY AND NOT CA-CARD-KEYED
                       PERFORM 2400-HOLD-ORDER
                       SET PROCESS-ENTRY TO TRUE
                   ELSE
                       IF PROCESS-ENTRY
                           PERFORM 2410-RESUME-HELD-ORDER
                       ELSE
                           PERFORM 1249A-REFUSE-CARD-KEY
                       END-IF
                   END-IF
      *
      -             'er corrections.' TO ORD-D-INSTR
               MOVE 'F2=Drop F4=Chg F9=Hld F10=More F11=Qte'
                   TO ORD-D-FKEY
               IF CA-CARD-KEYED
                   MOVE 'F4=Chg' TO ORD-D-FKEY
               END-IF
               MOVE SPACE TO ORD-D-MESSAGE
               SET SEND-DATAONLY TO TRUE
               SET PROTECT-FIELDS TO TRUE
                                     ORD-H-PO.
           MOVE ZERO TO LINE-ITEM-COUNT
                        INV-INVOICE-TOTAL.
           MOVE 'N' TO ORDER-HAZMAT-SW.
      *
           MOVE 'Y' TO VALID-DATA-SW.                                    GREG
      *
           PERFORM 1246-EDIT-LOST-REASON.
      *

           PERFORM 1220-EDIT-LINE-ITEM
               VARYING ITEM-SUB FROM 10 BY -1
           END-IF.
      *
           PERFORM 1221-EDIT-REQUESTED-DATE.
           PERFORM 1249-EDIT-CARD-AUTHORIZATION.
      *
           IF VALID-DATA
               MOVE -1 TO ORD-L-CUSTNO
      * THE INVOICE (SEE 1330-CALCULATE-FREIGHT-AMOUNT).  NO CARRIER
      * MEANS NO FREIGHT BILLED - THE CODE CAN STILL BE SET AT SHIP
      * CONFIRMATION TIME (SHCAB2), BUT THEN THE FREIGHT WAS EATEN,
      * EXACTLY THE LEAK THIS FIELD EXISTS TO STOP.  AN ORDER WITH A
      * HAZARDOUS MATERIAL ON IT CAN ONLY GO ON A CARRIER THAT
      * ACCEPTS HAZMAT.
      *****************************************************************
       1219-EDIT-CARRIER-CODE.
      *
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO CARRIER-FOUND-SW
               IF ORDER-HAS-HAZMAT AND NOT CAR-ACCEPTS-HAZMAT
                   MOVE ATTR-REVERSE TO ORD-H-CARRIER
                   MOVE -1 TO ORD-L-CARRIER
                   MOVE 'That carrier does not accept hazardous material
      -                 's.' TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO ORD-H-CARRIER
               IF CUSTOMER-FOUND-SW = 'Y'
                   PERFORM 1236-CHECK-CUSTOMER-NOTES
               END-IF
               IF CUSTOMER-FOUND-SW = 'Y'
                   PERFORM 1245-CHECK-COMPANY-AUTHORITY
               END-IF
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO CUSTOMER-FOUND-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * THE CUSTOMER'S COMPANY.  AN OPERATOR TAKES ORDERS ONLY FOR
      * THE COMPANIES THEIR OPRAB2 RECORD ALLOWS (COMAUAB2 DECIDES);
      * THE INVOICE IS STAMPED WITH THE CUSTOMER'S COMPANY WHEN IT
      * IS FORMATTED AND DRAWS ITS NUMBER FROM THAT COMPANY.
      *****************************************************************
       1245-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID  TO CAP-OPERATOR-ID.
           MOVE CM-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO ORD-H-CUSTNO
               MOVE -1 TO ORD-L-CUSTNO
               MOVE CAP-MESSAGE TO ORD-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1220-EDIT-LINE-ITEM.
      *
                                     ORD-H-NET(ITEM-SUB).
           MOVE 'N' TO PRODUCT-FOUND-SW.
           MOVE 'N' TO VALID-QUANTITY-SW.
           MOVE 'N' TO CHARGE-LINE-SW.
      *
           IF        ORD-L-PCODE(ITEM-SUB) > ZERO
                 AND ORD-D-PCODE(ITEM-SUB) NOT = SPACE
               MOVE 'Y' TO CA-PCODE-ENTERED-SW(ITEM-SUB)
               IF ORD-D-PCODE(ITEM-SUB)(1:1) = '*'
                   MOVE 'Y' TO CHARGE-LINE-SW
               END-IF
           ELSE
               MOVE 'N' TO CA-PCODE-ENTERED-SW(ITEM-SUB)
           END-IF.
           ELSE
               MOVE 'N' TO CA-QTY-ENTERED-SW(ITEM-SUB)
           END-IF.
      *
      *    A CHARGE LINE KEYED WITHOUT A QUANTITY BILLS ONE OF IT.
      *
           IF CHARGE-LINE AND NOT CA-QTY-ENTERED(ITEM-SUB)
               MOVE 1   TO ORD-D-QTY(ITEM-SUB)
               MOVE 'Y' TO CA-QTY-ENTERED-SW(ITEM-SUB)
           END-IF.
      *
           IF        ORD-L-NET(ITEM-SUB) > ZERO
                 AND ORD-D-NET-ALPHA(ITEM-SUB) NOT = SPACE
               END-IF
           END-IF.
      *
           IF CHARGE-LINE
               MOVE SPACE TO ORD-D-WHSE(ITEM-SUB)
           END-IF.
      *
           IF        CA-QTY-ENTERED(ITEM-SUB)
                 AND ORD-D-WHSE(ITEM-SUB) = SPACE
                 AND NOT CHARGE-LINE
               MOVE 'M01' TO ORD-D-WHSE(ITEM-SUB)
           END-IF.
      *
           IF CA-QTY-ENTERED(ITEM-SUB) AND NOT CHARGE-LINE
               PERFORM 1233-EDIT-LINE-WAREHOUSE
           END-IF.
      *
                             ORD-D-ONHAND(ITEM-SUB)
           ELSE
               ADD 1 TO LINE-ITEM-COUNT
               IF CHARGE-LINE
                   PERFORM 1238-EDIT-CHARGE-LINE
               ELSE
                   PERFORM 1230-READ-PRODUCT-RECORD
               END-IF
               IF PRODUCT-FOUND
                   MOVE PRD-PRODUCT-DESCRIPTION
                                       TO ORD-D-DESC(ITEM-SUB)
                   MOVE PRD-UNIT-PRICE TO ORD-D-LIST(ITEM-SUB)
                   IF NOT CHARGE-LINE AND PRD-HAZMAT
                       MOVE 'Y' TO ORDER-HAZMAT-SW
                   END-IF
                   PERFORM 1231-READ-WAREHOUSE-RECORD
      *
      *            TRUE AVAILABLE-TO-PROMISE: ON HAND LESS WHAT IS
                   IF NOT CA-NET-ENTERED(ITEM-SUB)
                       PERFORM 1227-CHECK-CONTRACT-PRICE
                       IF NOT CONTRACT-FOUND
                           PERFORM 1234-APPLY-PRICE-LEVEL
                           IF NOT PRICE-LEVEL-FOUND
                               PERFORM 1226-APPLY-BREAK-PRICING
                           END-IF
                       END-IF
                       PERFORM 1229-APPLY-PROMO-PRICE
                       MOVE NET-NUMERIC TO ORD-D-NET(ITEM-SUB)
                       MOVE ATTR-TURQUOISE TO ORD-C-QTY(ITEM-SUB)
                       MOVE 'Qty exceeds stock, balance will backorder.'
                           TO ORD-D-MESSAGE
                       PERFORM 1247-REMEMBER-SHORT-LINE
                       PERFORM 1232-OFFER-SUBSTITUTE
                   END-IF
      *****************************************************************
                               MOVE ZERO TO INV-INVOICE-TOTAL
                       END-ADD
                   END-IF
      *
      *            A CUSTOMER ON AN AUTHORIZED-ITEM LIST, OR BARRED
      *            FROM CERTAIN ITEMS, CANNOT BE SOLD OUTSIDE IT.
      *            THE REFUSAL IS LOGGED FOR THE VIOLATION REPORT.
      *
                   IF NOT CHARGE-LINE
                       PERFORM 1241-CHECK-PRODUCT-AUTHORIZATION
                       IF NOT PRODUCT-AUTHORIZED
                           MOVE ATTR-REVERSE TO ORD-H-PCODE(ITEM-SUB)
                           MOVE -1 TO ORD-L-PCODE(ITEM-SUB)
                           MOVE 'That product is not authorized for th
      -                        'is customer.' TO ORD-D-MESSAGE
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   END-IF
               ELSE
                   IF NOT CHARGE-LINE
                       MOVE SPACE TO ORD-D-DESC(ITEM-SUB)
                       MOVE ZERO  TO ORD-D-LIST(ITEM-SUB)
                                     ORD-D-AMOUNT(ITEM-SUB)
                                     ORD-D-ONHAND(ITEM-SUB)
                       MOVE ATTR-REVERSE TO ORD-H-PCODE(ITEM-SUB)
                       MOVE -1    TO ORD-L-PCODE(ITEM-SUB)
                       MOVE 'That product does not exist.'
                                  TO ORD-D-MESSAGE
                       MOVE 'N'   TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF CA-LINE-SHORT(ITEM-SUB)
               PERFORM 1248-CHECK-CANCELLED-SHORTAGE
           END-IF.
      *
      *****************************************************************
      * A CHARGE LINE - A CODE BEGINNING WITH AN ASTERISK - BILLS A
      * SETUP FEE, RESTOCKING FEE, RUSH CHARGE OR LABOR FROM THE
      * CHGAB2 CHARGE CODE TABLE.  THERE IS NO STOCK TO SHOW, NO
      * WAREHOUSE, NO PRICING LADDER AND NO COST FLOOR: THE NET IS
      * WHAT WAS KEYED, OR ELSE THE CHARGE'S DEFAULT AMOUNT.
      *****************************************************************
       1238-EDIT-CHARGE-LINE.
      *
           PERFORM 1239-READ-CHARGE-RECORD.
      *
           IF NOT CHARGE-FOUND
               MOVE SPACE TO ORD-D-DESC(ITEM-SUB)
               MOVE ZERO  TO ORD-D-LIST(ITEM-SUB)
                             ORD-D-AMOUNT(ITEM-SUB)
                             ORD-D-ONHAND(ITEM-SUB)
               MOVE ATTR-REVERSE TO ORD-H-PCODE(ITEM-SUB)
               MOVE -1    TO ORD-L-PCODE(ITEM-SUB)
               MOVE 'That charge code does not exist.'
                          TO ORD-D-MESSAGE
               MOVE 'N'   TO VALID-DATA-SW
           ELSE
               MOVE CHG-DESCRIPTION    TO ORD-D-DESC(ITEM-SUB)
               MOVE CHG-DEFAULT-AMOUNT TO ORD-D-LIST(ITEM-SUB)
               MOVE ZERO               TO ORD-D-ONHAND(ITEM-SUB)
               MOVE 'EA'               TO ORD-D-UOM(ITEM-SUB)
               IF CHG-STATUS-INACTIVE
                   MOVE ATTR-REVERSE TO ORD-H-PCODE(ITEM-SUB)
                   MOVE -1    TO ORD-L-PCODE(ITEM-SUB)
                   MOVE 'That charge code is inactive.'
                              TO ORD-D-MESSAGE
                   MOVE 'N'   TO VALID-DATA-SW
               END-IF
               IF NOT CA-NET-ENTERED(ITEM-SUB)
                   MOVE CHG-DEFAULT-AMOUNT TO NET-NUMERIC
                   MOVE NET-NUMERIC TO ORD-D-NET(ITEM-SUB)
                   IF NET-NUMERIC = ZERO
                       MOVE ATTR-REVERSE TO ORD-H-NET(ITEM-SUB)
                       MOVE -1 TO ORD-L-NET(ITEM-SUB)
                       MOVE 'This charge has no default amount - key t
      -                    'he net price.' TO ORD-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
               IF VALID-QUANTITY AND VALID-NET
                   MULTIPLY NET-NUMERIC BY QTY-NUMERIC
                       GIVING ORD-D-AMOUNT(ITEM-SUB)
                              INV-AMOUNT(ITEM-SUB)
                       ON SIZE ERROR
                           MOVE ATTR-REVERSE TO ORD-H-QTY(ITEM-SUB)
                           MOVE -1 TO ORD-L-QTY(ITEM-SUB)
                           MOVE 'Line item amount is too large.'
                               TO ORD-D-MESSAGE
                           MOVE 'N' TO VALID-DATA-SW
                           MOVE ZERO TO ORD-D-AMOUNT(ITEM-SUB)
                                        INV-AMOUNT(ITEM-SUB)
                   END-MULTIPLY
                   ADD INV-AMOUNT(ITEM-SUB) TO INV-INVOICE-TOTAL
                       ON SIZE ERROR
                           MOVE ATTR-REVERSE TO ORD-H-QTY(ITEM-SUB)
                           MOVE -1 TO ORD-L-QTY(ITEM-SUB)
                           MOVE 'Invoice total is too large.'
                               TO ORD-D-MESSAGE
                           MOVE 'N' TO VALID-DATA-SW
                           MOVE ZERO TO INV-INVOICE-TOTAL
                   END-ADD
               END-IF
           END-IF.
      *
       1239-READ-CHARGE-RECORD.
      *
           MOVE 'N' TO CHARGE-FOUND-SW.
      *
           EXEC CICS
               INQUIRE FILE('CHGAB2')
                   OPENSTATUS(CHG-OPEN-STATUS)
                   ENABLESTATUS(CHG-ENABLE-STATUS)
           END-EXEC.

           IF CHG-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CHGAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CHG-OPEN
           ELSE IF CHG-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('137')
               END-EXEC
           END-IF.
      *
           MOVE ORD-D-PCODE(ITEM-SUB) TO CHG-CHARGE-CODE.
      *
           EXEC CICS
               READ FILE('CHGAB2')
                    INTO(CHARGE-CODE-RECORD)
                    RIDFLD(CHG-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO CHARGE-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO CHARGE-FOUND-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * EVERY KEYED (OR DEFAULTED) WAREHOUSE CODE MUST BE ON THE
      * WRHAB2 WAREHOUSE MASTER AND ACTIVE - A CODE TYPED ON FAITH
      * USED TO CREATE ORPHAN WHSAB2 RECORDS NOBODY COULD EXPLAIN.
      * A CONSIGNMENT WAREHOUSE IS STOCK AT A CUSTOMER'S SITE; IT IS
      * BILLED FROM REPORTED USAGE, NEVER SHIPPED ON A KEYED ORDER.
      *****************************************************************
       1233-EDIT-LINE-WAREHOUSE.
      *
                       MOVE 'That warehouse is inactive.'
                           TO ORD-D-MESSAGE
                   END-IF
                   IF WRH-TYPE-CONSIGNMENT
                       MOVE 'N' TO WAREHOUSE-VALID-SW
                       MOVE 'Consignment stock is billed through usage,
      -                    ' not ordered.' TO ORD-D-MESSAGE
                   END-IF
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO WAREHOUSE-VALID-SW
                   MOVE 'That warehouse is not on the warehouse master
           END-IF.
      *
      *****************************************************************
      * THE CUSTOMER'S PRICE LEVEL SITS BETWEEN THE CONTRACT AND THE
      * BREAK TIERS.  THE PLVAB2 ROW FOR THE LEVEL AND THE PRODUCT'S
      * CATEGORY - OR FAILING THAT THE LEVEL'S BLANK-CATEGORY ROW -
      * TAKES ITS PERCENT OFF LIST.  THE LINES ARE EDITED BEFORE THE
      * CUSTOMER IS, SO THE LEVEL IS LOOKED UP HERE ONCE A PASS;
      * 1210 READS THE CUSTOMER AGAIN FOR ITS OWN EDITS.
      *****************************************************************
       1234-APPLY-PRICE-LEVEL.
      *
           MOVE 'N' TO PRICE-LEVEL-FOUND-SW.
      *
           IF        ORD-L-CUSTNO > ZERO
                 AND ORD-D-CUSTNO NOT = SPACE
                 AND ORD-D-CUSTNO NOT = PRICE-LEVEL-CUSTOMER
               MOVE ORD-D-CUSTNO TO PRICE-LEVEL-CUSTOMER
               MOVE SPACE        TO PRICE-LEVEL-CODE
               EXEC CICS
                   INQUIRE FILE('CMFAB2')
                       OPENSTATUS(CMF-OPEN-STATUS)
                       ENABLESTATUS(CMF-ENABLE-STATUS)
               END-EXEC
               IF CMF-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('CMFAB2') OPEN
                   END-EXEC
                   MOVE 'Y' TO CMF-OPEN
               ELSE IF CMF-OPEN-STATUS = DFHVALUE(OPEN)
                   CONTINUE
               ELSE
                   EXEC CICS
                       ABEND ABCODE ('001')
                   END-EXEC
               END-IF
               END-IF
               EXEC CICS
                   READ FILE('CMFAB2')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(ORD-D-CUSTNO)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       IF CM-PRICE-LEVEL NOT = LOW-VALUE
                           MOVE CM-PRICE-LEVEL TO PRICE-LEVEL-CODE
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
           IF PRICE-LEVEL-CODE NOT = SPACE
               MOVE PRICE-LEVEL-CODE     TO PLV-PRICE-LEVEL
               MOVE PRD-PRODUCT-CATEGORY TO PLV-PRODUCT-CATEGORY
               PERFORM 1240-READ-PRICE-LEVEL
               IF        NOT PRICE-LEVEL-FOUND
                     AND PRD-PRODUCT-CATEGORY NOT = SPACE
                   MOVE SPACE TO PLV-PRODUCT-CATEGORY
                   PERFORM 1240-READ-PRICE-LEVEL
               END-IF
               IF PRICE-LEVEL-FOUND
                   COMPUTE NET-NUMERIC ROUNDED =
                       PRD-UNIT-PRICE * (100 - PLV-DISCOUNT-PCT) / 100
               END-IF
           END-IF.
      *
       1240-READ-PRICE-LEVEL.
      *
           EXEC CICS
               INQUIRE FILE('PLVAB2')
                   OPENSTATUS(PLV-OPEN-STATUS)
                   ENABLESTATUS(PLV-ENABLE-STATUS)
           END-EXEC.

           IF PLV-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PLVAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PLV-OPEN
           ELSE IF PLV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('138')
               END-EXEC
           END-IF.
      *
           EXEC CICS
               READ FILE('PLVAB2')
                    INTO(PRICE-LEVEL-RECORD)
                    RIDFLD(PLV-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO PRICE-LEVEL-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * PRODUCT AUTHORIZATION.  A CUSTOMER WITH NO MODE RECORD ON
      * AUTAB2 IS UNRESTRICTED.  OTHERWISE THE PRODUCT IS "LISTED"
      * WHEN ITS OWN ENTRY OR ITS CATEGORY'S ENTRY IS ON FILE: AN
      * ALLOW-ONLY CUSTOMER MAY BUY ONLY LISTED PRODUCTS, A
      * BLOCK-LISTED CUSTOMER NEVER A LISTED ONE.  EACH REFUSAL GOES
      * ON AUVAB2.
      *****************************************************************
       1241-CHECK-PRODUCT-AUTHORIZATION.
      *
           MOVE 'Y' TO PRODUCT-AUTHORIZED-SW.
           MOVE 'N' TO AUTH-LISTED-SW.
      *
           MOVE ORD-D-CUSTNO TO AUT-CUSTOMER-NUMBER.
           SET AUT-ENTRY-MODE TO TRUE.
           MOVE SPACE        TO AUT-ITEM-CODE.
           PERFORM 1242-READ-AUTHORIZATION.
      *
           IF AUTH-ENTRY-FOUND
               MOVE AUT-LIST-MODE    TO AUTH-LIST-MODE
               MOVE ORD-D-CUSTNO     TO AUT-CUSTOMER-NUMBER
               SET AUT-ENTRY-PRODUCT TO TRUE
               MOVE PRD-PRODUCT-CODE TO AUT-ITEM-CODE
               PERFORM 1242-READ-AUTHORIZATION
               IF        NOT AUTH-ENTRY-FOUND
                     AND PRD-PRODUCT-CATEGORY NOT = SPACE
                   MOVE ORD-D-CUSTNO         TO AUT-CUSTOMER-NUMBER
                   SET AUT-ENTRY-CATEGORY    TO TRUE
                   MOVE PRD-PRODUCT-CATEGORY TO AUT-ITEM-CODE
                   PERFORM 1242-READ-AUTHORIZATION
               END-IF
               IF AUTH-ENTRY-FOUND
                   MOVE 'Y' TO AUTH-LISTED-SW
               END-IF
               EVALUATE TRUE
                   WHEN AUTH-ALLOW-ONLY AND NOT AUTH-LISTED
                       MOVE 'N' TO PRODUCT-AUTHORIZED-SW
                   WHEN AUTH-BLOCK-LISTED AND AUTH-LISTED
                       MOVE 'N' TO PRODUCT-AUTHORIZED-SW
               END-EVALUATE
           END-IF.
      *
           IF NOT PRODUCT-AUTHORIZED
               PERFORM 1243-WRITE-AUTH-VIOLATION
           END-IF.
      *
       1242-READ-AUTHORIZATION.
      *
           EXEC CICS
               INQUIRE FILE('AUTAB2')
                   OPENSTATUS(AUT-OPEN-STATUS)
                   ENABLESTATUS(AUT-ENABLE-STATUS)
           END-EXEC.

           IF AUT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('AUTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO AUT-OPEN
           ELSE IF AUT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('140')
               END-EXEC
           END-IF.
      *
           MOVE 'N' TO AUTH-ENTRY-FOUND-SW.
           EXEC CICS
               READ FILE('AUTAB2')
                    INTO(PRODUCT-AUTHORIZATION-RECORD)
                    RIDFLD(AUT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO AUTH-ENTRY-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1243-WRITE-AUTH-VIOLATION.
      *
           EXEC CICS
               INQUIRE FILE('AUVAB2')
                   OPENSTATUS(AUV-OPEN-STATUS)
                   ENABLESTATUS(AUV-ENABLE-STATUS)
           END-EXEC.

           IF AUV-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('AUVAB2') OPEN
               END-EXEC
               MOVE 'Y' TO AUV-OPEN
           ELSE IF AUV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('141')
               END-EXEC
           END-IF.
      *
           ACCEPT AUV-ATTEMPT-DATE FROM DATE YYYYMMDD.
           MOVE EIBTIME               TO AUV-ATTEMPT-TIME.
           MOVE 1                     TO AUV-ATTEMPT-SEQ.
           SET AUV-SOURCE-ORDER-ENTRY TO TRUE.
           MOVE ORD-D-CUSTNO          TO AUV-CUSTOMER-NUMBER.
           MOVE PRD-PRODUCT-CODE      TO AUV-PRODUCT-CODE.
           MOVE PRD-PRODUCT-CATEGORY  TO AUV-PRODUCT-CATEGORY.
           MOVE AUTH-LIST-MODE        TO AUV-REASON.
           MOVE SC-OPERATOR-ID        TO AUV-OPERATOR.
           MOVE EIBTRMID              TO AUV-TERMINAL.
           MOVE ORD-D-PO              TO AUV-REFERENCE.
      *
           MOVE 'N' TO VIOLATION-DONE-SW.
           PERFORM 1244-WRITE-VIOLATION-ONCE
               UNTIL VIOLATION-DONE.
      *
       1244-WRITE-VIOLATION-ONCE.
      *
           EXEC CICS
               WRITE FILE('AUVAB2')
                     FROM(AUTHORIZATION-VIOLATION-RECORD)
                     RIDFLD(AUV-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO VIOLATION-DONE-SW
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO AUV-ATTEMPT-SEQ
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * WHY A SHORT LINE WAS DROPPED OR CUT BACK RATHER THAN LEFT TO
      * BACKORDER: S = NO STOCK (THE DEFAULT), P = PRICE, L = LEAD
      * TIME.  ONE REASON ON THE HEADER COVERS THE WHOLE SCREEN.
      *****************************************************************
       1246-EDIT-LOST-REASON.
      *
           MOVE ATTR-NO-HIGHLIGHT TO ORD-H-LOSTRSN.
           MOVE 'S' TO LOST-REASON.
           MOVE 'N' TO LOST-REASON-KEYED-SW.
      *
           IF        ORD-L-LOSTRSN > ZERO
                 AND ORD-D-LOSTRSN NOT = SPACE
               IF        ORD-D-LOSTRSN = 'S'
                      OR ORD-D-LOSTRSN = 'P'
                      OR ORD-D-LOSTRSN = 'L'
                   MOVE ORD-D-LOSTRSN TO LOST-REASON
                   MOVE 'Y' TO LOST-REASON-KEYED-SW
               ELSE
                   MOVE ATTR-REVERSE TO ORD-H-LOSTRSN
                   MOVE -1 TO ORD-L-LOSTRSN
                   MOVE 'Lost sale reason must be S (stock), P (price) o
      -                'r L (lead time).' TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE FIRST PASS THAT FINDS A LINE SHORT REMEMBERS WHAT WAS
      * ASKED FOR.  A LATER PASS ONLY RAISES THE REMEMBERED QUANTITY
      * IF THE OPERATOR KEYS MORE OF THE SAME PRODUCT.
      *****************************************************************
       1247-REMEMBER-SHORT-LINE.
      *
           IF NOT CA-LINE-SHORT(ITEM-SUB)
               MOVE 'Y'                  TO CA-SHORT-SW(ITEM-SUB)
               MOVE ORD-D-PCODE(ITEM-SUB) TO CA-SHORT-PCODE(ITEM-SUB)
               MOVE ORD-D-WHSE(ITEM-SUB) TO CA-SHORT-WHSE(ITEM-SUB)
               MOVE QTY-NUMERIC          TO CA-SHORT-QTY(ITEM-SUB)
               MOVE ZERO                 TO CA-LOST-QTY(ITEM-SUB)
               MOVE SPACE                TO CA-LOST-REASON(ITEM-SUB)
           ELSE
               IF        ORD-D-PCODE(ITEM-SUB)
                                 = CA-SHORT-PCODE(ITEM-SUB)
                     AND QTY-NUMERIC > CA-SHORT-QTY(ITEM-SUB)
                   MOVE QTY-NUMERIC TO CA-SHORT-QTY(ITEM-SUB)
               END-IF
           END-IF.
      *
      *****************************************************************
      * A REMEMBERED SHORT LINE THAT HAS SINCE BEEN BLANKED, KEYED
      * OVER WITH ANOTHER PRODUCT OR CUT BACK IS DEMAND THE CUSTOMER
      * WALKED AWAY FROM.  THE SHORTFALL AGAINST WHAT WAS FIRST ASKED
      * FOR IS HELD AS A PENDING LOST SALE UNTIL THE ORDER POSTS.  A
      * LINE TAKEN AS A SUBSTITUTE IS A SALE, NOT A LOSS.
      *****************************************************************
       1248-CHECK-CANCELLED-SHORTAGE.
      *
           IF CA-LINE-SUBSTITUTED(ITEM-SUB)
               MOVE LOW-VALUE TO CA-SHORT-LINE(ITEM-SUB)
           ELSE
               MOVE ZERO TO LOST-QUANTITY
               IF        CA-PCODE-ENTERED(ITEM-SUB)
                     AND ORD-D-PCODE(ITEM-SUB)
                                 = CA-SHORT-PCODE(ITEM-SUB)
                   IF CA-QTY-ENTERED(ITEM-SUB) AND VALID-QUANTITY
                       COMPUTE LOST-QUANTITY =
                           CA-SHORT-QTY(ITEM-SUB) - QTY-NUMERIC
                   ELSE
                       MOVE CA-LOST-QTY(ITEM-SUB) TO LOST-QUANTITY
                   END-IF
               ELSE
                   MOVE CA-SHORT-QTY(ITEM-SUB) TO LOST-QUANTITY
               END-IF
               IF LOST-QUANTITY > ZERO
                   IF        LOST-QUANTITY NOT = CA-LOST-QTY(ITEM-SUB)
                          OR LOST-REASON-KEYED
                          OR CA-LOST-REASON(ITEM-SUB) = SPACE
                       MOVE LOST-REASON TO CA-LOST-REASON(ITEM-SUB)
                   END-IF
                   MOVE LOST-QUANTITY TO CA-LOST-QTY(ITEM-SUB)
               ELSE
                   MOVE ZERO  TO CA-LOST-QTY(ITEM-SUB)
                   MOVE SPACE TO CA-LOST-REASON(ITEM-SUB)
               END-IF
           END-IF.
      *
      *****************************************************************
      * AN ORDER PAID BY CARD.  THE OPERATOR AUTHORIZES THE CARD ON
      * THE PROCESSOR'S TERMINAL AND KEYS BACK THE CARD TOKEN IT
      * RETURNS (NEVER THE CARD NUMBER), THE AUTHORIZATION CODE AND
      * THE AMOUNT AUTHORIZED, WHICH MUST COVER THE MERCHANDISE ON
      * THE ORDER - TAX AND FREIGHT ARE ADDED AT BILLING, AND WHAT
      * THE AUTHORIZATION DOES NOT COVER IS LEFT ON THE INVOICE FOR
      * THE USUAL TERMS.  ALL THREE BLANK IS AN ORDER ON ACCOUNT.  A
      * CARD ORDER POSTS ON ONE SCREEN WITH ENTER, SHIPPING NOW: IT
      * CANNOT BE HELD, QUOTED, DROP-SHIPPED, SPLIT OVER MORE THAN
      * ONE SCREEN OR SCHEDULED FOR A LATER SHIP DATE, SINCE NONE OF
      * THOSE BILL THROUGH SHIP CONFIRMATION WHERE THE CARD IS
      * CAPTURED.
      *****************************************************************
       1249-EDIT-CARD-AUTHORIZATION.
      *
           MOVE ATTR-NO-HIGHLIGHT TO ORD-H-CARDTOK
                                     ORD-H-AUTHCD
                                     ORD-H-AUTHAMT.
           MOVE LOW-VALUE TO CA-CARD-AUTH.
      *
           IF        (ORD-L-CARDTOK = ZERO OR ORD-D-CARDTOK = SPACE)
                 AND (ORD-L-AUTHCD  = ZERO OR ORD-D-AUTHCD  = SPACE)
                 AND (ORD-L-AUTHAMT = ZERO
                         OR ORD-D-AUTHAMT-ALPHA = SPACE)
               CONTINUE
           ELSE
               MOVE 'Y' TO CA-CARD-SW
               IF        ORD-L-AUTHAMT = ZERO
                      OR ORD-D-AUTHAMT-ALPHA = SPACE
                   MOVE ATTR-REVERSE TO ORD-H-AUTHAMT
                   MOVE -1 TO ORD-L-AUTHAMT
                   MOVE 'You must enter the amount the card was authoriz
      -                'ed for.' TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE ORD-D-AUTHAMT-ALPHA TO NUM-UNEDITED-NUMBER
                   PERFORM 9700-NUMEDIT
                   IF NUM-VALID-NUMBER AND NUM-EDITED-NUMBER > ZERO
                       MOVE NUM-EDITED-NUMBER TO CA-CARD-AUTH-AMOUNT
                       IF NUM-EDITED-NUMBER < INV-INVOICE-TOTAL
                           MOVE ATTR-REVERSE TO ORD-H-AUTHAMT
                           MOVE -1 TO ORD-L-AUTHAMT
                           MOVE 'Card authorization is less than the ord
      -                        'er total.' TO ORD-D-MESSAGE
                           MOVE 'N' TO VALID-DATA-SW
                       END-IF
                   ELSE
                       MOVE ATTR-REVERSE TO ORD-H-AUTHAMT
                       MOVE -1 TO ORD-L-AUTHAMT
                       MOVE 'Authorized amount must be numeric and not z
      -                    'ero.' TO ORD-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
               IF        ORD-L-AUTHCD = ZERO
                      OR ORD-D-AUTHCD = SPACE
                   MOVE ATTR-REVERSE TO ORD-H-AUTHCD
                   MOVE -1 TO ORD-L-AUTHCD
                   MOVE 'You must enter the card authorization code.'
                       TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE ORD-D-AUTHCD TO CA-CARD-AUTH-CODE
               END-IF
               IF        ORD-L-CARDTOK = ZERO
                      OR ORD-D-CARDTOK = SPACE
                   MOVE ATTR-REVERSE TO ORD-H-CARDTOK
                   MOVE -1 TO ORD-L-CARDTOK
                   MOVE 'You must enter the card token from the terminal
      -                '.' TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE ORD-D-CARDTOK TO CA-CARD-TOKEN
               END-IF
               PERFORM 1980-CHECK-FUTURE-DATE
               IF FUTURE-ORDER
                   MOVE ATTR-REVERSE TO ORD-H-SHIPDT
                   MOVE -1 TO ORD-L-SHIPDT
                   MOVE 'A card order cannot be scheduled for a later sh
      -                'ip date.' TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       1249A-REFUSE-CARD-KEY.
      *
           MOVE LOW-VALUE TO ORDMAP1.
           MOVE 'A card order posts with Enter only.  Press F4 to change
      -        ' it.' TO ORD-D-MESSAGE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 1400-SEND-ORDER-MAP.
      *
      *****************************************************************
      * A DATE-WINDOWED PROMOTION BEATS WHATEVER THE CONTRACT AND
      * BREAK TIERS RESOLVED - BEST PRICE WINS - BUT NEVER RAISES A
      * PRICE.  OUTSIDE ITS WINDOW THE PROMO RECORD IS INERT.  THE
      * TODAY DAY-NUMBER FIELDS ARE STILL WARM FROM THE CONTRACT
      * DATE CHECK WHEN ONE RAN; THEY ARE REFRESHED HERE REGARDLESS.
      *****************************************************************
       1229-APPLY-PROMO-PRICE.
      *
           EXEC CICS
               INQUIRE FILE('PRMAB2')
                   OPENSTATUS(PRM-OPEN-STATUS)
                   ENABLESTATUS(PRM-ENABLE-STATUS)
           END-EXEC.

           IF PRM-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PRMAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PRM-OPEN
           ELSE IF PRM-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('048')
               END-EXEC
           END-IF.
      *
           MOVE ORD-D-PCODE(ITEM-SUB) TO PRM-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRMAB2')
                    INTO(PROMO-PRICE-RECORD)
                    RIDFLD(PRM-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   EXEC CICS
                       ASKTIME ABSTIME(ABSOLUTE-TIME)
                   END-EXEC
                   EXEC CICS
                       FORMATTIME ABSTIME(ABSOLUTE-TIME)
                       MMDDYYYY(CONTRACT-TODAY-MDY)
                   END-EXEC
                   COMPUTE CONTRACT-TODAY-DAYNUM =
                       (CT-YYYY * 360) + (CT-MM * 30) + CT-DD
                   MOVE PRM-START-DATE TO CONTRACT-DATE-WORK
                   COMPUTE CONTRACT-DATE-DAYNUM =
                       (CD-YYYY * 360) + (CD-MM * 30) + CD-DD
                   IF CONTRACT-DATE-DAYNUM <= CONTRACT-TODAY-DAYNUM
                       MOVE PRM-END-DATE TO CONTRACT-DATE-WORK
                       COMPUTE CONTRACT-DATE-DAYNUM =
                           (CD-YYYY * 360) + (CD-MM * 30) + CD-DD
                       IF        CONTRACT-DATE-DAYNUM
                                     >= CONTRACT-TODAY-DAYNUM
                             AND PRM-PROMO-PRICE < NET-NUMERIC
                           MOVE PRM-PROMO-PRICE TO NET-NUMERIC
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1231-READ-WAREHOUSE-RECORD.
      *
           MOVE 'N' TO WHS-FOUND-SW.
      *
           EXEC CICS
               INQUIRE FILE('WHSAB2')
                   OPENSTATUS(WHS-OPEN-STATUS)
                   ENABLESTATUS(WHS-ENABLE-STATUS)
           END-EXEC.

           IF WHS-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('WHSAB2') OPEN
               END-EXEC
               MOVE 'Y' TO WHS-OPEN
           ELSE IF WHS-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('002')
               END-EXEC
           END-IF.

           MOVE ORD-D-PCODE(ITEM-SUB) TO WS-WAREHOUSE-PRODUCT-CODE.
           MOVE ORD-D-WHSE(ITEM-SUB)  TO WS-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WHSAB2')
                    INTO(WAREHOUSE-INVENTORY-RECORD)
                    RIDFLD(WS-WAREHOUSE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO WHS-FOUND-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1230-READ-PRODUCT-RECORD.
      *
           EXEC CICS
               INQUIRE FILE('PRDAB2')
                   OPENSTATUS(PRD-OPEN-STATUS)
                   ENABLESTATUS(PRD-ENABLE-STATUS)
           END-EXEC.

           IF PRD-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PRDAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PRD-OPEN
           ELSE IF PRD-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('002')
               END-EXEC
           END-IF.

           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(ORD-D-PCODE(ITEM-SUB))                       JOSH
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO PRODUCT-FOUND-SW
      *
      *        AN INACTIVE PRODUCT PRICES NOTHING NEW.
      *
               IF PRD-STATUS-INACTIVE
                   MOVE 'N' TO PRODUCT-FOUND-SW
                   MOVE ATTR-REVERSE TO ORD-H-PCODE(ITEM-SUB)
                   MOVE -1 TO ORD-L-PCODE(ITEM-SUB)
                   MOVE 'That product is inactive.' TO ORD-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           MOVE ORD-D-CUSTNO TO INV-CUSTOMER-NUMBER.
           MOVE ORD-D-PO     TO INV-PO-NUMBER.
           MOVE CM-SALESPERSON-CODE TO INV-SALESPERSON-CODE.
           MOVE CM-COMPANY-CODE     TO INV-COMPANY-CODE.
           IF        ORD-L-SHIPTO > ZERO
                 AND ORD-D-SHIPTO NOT = SPACE
                 AND ORD-D-SHIPTO NUMERIC
           END-IF.
      *
           MOVE SC-OPERATOR-ID TO INV-ENTRY-OPERATOR.
      *
      *    WHEN THE ORDER WAS TAKEN AND WHEN IT WAS WANTED.  THE
      *    INVOICE DATE MOVES TO THE BILLING DAY AT SHIP CONFIRM;
      *    THESE STAY PUT FOR THE SERVICE-LEVEL REPORT.
      *
           MOVE INV-INVOICE-DATE  TO INV-ENTRY-DATE.
           MOVE EIBTIME           TO INV-ENTRY-TIME.
           MOVE CA-REQUESTED-DATE TO INV-REQUESTED-DATE.
      *
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                     UNTIL ITEM-SUB > 10
                       MOVE 'N' TO INV-SUBSTITUTED-SW(ITEM-SUB)
                   END-IF
                   MOVE SPACE TO INV-LOT-NUMBER(ITEM-SUB)
                   MOVE 'N'   TO INV-CHARGE-TAX-SW(ITEM-SUB)
                   IF INV-LINE-CHARGE(ITEM-SUB)
                       PERFORM 1239-READ-CHARGE-RECORD
                       IF NOT CHARGE-FOUND OR CHG-TAXABLE
                           MOVE 'Y' TO INV-CHARGE-TAX-SW(ITEM-SUB)
                       END-IF
                   END-IF
               ELSE
                   MOVE SPACE TO INV-PRODUCT-CODE(ITEM-SUB)
                                 INV-WAREHOUSE-CODE(ITEM-SUB)
                   MOVE 'N'   TO INV-SUBSTITUTED-SW(ITEM-SUB)
                                 INV-CHARGE-TAX-SW(ITEM-SUB)
                   MOVE SPACE TO INV-LOT-NUMBER(ITEM-SUB)
                   MOVE ZERO  TO INV-QUANTITY(ITEM-SUB)
                                 INV-UNIT-PRICE(ITEM-SUB)
      *
       1312-CHECK-ONE-TAX-LINE.
      *
           IF        INV-LINE-CHARGE(TAX-LINE-SUB)
                 AND INV-QUANTITY(TAX-LINE-SUB) NOT = ZERO
               IF INV-CHARGE-TAXABLE(TAX-LINE-SUB)
                   ADD INV-AMOUNT(TAX-LINE-SUB)
                       TO TAXABLE-TOTAL-WORK
               END-IF
           ELSE IF   INV-PRODUCT-CODE(TAX-LINE-SUB) NOT = SPACE
                 AND INV-QUANTITY(TAX-LINE-SUB) NOT = ZERO
               MOVE INV-PRODUCT-CODE(TAX-LINE-SUB)
                   TO PRD-PRODUCT-CODE
                   MOVE LOW-VALUE TO ORDMAP1
                   MOVE LOW-VALUE TO CA-INVOICE-RECORD
                                     CA-FIELDS-ENTERED
                                     CA-SHORT-LINES
                                     CA-CARD-AUTH
                   MOVE ZERO      TO CA-PARENT-INVOICE-NUMBER
                   MOVE 'Order sent to the credit hold queue.'
                       TO ORD-D-MESSAGE
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE CRQ-CUSTOMER-NUMBER TO CHA-CUSTOMER-NUMBER.
           MOVE CRQ-ORDER-TOTAL     TO CHA-ORDER-TOTAL.
           MOVE CRQ-ENTRY-OPERATOR  TO CHA-ENTRY-OPERATOR.
           IF CRQ-HOLD-AUTHORITY
               MOVE 'OVER ORD LIMIT'   TO CHA-HOLD-REASON
           ELSE
               MOVE 'OVER CREDIT'      TO CHA-HOLD-REASON
           END-IF.
           MOVE 'CH'                TO APM-ALERT-TYPE.
           MOVE CRQ-QUEUE-NUMBER    TO APM-REFERENCE.
           MOVE CH-ALERT-TEXT       TO APM-TEXT.
           MOVE 'ORDERAB2'          TO APM-RAISED-BY.
           EXEC CICS
               LINK PROGRAM('ALTWRAB2')
                    COMMAREA(ALERT-PARMS)
           END-EXEC.
      *
      *****************************************************************
      * STAMP INV-DUE-DATE FROM THE CUSTOMER'S TERMS CODE.  THE
      * FREIGHT: THE ORDER'S TOTAL SHIPPING WEIGHT (LINE QUANTITIES
      * TIMES PRD-SHIP-WEIGHT) AT THE KEYED CARRIER'S RATE PER POUND,
      * RAISED TO THE CARRIER'S MINIMUM CHARGE.  NO CARRIER KEYED, OR
      * NOTHING WEIGHED, MEANS NO FREIGHT BILLED.  ONLY PREPAY-AND-ADD
      * TERMS ARE BILLED, AND NOT WHEN THE MERCHANDISE REACHES THE
      * CUSTOMER'S FREE-FREIGHT MINIMUM; PREPAID, COLLECT AND THIRD
      * PARTY SHIP WITH NO FREIGHT ON THE INVOICE.
      *****************************************************************
       1330-CALCULATE-FREIGHT-AMOUNT.
      *
           MOVE ZERO  TO INV-FREIGHT-AMOUNT.
           MOVE SPACE TO INV-CARRIER-CODE.
           MOVE 'N'   TO INV-FREIGHT-WAIVED-SW.
           PERFORM 1332-SET-FREIGHT-TERMS.
      *
           IF        ORD-L-CARRIER > ZERO
                 AND ORD-D-CARRIER NOT = SPACE
                 AND CARRIER-FOUND
               MOVE ORD-D-CARRIER TO INV-CARRIER-CODE
               IF INV-FREIGHT-PREPAY-ADD
                   IF        CM-FREE-FREIGHT-MIN NUMERIC
                         AND CM-FREE-FREIGHT-MIN > ZERO
                         AND INV-INVOICE-TOTAL >= CM-FREE-FREIGHT-MIN
                       MOVE 'Y' TO INV-FREIGHT-WAIVED-SW
                   ELSE
                       MOVE ZERO TO WS-TOTAL-WEIGHT
                       PERFORM 1331-ADD-LINE-WEIGHT
                           VARYING FREIGHT-SUB FROM 1 BY 1
                             UNTIL FREIGHT-SUB > 10
                       PERFORM 1333-PRICE-FREIGHT
                   END-IF
               END-IF
           END-IF.
      *
       1331-ADD-LINE-WEIGHT.
      *
           IF        INV-PRODUCT-CODE(FREIGHT-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(FREIGHT-SUB)
               EXEC CICS
                   READ FILE('PRDAB2')
                        INTO(PRODUCT-MASTER-RECORD)
                   END-IF
               END-IF
           END-IF.
      *
      *    A SHIP-TO BRANCH WITH TERMS OF ITS OWN OVERRIDES THE
      *    CUSTOMER'S, ACCOUNT NUMBER AND ALL.
      *
       1332-SET-FREIGHT-TERMS.
      *
           IF        SHIPTO-FOUND
                 AND SHT-FREIGHT-TERMS NOT = SPACE
                 AND SHT-FREIGHT-TERMS NOT = LOW-VALUE
               MOVE SHT-FREIGHT-TERMS   TO INV-FREIGHT-TERMS
               MOVE SHT-FREIGHT-ACCOUNT TO INV-FREIGHT-ACCOUNT
           ELSE
               MOVE CM-FREIGHT-TERMS    TO INV-FREIGHT-TERMS
               MOVE CM-FREIGHT-ACCOUNT  TO INV-FREIGHT-ACCOUNT
           END-IF.
           IF INV-FREIGHT-TERMS = LOW-VALUE
               MOVE SPACE TO INV-FREIGHT-TERMS
           END-IF.
           IF INV-FREIGHT-PREPAY-ADD OR INV-FREIGHT-PREPAID
               MOVE SPACE TO INV-FREIGHT-ACCOUNT
           END-IF.
      *
       1333-PRICE-FREIGHT.
      *
           IF WS-TOTAL-WEIGHT > ZERO
               COMPUTE INV-FREIGHT-AMOUNT ROUNDED =
                   WS-TOTAL-WEIGHT * CAR-RATE-PER-POUND
               IF INV-FREIGHT-AMOUNT < CAR-MINIMUM-CHARGE
                   MOVE CAR-MINIMUM-CHARGE TO INV-FREIGHT-AMOUNT
               END-IF
           END-IF.
      *
       1400-SEND-ORDER-MAP.
      *
      *
           SET INVCTL-INVOICE-NUMBER-SEQ TO TRUE.
           MOVE INVCTL-RECORD-KEY TO GETIN-DOCUMENT-TYPE.
           MOVE INV-COMPANY-CODE  TO GETIN-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('GETINAB2')
                    COMMAREA(GETIN-PARMS)
           PERFORM 2200-DECREMENT-PRODUCT-STOCK
           PERFORM 2240-RECALCULATE-INVOICE-TOTAL
           PERFORM 2100-WRITE-INVOICE-RECORD
           PERFORM 2160-WRITE-CARD-AUTHORIZATION
           PERFORM 2250-PRINT-PICK-TICKET
           ADD 1 TO CA-TOTAL-ORDERS
      *
      *
           SET INVCTL-INVOICE-NUMBER-SEQ TO TRUE.
           MOVE INVCTL-RECORD-KEY TO GETIN-DOCUMENT-TYPE.
           MOVE INV-COMPANY-CODE  TO GETIN-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('GETINAB2')
                    COMMAREA(GETIN-PARMS)
               END-EXEC
           END-IF.
      *
      *    EACH COMPANY CLOSES ITS OWN PERIODS.  EVERY POSTING PATH
      *    RELOADS THE ORDER FROM THE COMMAREA, SO IT IS SAFE TO
      *    LOAD IT HERE FOR THE COMPANY CODE.
      *
           MOVE CA-INVOICE-RECORD TO INVOICE-RECORD.
           MOVE INV-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE PCK-YYYY TO PER-PERIOD(1:4).
           MOVE PCK-MM   TO PER-PERIOD(5:2).
           EXEC CICS
      *
           MOVE LOW-VALUE TO ORDMAP1.
           MOVE LOW-VALUE TO CA-INVOICE-RECORD
                             CA-FIELDS-ENTERED
                             CA-SHORT-LINES
                             CA-CARD-AUTH.
           MOVE ZERO      TO CA-PARENT-INVOICE-NUMBER.
           MOVE 'O'       TO CA-ORDER-SOURCE.
           MOVE 'Type order details.  Then press Enter.'
               MOVE HLD-INVOICE-RECORD TO CA-INVOICE-RECORD
                                          INVOICE-RECORD
               MOVE HLD-FIELDS-ENTERED TO CA-FIELDS-ENTERED
               MOVE LOW-VALUE TO CA-SHORT-LINES
                                 CA-CARD-AUTH
               IF HLD-ORDER-SOURCE = 'Q'
                   MOVE 'Q' TO CA-ORDER-SOURCE
               ELSE
      *
           MOVE LOW-VALUE TO ORDMAP1.
           MOVE LOW-VALUE TO CA-INVOICE-RECORD
                             CA-FIELDS-ENTERED
                             CA-SHORT-LINES
                             CA-CARD-AUTH.
           MOVE ZERO      TO CA-PARENT-INVOICE-NUMBER.
           MOVE 'Type order details.  Then press Enter.'
               TO ORD-D-INSTR.
           PERFORM VARYING DS-SUB FROM 1 BY 1
                     UNTIL DS-SUB > 10
               IF        CA-PCODE-ENTERED(DS-SUB)
                     AND NOT INV-LINE-CHARGE(DS-SUB)
                     AND DS-LINE-VENDOR(DS-SUB) = SPACE
                   SET DS-VENDOR-MISSING TO TRUE
               END-IF
      *
           SET INVCTL-INVOICE-NUMBER-SEQ TO TRUE.
           MOVE INVCTL-RECORD-KEY TO GETIN-DOCUMENT-TYPE.
           MOVE INV-COMPANY-CODE  TO GETIN-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('GETINAB2')
                    COMMAREA(GETIN-PARMS)
      *
       2630-RAISE-DS-PO-LINE.
      *
           IF       NOT CA-PCODE-ENTERED(ITEM-SUB)
                 OR INV-LINE-CHARGE(ITEM-SUB)
               CONTINUE
           ELSE
               PERFORM 2640-FIND-DS-VENDOR-PO
               MOVE DS-LINE-VENDOR(ITEM-SUB) TO DS-VENDOR(DS-USE)
               SET INVCTL-PURCHORD-NUMBER-SEQ TO TRUE
               MOVE INVCTL-RECORD-KEY TO GETIN-DOCUMENT-TYPE
               MOVE INV-COMPANY-CODE  TO GETIN-COMPANY-CODE
               EXEC CICS
                   LINK PROGRAM('GETINAB2')
                        COMMAREA(GETIN-PARMS)
      *
           MOVE LOW-VALUE TO ORDMAP1.
           MOVE LOW-VALUE TO CA-INVOICE-RECORD
                             CA-FIELDS-ENTERED
                             CA-SHORT-LINES
                             CA-CARD-AUTH.
           MOVE ZERO      TO CA-PARENT-INVOICE-NUMBER.
           MOVE SPACE     TO CA-REQUESTED-DATE.
           MOVE 'Type order details.  Then press Enter.'
      *    BALANCE AND SALES HISTORY.
      *****************************************************************
           PERFORM 2140-DRAW-DOWN-BLANKET.
           PERFORM 2150-WRITE-LOST-SALES.
      *
      *
      *****************************************************************
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
      *****************************************************************
      * EVERY SHORT LINE THE OPERATOR DROPPED OR CUT BACK ON THIS
      * ORDER GOES TO LSLAB2 FOR THE PURCHASING LOST SALES REPORT
      * (LSLRPB2).  A CONVERTED QUOTE IS LOGGED AS SUCH.  THE
      * REMEMBERED SHORTAGES ARE SPENT ONCE THE ORDER IS POSTED.
      *****************************************************************
       2150-WRITE-LOST-SALES.
      *
           PERFORM 2151-WRITE-LOST-SALE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
           MOVE LOW-VALUE TO CA-SHORT-LINES.
      *
       2151-WRITE-LOST-SALE-LINE.
      *
           IF        CA-LINE-SHORT(ITEM-SUB)
                 AND CA-LOST-QTY(ITEM-SUB) > ZERO
               PERFORM 2153-OPEN-LSL-FILE
               ACCEPT LSL-LOST-DATE FROM DATE YYYYMMDD
               MOVE EIBTIME TO LSL-LOST-TIME
               MOVE 1       TO LSL-LOST-SEQ
               IF CA-ORDER-SOURCE = 'Q'
                   SET LSL-SOURCE-QUOTE TO TRUE
               ELSE
                   SET LSL-SOURCE-ORDER-ENTRY TO TRUE
               END-IF
               MOVE INV-CUSTOMER-NUMBER    TO LSL-CUSTOMER-NUMBER
               MOVE CA-SHORT-PCODE(ITEM-SUB) TO LSL-PRODUCT-CODE
               MOVE CA-SHORT-WHSE(ITEM-SUB) TO LSL-WAREHOUSE-CODE
               MOVE CA-SHORT-QTY(ITEM-SUB) TO LSL-QUANTITY-ORDERED
               MOVE CA-LOST-QTY(ITEM-SUB)  TO LSL-QUANTITY-LOST
               MOVE CA-LOST-REASON(ITEM-SUB) TO LSL-REASON
               IF NOT LSL-REASON-VALID
                   SET LSL-REASON-NO-STOCK TO TRUE
               END-IF
               MOVE SC-OPERATOR-ID         TO LSL-OPERATOR
               MOVE EIBTRMID               TO LSL-TERMINAL
               MOVE INV-PO-NUMBER          TO LSL-REFERENCE
               MOVE 'N' TO LOST-SALE-DONE-SW
               PERFORM 2152-WRITE-LOST-SALE-ONCE
                   UNTIL LOST-SALE-DONE
           END-IF.
      *
       2152-WRITE-LOST-SALE-ONCE.
      *
           EXEC CICS
               WRITE FILE('LSLAB2')
                     FROM(LOST-SALE-RECORD)
                     RIDFLD(LSL-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO LOST-SALE-DONE-SW
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO LSL-LOST-SEQ
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2153-OPEN-LSL-FILE.
      *
           EXEC CICS
               INQUIRE FILE('LSLAB2')
                   OPENSTATUS(LSL-OPEN-STATUS)
                   ENABLESTATUS(LSL-ENABLE-STATUS)
           END-EXEC.

           IF LSL-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('LSLAB2') OPEN
               END-EXEC
               MOVE 'Y' TO LSL-OPEN
           ELSE IF LSL-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('143')
               END-EXEC
           END-IF.
      *
      *****************************************************************
      * A CARD ORDER'S AUTHORIZATION GOES TO CAUAB2 UNDER THE NEW
      * INVOICE NUMBER, READY FOR SHCAB2 TO CAPTURE WHEN IT BILLS.
      *****************************************************************
       2160-WRITE-CARD-AUTHORIZATION.
      *
           IF CA-CARD-KEYED
               PERFORM 2161-OPEN-CAU-FILE
               MOVE INV-INVOICE-NUMBER   TO CAU-INVOICE-NUMBER
               MOVE INV-CUSTOMER-NUMBER  TO CAU-CUSTOMER-NUMBER
               MOVE CA-CARD-TOKEN        TO CAU-CARD-TOKEN
               MOVE CA-CARD-AUTH-CODE    TO CAU-AUTH-CODE
               MOVE CA-CARD-AUTH-AMOUNT  TO CAU-AUTH-AMOUNT
               MOVE INV-INVOICE-DATE     TO CAU-AUTH-DATE
               MOVE SC-OPERATOR-ID       TO CAU-AUTH-OPERATOR
               SET CAU-STATUS-AUTHORIZED TO TRUE
               MOVE ZERO                 TO CAU-CAPTURE-AMOUNT
                                            CAU-FUNDED-AMOUNT
               MOVE SPACE                TO CAU-CAPTURE-DATE
                                            CAU-SETTLE-DATE
                                            CAU-FUNDED-DATE
               EXEC CICS
                   WRITE FILE('CAUAB2')
                         FROM(CARD-AUTH-RECORD)
                         RIDFLD(CAU-KEY)
                         RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
           MOVE LOW-VALUE TO CA-CARD-AUTH.
      *
       2161-OPEN-CAU-FILE.
      *
           EXEC CICS
               INQUIRE FILE('CAUAB2')
                   OPENSTATUS(CAU-OPEN-STATUS)
                   ENABLESTATUS(CAU-ENABLE-STATUS)
           END-EXEC.

           IF CAU-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CAUAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CAU-OPEN
           ELSE IF CAU-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('145')
               END-EXEC
           END-IF.
      *
       2200-DECREMENT-PRODUCT-STOCK.
      *
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
                     UNTIL ITEM-SUB > 10
               IF        CA-PCODE-ENTERED(ITEM-SUB)
                     AND NOT INV-LINE-CHARGE(ITEM-SUB)
                   PERFORM 2210-REWRITE-PRODUCT-RECORD
               END-IF
           END-PERFORM.
      *
           PERFORM 1310-CALCULATE-TAX-AMOUNT.
      *
      *****************************************************************
      * ONE PICK TICKET PER SHIPPING WAREHOUSE ON THE ORDER, EACH
      * OPENED THROUGH PRTOPAB2 ON THAT WAREHOUSE'S OWN PRINTER AND
      * CARRYING ONLY THAT WAREHOUSE'S LINES, IN BIN ORDER.  A
      * WAREHOUSE WITH NO PRINTER (OR ONE THAT CANNOT BE REACHED)
      * GETS ITS TICKET ON THE CENTRAL PRINTER UNDER A WARNING LINE.
      *****************************************************************
       2250-PRINT-PICK-TICKET.
      *
           PERFORM 2251-READ-CUSTOMER-FOR-TICKET.
      *
           MOVE INV-INVOICE-NUMBER  TO PT-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO PT-CUSTOMER-NUMBER.
      *
           MOVE CM-FIRST-NAME TO PT-SHIPTO-FNAME.
           MOVE CM-LAST-NAME  TO PT-SHIPTO-LNAME.
                   MOVE SHT-STATE    TO PT-SHIPTO-STATE
                   MOVE SHT-ZIP-CODE TO PT-SHIPTO-ZIP
      *
      *            THE SECOND ADDRESS LINE AND COUNTRY BELOW PRINT
      *            FROM THE CM- FIELDS; SWAP IN THE BRANCH'S OWN SO
      *            THE TICKET NEVER MIXES BRANCH AND BILLING PARTS.
      *
                   MOVE SHT-ADDRESS-2 TO CM-ADDRESS-2
                   MOVE SHT-COUNTRY   TO CM-COUNTRY
               END-IF
           END-IF.
      *
           MOVE CM-ADDRESS-2 TO PT-SHIPTO-ADDRESS-2.
           MOVE CM-COUNTRY   TO PT-SHIPTO-COUNTRY.
      *
           PERFORM 2255-BUILD-PICK-SEQUENCE.
           PERFORM 2252-COLLECT-TICKET-WAREHOUSES.
           PERFORM 2254-PRINT-WAREHOUSE-TICKET
               VARYING PT-WHSE-SUB FROM 1 BY 1
                 UNTIL PT-WHSE-SUB > PT-WHSE-COUNT.
      *
           IF       CM-PHONE-NUMBER NOT = SPACE
                 OR CM-EMAIL-ADDRESS NOT = SPACE
               PERFORM 2270-SEND-ORDER-CONFIRMATION THRU 2270-EXIT
           END-IF.
      *
       2270-SEND-ORDER-CONFIRMATION.
      *
      *    NOTIFY THE CUSTOMER THAT THEIR ORDER POSTED, WHEN A PHONE
      *    NUMBER OR EMAIL ADDRESS IS ON FILE FOR THEM.  SPOOLED AS A
      *    SEPARATE DOCUMENT ALONGSIDE THE PICK TICKET UNLESS THE
      *    CUSTOMER'S 'OC' DELIVERY PREFERENCE ON DLPAB2 SAYS EMAIL
      *    ONLY; EMAIL AND BOTH QUEUE THE NOTICE ON DOQAB2 FOR THE MAIL
      *    GATEWAY.  WHILE THE LAST EMAIL BOUNCED IT IS SPOOLED AS WELL.
      *
           MOVE INV-INVOICE-NUMBER TO OC-INVOICE-NUMBER.
           MOVE CM-PHONE-NUMBER    TO OC-PHONE-NUMBER.
           MOVE CM-EMAIL-ADDRESS   TO OC-EMAIL-ADDRESS.
           MOVE INV-INVOICE-TOTAL  TO OC-INVOICE-TOTAL.
      *
           PERFORM 2271-GET-DELIVERY-PREFERENCE.
           IF OC-EMAIL
               PERFORM 2272-QUEUE-ORDER-CONFIRMATION
           END-IF.
           IF NOT OC-PRINT
               GO TO 2270-EXIT
           END-IF.
      *
           EXEC CICS
               SPOOLOPEN OUTPUT
                         NODE(' ')
                         TOKEN(PICK-TICKET-TOKEN)
                         RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EXEC CICS
               SPOOLWRITE FROM(OC-HEADER-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLWRITE FROM(OC-CONTACT-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLWRITE FROM(OC-TOTAL-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
       2270-EXIT.
           EXIT.
      *
      *****************************************************************
      * NO 'OC' PREFERENCE ON FILE MEANS PRINT ONLY.  AN ADDRESS ON THE
      * PREFERENCE OVERRIDES THE ONE ON THE CUSTOMER MASTER.
      *****************************************************************
       2271-GET-DELIVERY-PREFERENCE.
      *
           MOVE 'Y' TO OC-PRINT-SW.
           MOVE 'N' TO OC-EMAIL-SW.
           MOVE CM-EMAIL-ADDRESS TO OC-RECIPIENT.
      *
           PERFORM 2276-OPEN-DLP-FILE.
           MOVE INV-CUSTOMER-NUMBER TO DLP-CUSTOMER-NUMBER.
           MOVE 'OC'                TO DLP-DOC-TYPE.
      *
           EXEC CICS
               READ FILE('DLPAB2')
                    INTO(DELIVERY-PREFERENCE-RECORD)
                    RIDFLD(DLP-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF DLP-EMAIL-ADDRESS NOT = SPACE
                       MOVE DLP-EMAIL-ADDRESS TO OC-RECIPIENT
                   END-IF
                   IF        OC-RECIPIENT NOT = SPACE
                         AND NOT DLP-METHOD-PRINT
                       MOVE 'Y' TO OC-EMAIL-SW
                       IF        DLP-METHOD-EMAIL
                             AND NOT DLP-BOUNCED
                           MOVE 'N' TO OC-PRINT-SW
                       END-IF
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * THE QUEUED NOTICE IS A HEADER (LINE ZERO) FOLLOWED BY THE SAME
      * THREE LINES THE SPOOLED NOTICE CARRIES, LOGGED ON DLGAB2.
      *****************************************************************
       2272-QUEUE-ORDER-CONFIRMATION.
      *
           PERFORM 2277-OPEN-DOQ-FILE.
           ACCEPT OC-QUEUED-DATE FROM DATE YYYYMMDD.
           MOVE EIBTIME TO OC-QUEUED-TIME.
      *
           MOVE 'OC'                TO DOQ-DOC-TYPE.
           MOVE INV-INVOICE-NUMBER  TO DOQ-DOC-NUMBER.
           MOVE ZERO                TO DOQ-LINE-NUMBER.
           MOVE SPACE               TO DOQ-DATA.
           MOVE INV-CUSTOMER-NUMBER TO DOQ-CUSTOMER-NUMBER.
           MOVE OC-RECIPIENT        TO DOQ-RECIPIENT.
           SET DOQ-STATUS-QUEUED    TO TRUE.
           MOVE 3                   TO DOQ-LINE-COUNT.
           MOVE OC-QUEUED-DATE      TO DOQ-QUEUED-DATE.
           MOVE OC-QUEUED-TIME      TO DOQ-QUEUED-TIME.
           MOVE OC-QUEUED-DATE      TO DOQ-STATUS-DATE.
           PERFORM 2273-WRITE-QUEUE-RECORD.
      *
           MOVE 1 TO DOQ-LINE-NUMBER.
           MOVE SPACE TO DOQ-DATA.
           MOVE OC-HEADER-LINE  TO DOQ-BODY-LINE.
           PERFORM 2273-WRITE-QUEUE-RECORD.
      *
           MOVE 2 TO DOQ-LINE-NUMBER.
           MOVE SPACE TO DOQ-DATA.
           MOVE OC-CONTACT-LINE TO DOQ-BODY-LINE.
           PERFORM 2273-WRITE-QUEUE-RECORD.
      *
           MOVE 3 TO DOQ-LINE-NUMBER.
           MOVE SPACE TO DOQ-DATA.
           MOVE OC-TOTAL-LINE   TO DOQ-BODY-LINE.
           PERFORM 2273-WRITE-QUEUE-RECORD.
      *
           PERFORM 2278-OPEN-DLG-FILE.
           MOVE INV-CUSTOMER-NUMBER TO DLG-CUSTOMER-NUMBER.
           MOVE OC-QUEUED-DATE      TO DLG-EVENT-DATE.
           MOVE OC-QUEUED-TIME      TO DLG-EVENT-TIME.
           MOVE 1                   TO DLG-SEQUENCE.
           MOVE 'OC'                TO DLG-DOC-TYPE.
           MOVE INV-INVOICE-NUMBER  TO DLG-DOC-NUMBER.
           SET DLG-EVENT-QUEUED     TO TRUE.
           MOVE OC-RECIPIENT        TO DLG-RECIPIENT.
           MOVE SPACE               TO DLG-RESULT-TEXT.
           MOVE 'N' TO DELIVERY-LOG-DONE-SW.
           PERFORM 2274-WRITE-DELIVERY-LOG-ONCE
               UNTIL DELIVERY-LOG-DONE.
      *
      *    A NOTICE ALREADY QUEUED UNDER THIS INVOICE IS REPLACED.
      *
       2273-WRITE-QUEUE-RECORD.
      *
           EXEC CICS
               WRITE FILE('DOQAB2')
                     FROM(DOCUMENT-QUEUE-RECORD)
                     RIDFLD(DOQ-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   PERFORM 2275-REWRITE-QUEUE-RECORD
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2274-WRITE-DELIVERY-LOG-ONCE.
      *
           EXEC CICS
               WRITE FILE('DLGAB2')
                     FROM(DELIVERY-LOG-RECORD)
                     RIDFLD(DLG-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO DELIVERY-LOG-DONE-SW
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO DLG-SEQUENCE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2275-REWRITE-QUEUE-RECORD.
      *
           EXEC CICS
               READ FILE('DOQAB2')
                    INTO(OC-HOLD-RECORD)
                    RIDFLD(DOQ-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('DOQAB2')
                       FROM(DOCUMENT-QUEUE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2276-OPEN-DLP-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DLPAB2')
                   OPENSTATUS(DLP-OPEN-STATUS)
                   ENABLESTATUS(DLP-ENABLE-STATUS)
           END-EXEC.

           IF DLP-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DLPAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DLP-OPEN
           ELSE IF DLP-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('158')
               END-EXEC
           END-IF.
      *
       2277-OPEN-DOQ-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DOQAB2')
                   OPENSTATUS(DOQ-OPEN-STATUS)
                   ENABLESTATUS(DOQ-ENABLE-STATUS)
           END-EXEC.

           IF DOQ-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DOQAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DOQ-OPEN
           ELSE IF DOQ-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('159')
               END-EXEC
           END-IF.
      *
       2278-OPEN-DLG-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DLGAB2')
                   OPENSTATUS(DLG-OPEN-STATUS)
                   ENABLESTATUS(DLG-ENABLE-STATUS)
           END-EXEC.

           IF DLG-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DLGAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DLG-OPEN
           ELSE IF DLG-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('160')
               END-EXEC
           END-IF.
      *
      *****************************************************************
      * THE DISTINCT SHIPPING WAREHOUSES ON THE ORDER, IN THE ORDER
      * THEY FIRST APPEAR ON THE LINES.
      *****************************************************************
       2252-COLLECT-TICKET-WAREHOUSES.
      *
           MOVE ZERO TO PT-WHSE-COUNT.
           PERFORM 2253-ADD-TICKET-WAREHOUSE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
       2253-ADD-TICKET-WAREHOUSE.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(ITEM-SUB)
               MOVE 'N' TO PT-WHSE-FOUND-SW
               PERFORM 2259-MATCH-TICKET-WAREHOUSE
                   VARYING PT-WHSE-SUB FROM 1 BY 1
                     UNTIL PT-WHSE-SUB > PT-WHSE-COUNT
                        OR PT-WHSE-FOUND
               IF NOT PT-WHSE-FOUND
                   ADD 1 TO PT-WHSE-COUNT
                   MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                       TO PT-WHSE-CODE(PT-WHSE-COUNT)
               END-IF
           END-IF.
      *
       2259-MATCH-TICKET-WAREHOUSE.
      *
           IF PT-WHSE-CODE(PT-WHSE-SUB) = INV-WAREHOUSE-CODE(ITEM-SUB)
               MOVE 'Y' TO PT-WHSE-FOUND-SW
           END-IF.
      *
       2254-PRINT-WAREHOUSE-TICKET.
      *
           MOVE PT-WHSE-CODE(PT-WHSE-SUB) TO PRP-WAREHOUSE-CODE
                                             PT-HDR-WAREHOUSE.
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO PICK-TICKET-TOKEN.
      *
           EXEC CICS
               SPOOLWRITE FROM(PT-HEADER-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLWRITE FROM(PT-SHIPTO-NAME-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLWRITE FROM(PT-SHIPTO-ADDR-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           IF        PT-SHIPTO-ADDRESS-2 NOT = SPACE
                  OR PT-SHIPTO-COUNTRY NOT = SPACE
               EXEC CICS
                   SPOOLWRITE FROM(PT-SHIPTO-ADDR2-LINE)
                              TOKEN(PICK-TICKET-TOKEN)
               END-EXEC
           END-IF.
      *
           PERFORM 2268-PRINT-WAREHOUSE-LINE
               VARYING PT-SEQ-SUB FROM 1 BY 1
                 UNTIL PT-SEQ-SUB > 10.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
       2268-PRINT-WAREHOUSE-LINE.
      *
           IF PT-SEQ-ITEM(PT-SEQ-SUB) > ZERO
               MOVE PT-SEQ-ITEM(PT-SEQ-SUB) TO ITEM-SUB
               IF INV-WAREHOUSE-CODE(ITEM-SUB)
                       = PT-WHSE-CODE(PT-WHSE-SUB)
                   PERFORM 2260-PRINT-PICK-TICKET-LINE
               END-IF
           END-IF.
      *
       2251-READ-CUSTOMER-FOR-TICKET.
      *
               MOVE HIGH-VALUE TO PT-SEQ-BIN(PT-SEQ-SUB)
               MOVE ZERO       TO PT-SEQ-ITEM(PT-SEQ-SUB)
               MOVE SPACE      TO PT-BIN-OF-ITEM(PT-SEQ-SUB)
               IF        INV-PRODUCT-CODE(PT-SEQ-SUB) NOT = SPACE
                     AND NOT INV-LINE-CHARGE(PT-SEQ-SUB)
                   MOVE PT-SEQ-SUB TO PT-SEQ-ITEM(PT-SEQ-SUB)
                   PERFORM 2256-READ-LINE-BIN
               END-IF
       5810-ADJUST-ONE-LINE.
      *
           IF        INV-PRODUCT-CODE(ALLOC-SUB) = SPACE
                  OR INV-LINE-CHARGE(ALLOC-SUB)
                  OR INV-WAREHOUSE-CODE(ALLOC-SUB) = SPACE
                  OR INV-QUANTITY(ALLOC-SUB) = ZERO
               CONTINUE
