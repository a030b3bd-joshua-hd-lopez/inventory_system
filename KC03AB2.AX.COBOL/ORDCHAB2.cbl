       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  ORDCHAB2.
      *
      *****************************************************************
      * OPEN ORDER CHANGE.  AN ORDER THAT HAS POSTED BUT NOT YET
      * SHIPPED (INV-ORDER-STATUS O, NOT SHIP-CONFIRMED, NOT VOIDED,
      * NOT DROP-SHIP) CAN BE CHANGED HERE INSTEAD OF VOIDED AND
      * RE-KEYED.  THE OPERATOR KEYS THE INVOICE NUMBER; THE ORDER
      * COMES BACK WITH EACH LINE'S ORDERED QUANTITY (WHAT SHIPS PLUS
      * WHAT IS ON BACKORDER) OPEN FOR CHANGE, THE BLANK LINES OPEN
      * FOR NEW PRODUCTS, AND THE SHIP-TO AND CARRIER OPEN.  A LINE
      * KEYED TO ZERO IS DELETED.
      *
      * ON ENTER EVERY CHANGE IS EDITED FIRST, THEN THE ORDER IS
      * RE-READ FOR UPDATE AND REFUSED IF SOMEONE ELSE (BKORLB2, A
      * SECOND TERMINAL) MOVED IT IN THE MEANTIME.  A CUT COMES OFF
      * THE PENDING BACKORDER FIRST AND THE REST GOES BACK TO STOCK;
      * AN INCREASE TAKES WHAT THE WAREHOUSE CAN SPARE (ON HAND LESS
      * ALLOCATED) AND BACKORDERS THE REST, THE SAME RULE ORDERAB2
      * POSTS BY.  CHANGED AND ADDED LINES ARE RE-PRICED (CONTRACT,
      * THEN PRICE LEVEL, THEN BREAKS, THEN PROMOTION), TAX AND
      * FREIGHT ARE REFIGURED,
      * THE BLANKET PO DRAW MOVES BY THE DIFFERENCE, EVERY STOCK
      * MOVEMENT GOES TO THE LEDGER AS AN OC, EVERY CHANGE GOES TO
      * THE OCLAB2 CHANGE LOG UNDER THE OPERATOR'S ID, AND A REVISED
      * PICK TICKET PRINTS AT EACH WAREHOUSE THE ORDER TOUCHES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  INV-OPEN                PIC X VALUE 'N'.
           02  INV-OPEN-STATUS         PIC S9(8) COMP.
           02  INV-ENABLE-STATUS       PIC S9(8) COMP.
           02  PRD-OPEN                PIC X VALUE 'N'.
           02  PRD-OPEN-STATUS         PIC S9(8) COMP.
           02  PRD-ENABLE-STATUS       PIC S9(8) COMP.
           02  WHS-OPEN                PIC X VALUE 'N'.
           02  WHS-OPEN-STATUS         PIC S9(8) COMP.
           02  WHS-ENABLE-STATUS       PIC S9(8) COMP.
           02  BKO-OPEN                PIC X VALUE 'N'.
           02  BKO-OPEN-STATUS         PIC S9(8) COMP.
           02  BKO-ENABLE-STATUS       PIC S9(8) COMP.
           02  ILG-OPEN                PIC X VALUE 'N'.
           02  ILG-OPEN-STATUS         PIC S9(8) COMP.
           02  ILG-ENABLE-STATUS       PIC S9(8) COMP.
           02  LOT-OPEN                PIC X VALUE 'N'.
           02  LOT-OPEN-STATUS         PIC S9(8) COMP.
           02  LOT-ENABLE-STATUS       PIC S9(8) COMP.
           02  SHT-OPEN                PIC X VALUE 'N'.
           02  SHT-OPEN-STATUS         PIC S9(8) COMP.
           02  SHT-ENABLE-STATUS       PIC S9(8) COMP.
           02  CAR-OPEN                PIC X VALUE 'N'.
           02  CAR-OPEN-STATUS         PIC S9(8) COMP.
           02  CAR-ENABLE-STATUS       PIC S9(8) COMP.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
           02  WRH-OPEN                PIC X VALUE 'N'.
           02  WRH-OPEN-STATUS         PIC S9(8) COMP.
           02  WRH-ENABLE-STATUS       PIC S9(8) COMP.
           02  CNT-OPEN                PIC X VALUE 'N'.
           02  CNT-OPEN-STATUS         PIC S9(8) COMP.
           02  CNT-ENABLE-STATUS       PIC S9(8) COMP.
           02  PRM-OPEN                PIC X VALUE 'N'.
           02  PRM-OPEN-STATUS         PIC S9(8) COMP.
           02  PRM-ENABLE-STATUS       PIC S9(8) COMP.
           02  TAX-OPEN                PIC X VALUE 'N'.
           02  TAX-OPEN-STATUS         PIC S9(8) COMP.
           02  TAX-ENABLE-STATUS       PIC S9(8) COMP.
           02  DAY-OPEN                PIC X VALUE 'N'.
           02  DAY-OPEN-STATUS         PIC S9(8) COMP.
           02  DAY-ENABLE-STATUS       PIC S9(8) COMP.
           02  PER-OPEN                PIC X VALUE 'N'.
           02  PER-OPEN-STATUS         PIC S9(8) COMP.
           02  PER-ENABLE-STATUS       PIC S9(8) COMP.
           02  BPO-OPEN                PIC X VALUE 'N'.
           02  BPO-OPEN-STATUS         PIC S9(8) COMP.
           02  BPO-ENABLE-STATUS       PIC S9(8) COMP.
           02  BIN-OPEN                PIC X VALUE 'N'.
           02  BIN-OPEN-STATUS         PIC S9(8) COMP.
           02  BIN-ENABLE-STATUS       PIC S9(8) COMP.
           02  OCL-OPEN                PIC X VALUE 'N'.
           02  OCL-OPEN-STATUS         PIC S9(8) COMP.
           02  OCL-ENABLE-STATUS       PIC S9(8) COMP.
           02  PLV-OPEN                PIC X VALUE 'N'.
           02  PLV-OPEN-STATUS         PIC S9(8) COMP.
           02  PLV-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  LEDGER-DONE-SW              PIC X(01)  VALUE 'N'.
               88  LEDGER-DONE                        VALUE 'Y'.
           05  LOG-DONE-SW                 PIC X(01)  VALUE 'N'.
               88  LOG-DONE                           VALUE 'Y'.
           05  INVOICE-FOUND-SW            PIC X(01)  VALUE 'Y'.
               88  INVOICE-FOUND                      VALUE 'Y'.
           05  PRODUCT-FOUND-SW            PIC X(01)  VALUE 'Y'.
               88  PRODUCT-FOUND                      VALUE 'Y'.
           05  WHS-FOUND-SW                PIC X(01)  VALUE 'N'.
               88  WHS-FOUND                          VALUE 'Y'.
           05  STOCK-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  STOCK-FOUND                        VALUE 'Y'.
           05  WAREHOUSE-VALID-SW          PIC X(01)  VALUE 'Y'.
               88  WAREHOUSE-VALID                    VALUE 'Y'.
           05  CONTRACT-FOUND-SW           PIC X(01)  VALUE 'N'.
               88  CONTRACT-FOUND                     VALUE 'Y'.
           05  CONTRACT-IN-FORCE-SW        PIC X(01)  VALUE 'Y'.
               88  CONTRACT-IN-FORCE                  VALUE 'Y'.
           05  PRICE-LEVEL-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  PRICE-LEVEL-FOUND                  VALUE 'Y'.
           05  DAY-POSTING-SW              PIC X(01)  VALUE 'Y'.
               88  DAY-POSTING-ALLOWED                VALUE 'Y'.
           05  PERIOD-CLOSED-SW            PIC X(01)  VALUE 'N'.
               88  PERIOD-CLOSED                      VALUE 'Y'.
           05  ORDER-MOVED-SW              PIC X(01)  VALUE 'N'.
               88  ORDER-MOVED                        VALUE 'Y'.
           05  CHANGES-ENTERED-SW          PIC X(01)  VALUE 'N'.
               88  CHANGES-ENTERED                    VALUE 'Y'.
           05  SHIPTO-CHANGED-SW           PIC X(01)  VALUE 'N'.
               88  SHIPTO-CHANGED                     VALUE 'Y'.
           05  CARRIER-CHANGED-SW          PIC X(01)  VALUE 'N'.
               88  CARRIER-CHANGED                    VALUE 'Y'.
           05  BACKORDER-ADDED-SW          PIC X(01)  VALUE 'N'.
               88  BACKORDER-ADDED                    VALUE 'Y'.
           05  PICK-BIN-FOUND-SW           PIC X(01)  VALUE 'N'.
               88  PICK-BIN-FOUND                     VALUE 'Y'.
           05  BIN-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  BIN-BROWSE-EOF                     VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X(01).
               88  SEND-ERASE                         VALUE '1'.
               88  SEND-DATAONLY                      VALUE '2'.
               88  SEND-DATAONLY-ALARM                VALUE '3'.
      *
       01  ABSOLUTE-TIME                   PIC S9(15) COMP-3.
       01  LOT-RESTOCK-DATE                PIC X(08).
      *
       01  WS-WAREHOUSE-KEY.
           05  WS-WAREHOUSE-PRODUCT-CODE   PIC X(10).
           05  WS-WAREHOUSE-CODE           PIC X(03).
      *
       01  WS-CONTRACT-KEY.
           05  WS-CONTRACT-CUSTOMER-NUMBER PIC X(06).
           05  WS-CONTRACT-PRODUCT-CODE    PIC X(10).
      *
       01  PRICE-LEVEL-FIELDS.
           05  PRICE-LEVEL-CUSTOMER        PIC X(06)  VALUE SPACE.
           05  PRICE-LEVEL-CODE            PIC X(02)  VALUE SPACE.
      *
       01  WORK-FIELDS.
           05  NET-NUMERIC                 PIC 9(07)V99.
           05  QTY-NUMERIC                 PIC 9(07).
           05  PRICE-SUB                   PIC S9(03) COMP-3.
           05  NEW-SHIPTO-SEQ              PIC 9(02).
           05  NEW-CARRIER-CODE            PIC X(04).
           05  CHANGE-QTY                  PIC S9(07) COMP-3.
           05  BACKORDER-TAKE              PIC S9(07) COMP-3.
           05  NEW-BACKORDER-QTY           PIC S9(07) COMP-3.
           05  STOCK-WANTED                PIC S9(07) COMP-3.
           05  STOCK-MOVED                 PIC S9(07) COMP-3.
           05  STOCK-AVAILABLE             PIC S9(07) COMP-3.
           05  OLD-ORDER-VALUE             PIC S9(09)V99 COMP-3.
           05  NEW-ORDER-VALUE             PIC S9(09)V99 COMP-3.
           05  TAXABLE-TOTAL-WORK          PIC S9(09)V99 COMP-3.
           05  TAX-LINE-SUB                PIC S9(03) COMP-3.
           05  WS-TOTAL-WEIGHT             PIC S9(07)V99 COMP-3.
           05  FREIGHT-SUB                 PIC S9(03) COMP-3.
           05  SHIPTO-EDIT                 PIC X(02).
           05  SHIPTO-EDIT-N REDEFINES SHIPTO-EDIT
                                           PIC 9(02).
           05  LOG-CODE-EDIT               PIC 9(02).
      *
       01  CONTRACT-DATE-FIELDS.
           05  CONTRACT-TODAY-MDY          PIC X(08).
           05  CONTRACT-TODAY-MDY-R REDEFINES CONTRACT-TODAY-MDY.
               10  CT-MM                   PIC 9(02).
               10  CT-DD                   PIC 9(02).
               10  CT-YYYY                 PIC 9(04).
           05  CONTRACT-DATE-WORK          PIC X(08).
           05  CONTRACT-DATE-WORK-R REDEFINES CONTRACT-DATE-WORK.
               10  CD-MM                   PIC 9(02).
               10  CD-DD                   PIC 9(02).
               10  CD-YYYY                 PIC 9(04).
           05  CONTRACT-TODAY-DAYNUM       PIC S9(09) COMP-3.
           05  CONTRACT-DATE-DAYNUM        PIC S9(09) COMP-3.
      *
      *****************************************************************
      * WHAT THE EDIT DECIDED FOR EACH LINE, CARRIED INTO THE UPDATE.
      * ORDERED QUANTITIES ARE SHIPPABLE PLUS BACKORDERED.
      *****************************************************************
       01  LINE-CHANGE-TABLE.
           05  LINE-CHANGE OCCURS 10 TIMES.
               10  LC-ACTION               PIC X(01).
                   88  LC-NO-CHANGE                   VALUE ' '.
                   88  LC-CHANGE-QUANTITY             VALUE 'Q'.
                   88  LC-ADD-LINE                    VALUE 'A'.
                   88  LC-DELETE-LINE                 VALUE 'D'.
               10  LC-PRODUCT-CODE         PIC X(10).
               10  LC-WAREHOUSE-CODE       PIC X(03).
               10  LC-OLD-ORDERED          PIC S9(07) COMP-3.
               10  LC-NEW-ORDERED          PIC S9(07) COMP-3.
               10  LC-NEW-PRICE            PIC S9(07)V99 COMP-3.
      *
      *****************************************************************
      * THE COMMAREA CARRIES THE ORDER AS IT WAS DISPLAYED - EACH
      * LINE'S PRODUCT, SHIPPABLE AND PENDING BACKORDER QUANTITY -
      * SO THE UPDATE CAN TELL WHETHER THE ORDER MOVED UNDERNEATH
      * THE OPERATOR BEFORE APPLYING ANYTHING.
      *****************************************************************
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-ENTRY                      VALUE '1'.
               88  PROCESS-CHANGE                     VALUE '2'.
           05  CA-INVOICE-NUMBER           PIC 9(06).
           05  CA-CUSTOMER-NUMBER          PIC X(06).
           05  CA-SHIPTO-SEQ               PIC 9(02).
           05  CA-CARRIER-CODE             PIC X(04).
           05  CA-LINE-ITEM OCCURS 10 TIMES.
               10  CA-PRODUCT-CODE         PIC X(10).
               10  CA-SHIPPED-QTY          PIC S9(07).
               10  CA-BACKORDER-QTY        PIC S9(07).
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  ITEM-SUB                        PIC S9(03) COMP-3.
       01  PERIOD-DATE-MDY                 PIC X(08).
       01  PERIOD-DATE-MDY-R REDEFINES PERIOD-DATE-MDY.
           05  PCK-MM                      PIC X(02).
           05  PCK-DD                      PIC X(02).
           05  PCK-YYYY                    PIC X(04).
      *
      *****************************************************************
      * REVISED PICK-TICKET LINES, ONE TICKET PER WAREHOUSE THE ORDER
      * NOW SHIPS FROM OR HAD A LINE CHANGED AT.  A WAREHOUSE LEFT
      * WITH NOTHING TO SHIP GETS A TICKET SAYING SO, SO ITS PICKER
      * PUTS BACK WHAT WAS ALREADY PULLED.
      *****************************************************************
       01  PICK-TICKET-TOKEN           PIC X(08).
      *
       COPY PRTPARM.
      *
       01  PICK-TICKET-FIELDS.
           05  PT-WHSE-SUB                 PIC S9(03) COMP-3.
           05  PT-WHSE-COUNT               PIC S9(03) COMP-3.
           05  PT-WHSE-FOUND-SW            PIC X(01).
               88  PT-WHSE-FOUND               VALUE 'Y'.
           05  PT-WHSE-LINES               PIC S9(03) COMP-3.
           05  PT-ADD-WAREHOUSE            PIC X(03).
           05  PT-WHSE-TABLE.
               10  PT-WHSE-CODE            PIC X(03) OCCURS 20 TIMES.
      *
       01  PT-HEADER-LINE.
           05  FILLER             PIC X(24) VALUE
                                       'REVISED PICK TICKET  INV'.
           05  PT-INVOICE-NUMBER  PIC 9(06).
           05  FILLER             PIC X(11) VALUE '   CUST NO '.
           05  PT-CUSTOMER-NUMBER PIC X(06).
           05  FILLER             PIC X(08) VALUE '   WHSE '.
           05  PT-HDR-WAREHOUSE   PIC X(03).
           05  FILLER             PIC X(21) VALUE SPACE.
      *
       01  PT-SHIPTO-NAME-LINE.
           05  FILLER             PIC X(09) VALUE 'SHIP TO: '.
           05  PT-SHIPTO-FNAME    PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PT-SHIPTO-LNAME    PIC X(30).
           05  FILLER             PIC X(19) VALUE SPACE.
      *
       01  PT-SHIPTO-ADDR-LINE.
           05  PT-SHIPTO-ADDRESS  PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PT-SHIPTO-CITY     PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PT-SHIPTO-STATE    PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  PT-SHIPTO-ZIP      PIC X(10).
           05  FILLER             PIC X(11) VALUE SPACE.
      *
       01  PT-SHIPTO-ADDR2-LINE.
           05  PT-SHIPTO-ADDRESS-2 PIC X(30).
           05  FILLER              PIC X(03) VALUE SPACE.
           05  PT-SHIPTO-COUNTRY   PIC X(03).
           05  FILLER              PIC X(41) VALUE SPACE.
      *
       01  PT-DETAIL-LINE.
           05  FILLER             PIC X(14) VALUE 'PRODUCT CODE: '.
           05  PT-PRODUCT-CODE    PIC X(10).
           05  FILLER             PIC X(08) VALUE '   QTY: '.
           05  PT-QUANTITY        PIC ZZZZ9.
           05  FILLER             PIC X(08) VALUE '  WHSE: '.
           05  PT-WAREHOUSE-CODE  PIC X(03).
           05  FILLER             PIC X(07) VALUE '  BIN: '.
           05  PT-BIN-LOCATION    PIC X(06).
           05  PT-CHANGE-NOTE     PIC X(20).
      *
       01  PT-NOTHING-LINE.
           05  FILLER             PIC X(41) VALUE
                         'NOTHING LEFT TO PICK AT THIS WAREHOUSE - '.
           05  FILLER             PIC X(38) VALUE
                         'RETURN ANY PULLED STOCK TO ITS BIN.'.
      *
      ******************************************************************
      * WORKING-STORAGE FOR INTEDIT
      ******************************************************************
      *
       01  INT-WORK-FIELDS.
      *
           05  INT-INTEGER-PART        PIC 9(05).
           05  INT-INTEGER-LENGTH      PIC S9(03)  COMP-3.
      *
       01  INT-UNEDITED-NUMBER         PIC X(05).
      *
       01  INT-EDITED-NUMBER           PIC 9(05).
      *
       01  INT-VALID-NUMBER-SW         PIC X(01).
           88  INT-VALID-NUMBER        VALUE 'Y'.
      *
       COPY INVOICE.
      *
       COPY PRODUCT.
      *
       COPY WHSINV.
      *
       COPY BACKORD.
      *
       COPY LOTSTK.
      *
       COPY CUSTMAS.
      *
       COPY CONTRACT.
      *
       COPY PRCLVL.
      *
       COPY PROMO.
      *
       COPY SHIPTO.
      *
       COPY CARRIER.
      *
       COPY TAXJUR.
      *
       COPY BLANKPO.
      *
       COPY WHSMAST.
      *
       COPY BINLOC.
      *
       COPY INVLED.
      *
       COPY ORDCHG.
      *
       COPY DAYCTL.
      *
       COPY PERSTAT.
      *
       COPY COMPARM.
      *
       COPY ORCSAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY SIGNCTX.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(295).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-ORDER-CHANGE.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 36
                   MOVE DFHCOMMAREA TO SIGNON-CONTEXT
               WHEN EIBCALEN > ZERO
                   MOVE DFHCOMMAREA TO COMMUNICATION-AREA
                   MOVE CA-SIGNON-CONTEXT TO SIGNON-CONTEXT
           END-EVALUATE.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO OR EIBCALEN = 36
                   MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT
                   PERFORM 1050-RESET-TO-ENTRY
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1050-RESET-TO-ENTRY
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('UUMENAB2')
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHPF4
                   PERFORM 1050-RESET-TO-ENTRY
      *
               WHEN EIBAID = DFHENTER
                   IF PROCESS-ENTRY
                       PERFORM 1000-LOOKUP-ORDER
                   ELSE
                       PERFORM 2000-APPLY-ORDER-CHANGES
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO ORCMAP1
                   MOVE 'Invalid key pressed.' TO OCH-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1600-SEND-CHANGE-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('OCAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-LOOKUP-ORDER.
      *
           PERFORM 1100-RECEIVE-CHANGE-MAP.
           PERFORM 1200-EDIT-INVOICE-NUMBER.
           IF VALID-DATA
               PERFORM 1300-READ-INVOICE-RECORD
           END-IF.
           IF VALID-DATA
               PERFORM 1305-CHECK-COMPANY-AUTHORITY
           END-IF.
           IF VALID-DATA
               PERFORM 1310-CHECK-ORDER-CHANGEABLE
           END-IF.
           IF VALID-DATA
               PERFORM 1400-LOAD-ORDER-CONTEXT
               MOVE 'Change quantities (0 deletes), add lines, ship-to
      -            ' or carrier.' TO OCH-D-MESSAGE
               PERFORM 1500-FORMAT-ORDER-SCREEN
           ELSE
               MOVE ATTR-REVERSE TO OCH-H-INVNO
               MOVE -1 TO OCH-L-INVNO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1600-SEND-CHANGE-MAP
           END-IF.
      *
       1050-RESET-TO-ENTRY.
      *
           SET PROCESS-ENTRY TO TRUE.
           MOVE LOW-VALUE TO ORCMAP1.
           MOVE 'Type an open order''s invoice number, then press Ent
      -        'er.' TO OCH-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO OCH-D-FKEY.
           MOVE ATTR-UNPROT TO OCH-A-INVNO.
           MOVE ATTR-TURQUOISE TO OCH-C-INVNO.
           MOVE -1 TO OCH-L-INVNO.
           PERFORM 1060-PROTECT-ORDER-FIELDS.
           SET SEND-ERASE TO TRUE.
           PERFORM 1600-SEND-CHANGE-MAP.
      *
       1060-PROTECT-ORDER-FIELDS.
      *
           MOVE ATTR-PROT-DARK TO OCH-A-SHIPTO
                                  OCH-A-CARRIER.
           PERFORM 1061-PROTECT-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
       1061-PROTECT-ONE-LINE.
      *
           MOVE ATTR-PROT-DARK TO OCH-A-PCODE(ITEM-SUB)
                                  OCH-A-WHSE(ITEM-SUB)
                                  OCH-A-QTY(ITEM-SUB).
      *
       1100-RECEIVE-CHANGE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('ORCMAB2')
                       MAPSET('ORCSAB2')
                       INTO(ORCMAP1)
           END-EXEC.
      *
           INSPECT ORCMAP1
               REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-INVOICE-NUMBER.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           IF       OCH-L-INVNO = ZERO
                 OR OCH-D-INVNO = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter an invoice number.'
                   TO OCH-D-MESSAGE
           ELSE
               IF OCH-D-INVNO NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Invoice number must be numeric.'
                       TO OCH-D-MESSAGE
               END-IF
           END-IF.
      *
       1300-READ-INVOICE-RECORD.
      *
           PERFORM 6000-OPEN-INV-FILE.
      *
           MOVE OCH-D-INVNO TO INV-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVAB2')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'That invoice does not exist.' TO OCH-D-MESSAGE
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE OPERATOR MAY ONLY CHANGE ORDERS OF THE COMPANIES THEIR
      * OPRAB2 RECORD ALLOWS (COMAUAB2 DECIDES).
      *****************************************************************
       1305-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID   TO CAP-OPERATOR-ID.
           MOVE INV-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE 'N' TO VALID-DATA-SW
               MOVE CAP-MESSAGE TO OCH-D-MESSAGE
           END-IF.
      *
      *****************************************************************
      * ONLY AN ORDER STILL WAITING TO SHIP CAN CHANGE.  ONCE IT IS
      * SHIP-CONFIRMED OR BILLED THE GOODS ARE GONE AND THE REMEDY IS
      * AN RMA OR CREDIT; A DROP-SHIP ORDER'S STOCK IS THE VENDOR'S
      * AND IS CHANGED THROUGH ITS PO.
      *****************************************************************
       1310-CHECK-ORDER-CHANGEABLE.
      *
           EVALUATE TRUE
               WHEN INV-VOIDED
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That order has been voided.' TO OCH-D-MESSAGE
               WHEN NOT INV-ORDER-OPEN
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That order has already been billed.  Use an R
      -                'MA or credit instead.' TO OCH-D-MESSAGE
               WHEN INV-SHIP-CONFIRMED
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'That order has already shipped and cannot be
      -                'changed.' TO OCH-D-MESSAGE
               WHEN INV-DROP-SHIP
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'A drop-ship order is changed through its purc
      -                'hase order.' TO OCH-D-MESSAGE
           END-EVALUATE.
      *
      *****************************************************************
      * SNAPSHOT THE ORDER INTO THE COMMAREA.  A LINE'S PENDING
      * BACKORDER (BKOAB2, KEYED INVOICE + LINE) IS PART OF WHAT THE
      * CUSTOMER ORDERED; A FILLED ONE HAS ALREADY BEEN ADDED BACK
      * INTO INV-QUANTITY BY BKORLB2.
      *****************************************************************
       1400-LOAD-ORDER-CONTEXT.
      *
           SET PROCESS-CHANGE TO TRUE.
           MOVE INV-INVOICE-NUMBER  TO CA-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.
           MOVE INV-SHIPTO-SEQ      TO CA-SHIPTO-SEQ.
           MOVE INV-CARRIER-CODE    TO CA-CARRIER-CODE.
      *
           PERFORM 6300-OPEN-BKO-FILE.
           PERFORM 1410-LOAD-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
       1410-LOAD-ONE-LINE.
      *
           MOVE INV-PRODUCT-CODE(ITEM-SUB) TO CA-PRODUCT-CODE(ITEM-SUB).
           MOVE ZERO TO CA-SHIPPED-QTY(ITEM-SUB)
                        CA-BACKORDER-QTY(ITEM-SUB).
      *
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE INV-QUANTITY(ITEM-SUB) TO CA-SHIPPED-QTY(ITEM-SUB)
               MOVE INV-INVOICE-NUMBER TO BKO-INVOICE-NUMBER
               MOVE ITEM-SUB           TO BKO-LINE-NUMBER
               EXEC CICS
                   READ FILE('BKOAB2')
                        INTO(BACKORDER-RECORD)
                        RIDFLD(BKO-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       IF        BKO-STATUS-PENDING
                             AND BKO-PRODUCT-CODE
                                     = INV-PRODUCT-CODE(ITEM-SUB)
                           MOVE BKO-QUANTITY-SHORT
                               TO CA-BACKORDER-QTY(ITEM-SUB)
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
       1500-FORMAT-ORDER-SCREEN.
      *
           MOVE LOW-VALUE TO OCH-L-INVNO.
           MOVE 'Change the order, then press Enter to apply it.'
               TO OCH-D-INSTR.
           MOVE 'F3=Exit  F4=Another order  F12=Cancel' TO OCH-D-FKEY.
      *
           MOVE INV-INVOICE-NUMBER  TO OCH-D-INVNO.
           MOVE ATTR-PROT           TO OCH-A-INVNO.
           MOVE INV-CUSTOMER-NUMBER TO OCH-D-CUSTNO.
           MOVE INV-PO-NUMBER       TO OCH-D-PONO.
           IF INV-WAVE-NUMBER = ZERO
               MOVE SPACE TO OCH-D-WAVE
           ELSE
               MOVE INV-WAVE-NUMBER TO OCH-D-WAVE
           END-IF.
      *
           PERFORM 6500-OPEN-CMF-FILE.
           EXEC CICS
               READ FILE('CMFAB2')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(INV-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE CM-LAST-NAME TO OCH-D-CNAME
               WHEN DFHRESP(NOTFND)
                   MOVE SPACE TO OCH-D-CNAME
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           MOVE INV-SHIPTO-SEQ   TO SHIPTO-EDIT-N.
           MOVE SHIPTO-EDIT      TO OCH-D-SHIPTO.
           MOVE INV-CARRIER-CODE TO OCH-D-CARRIER.
           MOVE ATTR-UNPROT-MDT  TO OCH-A-SHIPTO
                                    OCH-A-CARRIER.
           MOVE ATTR-TURQUOISE   TO OCH-C-SHIPTO
                                    OCH-C-CARRIER.
      *
           MOVE ZERO TO INV-INVOICE-TOTAL.
           PERFORM 1510-FORMAT-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
           MOVE INV-INVOICE-TOTAL TO OCH-D-TOTAL.
      *
           MOVE -1 TO OCH-L-SHIPTO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1600-SEND-CHANGE-MAP.
      *
      *****************************************************************
      * A LIVE LINE SHOWS ITS ORDERED QUANTITY OPEN (MDT ON, SO IT
      * ALWAYS COMES BACK) WITH PRODUCT AND WAREHOUSE PROTECTED; A
      * BLANK LINE OPENS PRODUCT, WAREHOUSE AND QUANTITY FOR A NEW
      * LINE.
      *****************************************************************
       1510-FORMAT-ONE-LINE.
      *
           MOVE ATTR-TURQUOISE TO OCH-C-PCODE(ITEM-SUB)
                                  OCH-C-WHSE(ITEM-SUB)
                                  OCH-C-QTY(ITEM-SUB).
      *
           IF INV-PRODUCT-CODE(ITEM-SUB) = SPACE
               MOVE SPACE TO OCH-D-PCODE(ITEM-SUB)
                             OCH-D-WHSE(ITEM-SUB)
                             OCH-D-QTY-ALPHA(ITEM-SUB)
                             OCH-D-DESC(ITEM-SUB)
                             OCH-D-BKO-ALPHA(ITEM-SUB)
                             OCH-D-NET-ALPHA(ITEM-SUB)
                             OCH-D-AMOUNT-ALPHA(ITEM-SUB)
               MOVE ATTR-UNPROT TO OCH-A-PCODE(ITEM-SUB)
                                   OCH-A-WHSE(ITEM-SUB)
                                   OCH-A-QTY(ITEM-SUB)
           ELSE
               MOVE INV-PRODUCT-CODE(ITEM-SUB) TO OCH-D-PCODE(ITEM-SUB)
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                   TO OCH-D-WHSE(ITEM-SUB)
               COMPUTE OCH-D-QTY(ITEM-SUB) =
                   CA-SHIPPED-QTY(ITEM-SUB) + CA-BACKORDER-QTY(ITEM-SUB)
               MOVE CA-BACKORDER-QTY(ITEM-SUB) TO OCH-D-BKO(ITEM-SUB)
               MOVE INV-UNIT-PRICE(ITEM-SUB)   TO OCH-D-NET(ITEM-SUB)
               MOVE INV-AMOUNT(ITEM-SUB)       TO OCH-D-AMOUNT(ITEM-SUB)
               ADD INV-AMOUNT(ITEM-SUB) TO INV-INVOICE-TOTAL
               MOVE ATTR-PROT       TO OCH-A-PCODE(ITEM-SUB)
                                       OCH-A-WHSE(ITEM-SUB)
      *
      *        A CHARGE LINE IS SHOWN BUT CARRIED AS ENTERED.
      *
               IF INV-LINE-CHARGE(ITEM-SUB)
                   MOVE 'Charge line' TO OCH-D-DESC(ITEM-SUB)
                   MOVE ATTR-PROT TO OCH-A-QTY(ITEM-SUB)
               ELSE
                   MOVE INV-PRODUCT-CODE(ITEM-SUB) TO PRD-PRODUCT-CODE
                   PERFORM 2160-READ-PRODUCT-RECORD
                   IF PRODUCT-FOUND
                       MOVE PRD-PRODUCT-DESCRIPTION
                           TO OCH-D-DESC(ITEM-SUB)
                   ELSE
                       MOVE SPACE TO OCH-D-DESC(ITEM-SUB)
                   END-IF
                   MOVE ATTR-UNPROT-MDT TO OCH-A-QTY(ITEM-SUB)
               END-IF
           END-IF.
      *
       1600-SEND-CHANGE-MAP.
      *
           MOVE 'OCAB' TO OCH-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('ORCMAB2')
                            MAPSET('ORCSAB2')
                            FROM(ORCMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('ORCMAB2')
                            MAPSET('ORCSAB2')
                            FROM(ORCMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('ORCMAB2')
                            MAPSET('ORCSAB2')
                            FROM(ORCMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
      *****************************************************************
      * ENTER ON THE CHANGE SCREEN.  EDIT EVERYTHING, CHECK THE DAY
      * AND PERIOD ARE OPEN, THEN RE-READ THE ORDER FOR UPDATE AND
      * APPLY THE CHANGES ONLY IF IT STILL MATCHES WHAT WAS SHOWN.
      * THE CHANGED ORDER IS REDISPLAYED FOR ANY FURTHER CHANGE.
      *****************************************************************
       2000-APPLY-ORDER-CHANGES.
      *
           PERFORM 1100-RECEIVE-CHANGE-MAP.
           PERFORM 2100-EDIT-ORDER-CHANGES.
      *
           IF VALID-DATA AND NOT CHANGES-ENTERED
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'No changes were entered.' TO OCH-D-MESSAGE
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2700-CHECK-DAY-STATUS
               IF NOT DAY-POSTING-ALLOWED
                   MOVE 'N' TO VALID-DATA-SW
                   IF PERIOD-CLOSED
                       MOVE 'Accounting period is closed.  Change not
      -                    'applied.' TO OCH-D-MESSAGE
                   ELSE
                       MOVE 'Business day is closed.  Change not appl
      -                    'ied.' TO OCH-D-MESSAGE
                   END-IF
               END-IF
           END-IF.
      *
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1600-SEND-CHANGE-MAP
           ELSE
               PERFORM 2200-READ-INVOICE-FOR-UPDATE
               PERFORM 2210-CHECK-ORDER-UNCHANGED
               IF ORDER-MOVED
                   EXEC CICS
                       UNLOCK FILE('INVAB2')
                   END-EXEC
                   PERFORM 1400-LOAD-ORDER-CONTEXT
                   MOVE 'The order changed while you were working.  Re
      -                'view it and key again.' TO OCH-D-MESSAGE
                   PERFORM 1500-FORMAT-ORDER-SCREEN
               ELSE
                   COMPUTE OLD-ORDER-VALUE =
                       INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                           + INV-FREIGHT-AMOUNT
                   MOVE 'N' TO BACKORDER-ADDED-SW
                   PERFORM 2300-APPLY-LINE-CHANGE
                       VARYING ITEM-SUB FROM 1 BY 1
                         UNTIL ITEM-SUB > 10
                   PERFORM 2400-APPLY-HEADER-CHANGES
                   PERFORM 2500-RECALCULATE-ORDER
                   PERFORM 2600-REWRITE-INVOICE-RECORD
                   PERFORM 2650-ADJUST-BLANKET-DRAW
                   PERFORM 2800-PRINT-REVISED-TICKET
                   PERFORM 1400-LOAD-ORDER-CONTEXT
                   IF BACKORDER-ADDED
                       MOVE 'Order changed; short stock is on backorde
      -                    'r.  Revised ticket printed.'
                           TO OCH-D-MESSAGE
                   ELSE
                       MOVE 'Order changed.  Revised pick ticket print
      -                    'ed.' TO OCH-D-MESSAGE
                   END-IF
                   PERFORM 1500-FORMAT-ORDER-SCREEN
               END-IF
           END-IF.
      *
       2100-EDIT-ORDER-CHANGES.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'N' TO CHANGES-ENTERED-SW
                       SHIPTO-CHANGED-SW
                       CARRIER-CHANGED-SW.
      *
           MOVE ATTR-NO-HIGHLIGHT TO OCH-H-SHIPTO
                                     OCH-H-CARRIER.
      *
           PERFORM 2130-EDIT-ONE-LINE
               VARYING ITEM-SUB FROM 10 BY -1
                 UNTIL ITEM-SUB < 1.
      *
           PERFORM 2120-EDIT-CARRIER.
           PERFORM 2110-EDIT-SHIPTO.
      *
      *****************************************************************
      * SHIP-TO SEQUENCE 00 (OR BLANK) IS THE BILLING ADDRESS; ANY
      * OTHER SEQUENCE MUST BE ON SHTAB2 FOR THIS CUSTOMER.
      *****************************************************************
       2110-EDIT-SHIPTO.
      *
           MOVE OCH-D-SHIPTO TO SHIPTO-EDIT.
           IF OCH-L-SHIPTO = ZERO OR SHIPTO-EDIT = SPACE
               MOVE '00' TO SHIPTO-EDIT
           END-IF.
           IF SHIPTO-EDIT(2:1) = SPACE
               MOVE SHIPTO-EDIT(1:1) TO SHIPTO-EDIT(2:1)
               MOVE '0'              TO SHIPTO-EDIT(1:1)
           END-IF.
      *
           IF SHIPTO-EDIT NOT NUMERIC
               MOVE 'N' TO VALID-DATA-SW
               MOVE ATTR-REVERSE TO OCH-H-SHIPTO
               MOVE -1 TO OCH-L-SHIPTO
               MOVE 'Ship-to must be a two-digit sequence number.'
                   TO OCH-D-MESSAGE
           ELSE
               MOVE SHIPTO-EDIT-N TO NEW-SHIPTO-SEQ
               IF NEW-SHIPTO-SEQ NOT = CA-SHIPTO-SEQ
                   IF NEW-SHIPTO-SEQ = ZERO
                       MOVE 'Y' TO SHIPTO-CHANGED-SW
                                   CHANGES-ENTERED-SW
                   ELSE
                       PERFORM 2111-READ-SHIPTO-RECORD
                   END-IF
               END-IF
           END-IF.
      *
       2111-READ-SHIPTO-RECORD.
      *
           EXEC CICS
               INQUIRE FILE('SHTAB2')
                   OPENSTATUS(SHT-OPEN-STATUS)
                   ENABLESTATUS(SHT-ENABLE-STATUS)
           END-EXEC.

           IF SHT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('SHTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO SHT-OPEN
           ELSE IF SHT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('019')
               END-EXEC
           END-IF.
      *
           MOVE CA-CUSTOMER-NUMBER TO SHT-CUSTOMER-NUMBER.
           MOVE NEW-SHIPTO-SEQ     TO SHT-SHIPTO-SEQ.
      *
           EXEC CICS
               READ FILE('SHTAB2')
                    INTO(SHIPTO-ADDRESS-RECORD)
                    RIDFLD(SHT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO SHIPTO-CHANGED-SW
                               CHANGES-ENTERED-SW
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO OCH-H-SHIPTO
                   MOVE -1 TO OCH-L-SHIPTO
                   MOVE 'That ship-to is not on file for this customer
      -                '.' TO OCH-D-MESSAGE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * A BLANK CARRIER TAKES THE ORDER OFF CARRIER FREIGHT (CUSTOMER
      * PICKUP, OUR TRUCK); ANY OTHER CODE MUST BE ON CARAB2.
      *****************************************************************
       2120-EDIT-CARRIER.
      *
           IF OCH-L-CARRIER = ZERO
               MOVE SPACE TO NEW-CARRIER-CODE
           ELSE
               MOVE OCH-D-CARRIER TO NEW-CARRIER-CODE
           END-IF.
      *
           IF NEW-CARRIER-CODE NOT = CA-CARRIER-CODE
               IF NEW-CARRIER-CODE = SPACE
                   MOVE 'Y' TO CARRIER-CHANGED-SW
                               CHANGES-ENTERED-SW
               ELSE
                   PERFORM 2121-READ-CARRIER-RECORD
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       MOVE 'Y' TO CARRIER-CHANGED-SW
                                   CHANGES-ENTERED-SW
                   ELSE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO OCH-H-CARRIER
                       MOVE -1 TO OCH-L-CARRIER
                       MOVE 'That carrier is not on file.'
                           TO OCH-D-MESSAGE
                   END-IF
               END-IF
           END-IF.
      *
       2121-READ-CARRIER-RECORD.
      *
           EXEC CICS
               INQUIRE FILE('CARAB2')
                   OPENSTATUS(CAR-OPEN-STATUS)
                   ENABLESTATUS(CAR-ENABLE-STATUS)
           END-EXEC.

           IF CAR-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CARAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CAR-OPEN
           ELSE IF CAR-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('020')
               END-EXEC
           END-IF.
      *
           MOVE NEW-CARRIER-CODE TO CAR-CARRIER-CODE.
      *
           EXEC CICS
               READ FILE('CARAB2')
                    INTO(CARRIER-RATE-RECORD)
                    RIDFLD(CAR-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * LINES ARE EDITED BOTTOM-UP SO THE CURSOR AND MESSAGE LAND ON
      * THE FIRST LINE IN ERROR.
      *****************************************************************
       2130-EDIT-ONE-LINE.
      *
           MOVE SPACE TO LC-ACTION(ITEM-SUB).
           MOVE ZERO  TO LC-OLD-ORDERED(ITEM-SUB)
                         LC-NEW-ORDERED(ITEM-SUB)
                         LC-NEW-PRICE(ITEM-SUB).
           MOVE ATTR-NO-HIGHLIGHT TO OCH-H-PCODE(ITEM-SUB)
                                     OCH-H-WHSE(ITEM-SUB)
                                     OCH-H-QTY(ITEM-SUB).
      *
           EVALUATE TRUE
               WHEN CA-PRODUCT-CODE(ITEM-SUB)(1:1) = '*'
                   CONTINUE
               WHEN CA-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                   PERFORM 2131-EDIT-EXISTING-LINE
               WHEN OTHER
                   PERFORM 2132-EDIT-NEW-LINE
           END-EVALUATE.
      *
       2131-EDIT-EXISTING-LINE.
      *
           MOVE CA-PRODUCT-CODE(ITEM-SUB) TO LC-PRODUCT-CODE(ITEM-SUB).
           MOVE OCH-D-WHSE(ITEM-SUB)
               TO LC-WAREHOUSE-CODE(ITEM-SUB).
           COMPUTE LC-OLD-ORDERED(ITEM-SUB) =
               CA-SHIPPED-QTY(ITEM-SUB) + CA-BACKORDER-QTY(ITEM-SUB).
      *
           IF       OCH-L-QTY(ITEM-SUB) = ZERO
                 OR OCH-D-QTY-ALPHA(ITEM-SUB) = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE ATTR-REVERSE TO OCH-H-QTY(ITEM-SUB)
               MOVE -1 TO OCH-L-QTY(ITEM-SUB)
               MOVE 'Enter a quantity - key 0 to delete the line.'
                   TO OCH-D-MESSAGE
           ELSE
               MOVE OCH-D-QTY-ALPHA(ITEM-SUB) TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               IF NOT INT-VALID-NUMBER
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO OCH-H-QTY(ITEM-SUB)
                   MOVE -1 TO OCH-L-QTY(ITEM-SUB)
                   MOVE 'Quantity must be numeric.' TO OCH-D-MESSAGE
               ELSE
                   MOVE INT-EDITED-NUMBER TO LC-NEW-ORDERED(ITEM-SUB)
                   EVALUATE TRUE
                       WHEN LC-NEW-ORDERED(ITEM-SUB) = ZERO
                           SET LC-DELETE-LINE(ITEM-SUB) TO TRUE
                           MOVE 'Y' TO CHANGES-ENTERED-SW
                       WHEN LC-NEW-ORDERED(ITEM-SUB)
                               NOT = LC-OLD-ORDERED(ITEM-SUB)
                           SET LC-CHANGE-QUANTITY(ITEM-SUB) TO TRUE
                           MOVE 'Y' TO CHANGES-ENTERED-SW
                           MOVE LC-PRODUCT-CODE(ITEM-SUB)
                               TO PRD-PRODUCT-CODE
                           PERFORM 2160-READ-PRODUCT-RECORD
                           PERFORM 2150-PRICE-LINE
                   END-EVALUATE
               END-IF
           END-IF.
      *
      *****************************************************************
      * A NEW LINE IN A BLANK SLOT - PRODUCT ON FILE AND ACTIVE, A
      * SHIPPING WAREHOUSE (M01 WHEN LEFT BLANK, AS ON ORDER ENTRY)
      * AND A QUANTITY.  CHARGE LINES ARE ADDED THROUGH ORDER ENTRY.
      *****************************************************************
       2132-EDIT-NEW-LINE.
      *
           IF        OCH-L-PCODE(ITEM-SUB) > ZERO
                 AND OCH-D-PCODE(ITEM-SUB)(1:1) = '*'
               MOVE 'N' TO VALID-DATA-SW
               MOVE ATTR-REVERSE TO OCH-H-PCODE(ITEM-SUB)
               MOVE -1 TO OCH-L-PCODE(ITEM-SUB)
               MOVE 'Charge lines are added through order entry.'
                   TO OCH-D-MESSAGE
           ELSE IF   OCH-L-PCODE(ITEM-SUB) > ZERO
                 AND OCH-D-PCODE(ITEM-SUB) NOT = SPACE
               MOVE OCH-D-PCODE(ITEM-SUB) TO LC-PRODUCT-CODE(ITEM-SUB)
               IF       OCH-L-WHSE(ITEM-SUB) = ZERO
                     OR OCH-D-WHSE(ITEM-SUB) = SPACE
                   MOVE 'M01' TO OCH-D-WHSE(ITEM-SUB)
               END-IF
               MOVE OCH-D-WHSE(ITEM-SUB) TO LC-WAREHOUSE-CODE(ITEM-SUB)
               MOVE OCH-D-QTY-ALPHA(ITEM-SUB) TO INT-UNEDITED-NUMBER
               IF OCH-L-QTY(ITEM-SUB) = ZERO
                   MOVE SPACE TO INT-UNEDITED-NUMBER
               END-IF
               PERFORM 9500-INTEDIT
               EVALUATE TRUE
                   WHEN NOT INT-VALID-NUMBER
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO OCH-H-QTY(ITEM-SUB)
                       MOVE -1 TO OCH-L-QTY(ITEM-SUB)
                       MOVE 'Quantity must be numeric.' TO OCH-D-MESSAGE
                   WHEN INT-EDITED-NUMBER = ZERO
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO OCH-H-QTY(ITEM-SUB)
                       MOVE -1 TO OCH-L-QTY(ITEM-SUB)
                       MOVE 'A new line needs a quantity.'
                           TO OCH-D-MESSAGE
                   WHEN OTHER
                       MOVE INT-EDITED-NUMBER
                           TO LC-NEW-ORDERED(ITEM-SUB)
                       MOVE LC-PRODUCT-CODE(ITEM-SUB)
                           TO PRD-PRODUCT-CODE
                       PERFORM 2160-READ-PRODUCT-RECORD
                       IF NOT PRODUCT-FOUND
                           MOVE 'N' TO VALID-DATA-SW
                           MOVE ATTR-REVERSE TO OCH-H-PCODE(ITEM-SUB)
                           MOVE -1 TO OCH-L-PCODE(ITEM-SUB)
                           MOVE 'That product does not exist.'
                               TO OCH-D-MESSAGE
                       ELSE
                           IF PRD-STATUS-INACTIVE
                               MOVE 'N' TO VALID-DATA-SW
                               MOVE ATTR-REVERSE
                                   TO OCH-H-PCODE(ITEM-SUB)
                               MOVE -1 TO OCH-L-PCODE(ITEM-SUB)
                               MOVE 'That product is inactive.'
                                   TO OCH-D-MESSAGE
                           ELSE
                               PERFORM 2140-EDIT-LINE-WAREHOUSE
                               IF WAREHOUSE-VALID
                                   SET LC-ADD-LINE(ITEM-SUB) TO TRUE
                                   MOVE 'Y' TO CHANGES-ENTERED-SW
                                   PERFORM 2150-PRICE-LINE
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
           ELSE
               IF       (OCH-L-QTY(ITEM-SUB) > ZERO
                     AND OCH-D-QTY-ALPHA(ITEM-SUB) NOT = SPACE)
                     OR (OCH-L-WHSE(ITEM-SUB) > ZERO
                     AND OCH-D-WHSE(ITEM-SUB) NOT = SPACE)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO OCH-H-PCODE(ITEM-SUB)
                   MOVE -1 TO OCH-L-PCODE(ITEM-SUB)
                   MOVE 'Enter a product code for the new line.'
                       TO OCH-D-MESSAGE
               END-IF
           END-IF.
      *
       2140-EDIT-LINE-WAREHOUSE.
      *
           MOVE 'Y' TO WAREHOUSE-VALID-SW.
      *
           EXEC CICS
               INQUIRE FILE('WRHAB2')
                   OPENSTATUS(WRH-OPEN-STATUS)
                   ENABLESTATUS(WRH-ENABLE-STATUS)
           END-EXEC.

           IF WRH-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('WRHAB2') OPEN
               END-EXEC
               MOVE 'Y' TO WRH-OPEN
           ELSE IF WRH-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('051')
               END-EXEC
           END-IF.
      *
           MOVE LC-WAREHOUSE-CODE(ITEM-SUB) TO WRH-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WRHAB2')
                    INTO(WAREHOUSE-MASTER-RECORD)
                    RIDFLD(WRH-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   IF WRH-STATUS-INACTIVE
                       MOVE 'N' TO WAREHOUSE-VALID-SW
                       MOVE 'That warehouse is inactive.'
                           TO OCH-D-MESSAGE
                   END-IF
                   IF WRH-TYPE-CONSIGNMENT
                       MOVE 'N' TO WAREHOUSE-VALID-SW
                       MOVE 'Consignment stock is billed through usage,
      -                    ' not ordered.' TO OCH-D-MESSAGE
                   END-IF
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO WAREHOUSE-VALID-SW
                   MOVE 'That warehouse is not on the warehouse master
      -                '.' TO OCH-D-MESSAGE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           IF NOT WAREHOUSE-VALID
               MOVE ATTR-REVERSE TO OCH-H-WHSE(ITEM-SUB)
               MOVE -1 TO OCH-L-WHSE(ITEM-SUB)
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      *****************************************************************
      * RE-PRICE A CHANGED OR ADDED LINE AT ITS NEW ORDERED QUANTITY
      * THE WAY ORDERAB2 PRICED IT - AN IN-FORCE CONTRACT PRICE,
      * ELSE THE BEST BREAK TIER, THEN A LIVE PROMOTION IF LOWER.
      * PRODUCT-MASTER-RECORD IS ALREADY READ BY THE CALLER.
      *****************************************************************
       2150-PRICE-LINE.
      *
           MOVE LC-NEW-ORDERED(ITEM-SUB) TO QTY-NUMERIC.
           PERFORM 2153-CHECK-CONTRACT-PRICE.
           IF NOT CONTRACT-FOUND
               PERFORM 2156-APPLY-PRICE-LEVEL
               IF NOT PRICE-LEVEL-FOUND
                   PERFORM 2151-APPLY-BREAK-PRICING
               END-IF
           END-IF.
           PERFORM 2155-APPLY-PROMO-PRICE.
           MOVE NET-NUMERIC TO LC-NEW-PRICE(ITEM-SUB).
      *
       2151-APPLY-BREAK-PRICING.
      *
           MOVE ZERO TO NET-NUMERIC.
           IF PRODUCT-FOUND
               MOVE PRD-UNIT-PRICE TO NET-NUMERIC
               PERFORM 2152-CHECK-ONE-BREAK
                   VARYING PRICE-SUB FROM 1 BY 1
                     UNTIL PRICE-SUB > 3
           END-IF.
      *
       2152-CHECK-ONE-BREAK.
      *
           IF        PRD-BREAK-QTY(PRICE-SUB) > ZERO
                 AND QTY-NUMERIC >= PRD-BREAK-QTY(PRICE-SUB)
               MOVE PRD-BREAK-PRICE(PRICE-SUB) TO NET-NUMERIC
           END-IF.
      *
       2153-CHECK-CONTRACT-PRICE.
      *
           MOVE 'N' TO CONTRACT-FOUND-SW.
      *
           EXEC CICS
               INQUIRE FILE('CNTAB2')
                   OPENSTATUS(CNT-OPEN-STATUS)
                   ENABLESTATUS(CNT-ENABLE-STATUS)
           END-EXEC.

           IF CNT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CNTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CNT-OPEN
           ELSE IF CNT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('002')
               END-EXEC
           END-IF.

           MOVE CA-CUSTOMER-NUMBER
               TO WS-CONTRACT-CUSTOMER-NUMBER.
           MOVE LC-PRODUCT-CODE(ITEM-SUB) TO WS-CONTRACT-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('CNTAB2')
                    INTO(CONTRACT-PRICE-RECORD)
                    RIDFLD(WS-CONTRACT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 2154-CHECK-CONTRACT-DATES
               IF CONTRACT-IN-FORCE
                   MOVE 'Y' TO CONTRACT-FOUND-SW
                   MOVE CNT-CONTRACT-PRICE TO NET-NUMERIC
               END-IF
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       2154-CHECK-CONTRACT-DATES.
      *
           SET CONTRACT-IN-FORCE TO TRUE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               MMDDYYYY(CONTRACT-TODAY-MDY)
           END-EXEC.
           COMPUTE CONTRACT-TODAY-DAYNUM =
               (CT-YYYY * 360) + (CT-MM * 30) + CT-DD.
      *
           IF CNT-EFFECTIVE-DATE NUMERIC
               MOVE CNT-EFFECTIVE-DATE TO CONTRACT-DATE-WORK
               COMPUTE CONTRACT-DATE-DAYNUM =
                   (CD-YYYY * 360) + (CD-MM * 30) + CD-DD
               IF CONTRACT-DATE-DAYNUM > CONTRACT-TODAY-DAYNUM
                   MOVE 'N' TO CONTRACT-IN-FORCE-SW
               END-IF
           END-IF.
      *
           IF CNT-EXPIRATION-DATE NUMERIC
               MOVE CNT-EXPIRATION-DATE TO CONTRACT-DATE-WORK
               COMPUTE CONTRACT-DATE-DAYNUM =
                   (CD-YYYY * 360) + (CD-MM * 30) + CD-DD
               IF CONTRACT-DATE-DAYNUM < CONTRACT-TODAY-DAYNUM
                   MOVE 'N' TO CONTRACT-IN-FORCE-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE CUSTOMER'S PRICE LEVEL, AS ORDERAB2 1234 APPLIES IT: THE
      * PLVAB2 ROW FOR THE LEVEL AND THE PRODUCT CATEGORY, ELSE THE
      * LEVEL'S BLANK-CATEGORY ROW, AS A PERCENT OFF LIST.  THE
      * CUSTOMER'S LEVEL IS READ ONCE A PASS.
      *****************************************************************
       2156-APPLY-PRICE-LEVEL.
      *
           MOVE 'N' TO PRICE-LEVEL-FOUND-SW.
      *
           IF CA-CUSTOMER-NUMBER NOT = PRICE-LEVEL-CUSTOMER
               MOVE CA-CUSTOMER-NUMBER TO PRICE-LEVEL-CUSTOMER
               MOVE SPACE              TO PRICE-LEVEL-CODE
               PERFORM 6500-OPEN-CMF-FILE
               EXEC CICS
                   READ FILE('CMFAB2')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(CA-CUSTOMER-NUMBER)
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
           IF PRODUCT-FOUND AND PRICE-LEVEL-CODE NOT = SPACE
               MOVE PRICE-LEVEL-CODE     TO PLV-PRICE-LEVEL
               MOVE PRD-PRODUCT-CATEGORY TO PLV-PRODUCT-CATEGORY
               PERFORM 2157-READ-PRICE-LEVEL
               IF        NOT PRICE-LEVEL-FOUND
                     AND PRD-PRODUCT-CATEGORY NOT = SPACE
                   MOVE SPACE TO PLV-PRODUCT-CATEGORY
                   PERFORM 2157-READ-PRICE-LEVEL
               END-IF
               IF PRICE-LEVEL-FOUND
                   COMPUTE NET-NUMERIC ROUNDED =
                       PRD-UNIT-PRICE * (100 - PLV-DISCOUNT-PCT) / 100
               END-IF
           END-IF.
      *
       2157-READ-PRICE-LEVEL.
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
       2155-APPLY-PROMO-PRICE.
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
           MOVE LC-PRODUCT-CODE(ITEM-SUB) TO PRM-PRODUCT-CODE.
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
       2160-READ-PRODUCT-RECORD.
      *
           PERFORM 6100-OPEN-PRD-FILE.
      *
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO PRODUCT-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO PRODUCT-FOUND-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2200-READ-INVOICE-FOR-UPDATE.
      *
           PERFORM 6000-OPEN-INV-FILE.
      *
           MOVE CA-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVAB2')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * THE ORDER MUST STILL BE OPEN AND LOOK EXACTLY AS DISPLAYED.
      * A BACKORDER RELEASE (BKORLB2) OR ANOTHER TERMINAL'S CHANGE
      * SHOWS UP AS A DIFFERENT SHIPPABLE QUANTITY OR PRODUCT.
      *****************************************************************
       2210-CHECK-ORDER-UNCHANGED.
      *
           MOVE 'N' TO ORDER-MOVED-SW.
      *
           IF       INV-VOIDED
                 OR NOT INV-ORDER-OPEN
                 OR INV-SHIP-CONFIRMED
                 OR INV-SHIPTO-SEQ NOT = CA-SHIPTO-SEQ
                 OR INV-CARRIER-CODE NOT = CA-CARRIER-CODE
               MOVE 'Y' TO ORDER-MOVED-SW
           END-IF.
      *
           PERFORM 2211-CHECK-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
       2211-CHECK-ONE-LINE.
      *
           IF       INV-PRODUCT-CODE(ITEM-SUB)
                        NOT = CA-PRODUCT-CODE(ITEM-SUB)
                 OR (INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND INV-QUANTITY(ITEM-SUB)
                        NOT = CA-SHIPPED-QTY(ITEM-SUB))
               MOVE 'Y' TO ORDER-MOVED-SW
           END-IF.
      *
      *****************************************************************
      * APPLY ONE LINE'S CHANGE TO STOCK, BACKORDER AND THE INVOICE,
      * AND LOG IT.
      *****************************************************************
       2300-APPLY-LINE-CHANGE.
      *
           EVALUATE TRUE
               WHEN LC-DELETE-LINE(ITEM-SUB)
                   MOVE LC-OLD-ORDERED(ITEM-SUB) TO CHANGE-QTY
                   PERFORM 2310-REDUCE-LINE
                   SET OCL-TYPE-DELETE-LINE TO TRUE
                   PERFORM 2390-LOG-LINE-CHANGE
                   MOVE SPACE TO INV-PRODUCT-CODE(ITEM-SUB)
                                 INV-WAREHOUSE-CODE(ITEM-SUB)
                                 INV-LOT-NUMBER(ITEM-SUB)
                   MOVE 'N'   TO INV-SUBSTITUTED-SW(ITEM-SUB)
                   MOVE ZERO  TO INV-QUANTITY(ITEM-SUB)
                                 INV-UNIT-PRICE(ITEM-SUB)
                                 INV-AMOUNT(ITEM-SUB)
               WHEN LC-CHANGE-QUANTITY(ITEM-SUB)
                   IF LC-NEW-ORDERED(ITEM-SUB)
                           < LC-OLD-ORDERED(ITEM-SUB)
                       COMPUTE CHANGE-QTY =
                           LC-OLD-ORDERED(ITEM-SUB)
                               - LC-NEW-ORDERED(ITEM-SUB)
                       PERFORM 2310-REDUCE-LINE
                   ELSE
                       COMPUTE CHANGE-QTY =
                           LC-NEW-ORDERED(ITEM-SUB)
                               - LC-OLD-ORDERED(ITEM-SUB)
                       PERFORM 2320-INCREASE-LINE
                   END-IF
                   SET OCL-TYPE-QUANTITY TO TRUE
                   PERFORM 2390-LOG-LINE-CHANGE
                   IF LC-NEW-PRICE(ITEM-SUB)
                           NOT = INV-UNIT-PRICE(ITEM-SUB)
                       SET OCL-TYPE-PRICE TO TRUE
                       PERFORM 2390-LOG-LINE-CHANGE
                       MOVE LC-NEW-PRICE(ITEM-SUB)
                           TO INV-UNIT-PRICE(ITEM-SUB)
                   END-IF
               WHEN LC-ADD-LINE(ITEM-SUB)
                   MOVE LC-PRODUCT-CODE(ITEM-SUB)
                       TO INV-PRODUCT-CODE(ITEM-SUB)
                   MOVE LC-WAREHOUSE-CODE(ITEM-SUB)
                       TO INV-WAREHOUSE-CODE(ITEM-SUB)
                   MOVE SPACE TO INV-LOT-NUMBER(ITEM-SUB)
                   MOVE 'N'   TO INV-SUBSTITUTED-SW(ITEM-SUB)
                   MOVE ZERO  TO INV-QUANTITY(ITEM-SUB)
                   MOVE LC-NEW-PRICE(ITEM-SUB)
                       TO INV-UNIT-PRICE(ITEM-SUB)
                   MOVE LC-NEW-ORDERED(ITEM-SUB) TO CHANGE-QTY
                   PERFORM 2320-INCREASE-LINE
                   SET OCL-TYPE-ADD-LINE TO TRUE
                   PERFORM 2390-LOG-LINE-CHANGE
           END-EVALUATE.
      *
           COMPUTE INV-AMOUNT(ITEM-SUB) ROUNDED =
               INV-QUANTITY(ITEM-SUB) * INV-UNIT-PRICE(ITEM-SUB).
      *
      *****************************************************************
      * A CUT COMES OFF THE PENDING BACKORDER FIRST - THE CUSTOMER
      * STOPS WAITING FOR WHAT THEY NO LONGER WANT - AND ONLY THE
      * REST COMES OFF THE SHIPPABLE QUANTITY AND GOES BACK TO STOCK.
      *****************************************************************
       2310-REDUCE-LINE.
      *
           IF CA-BACKORDER-QTY(ITEM-SUB) > ZERO
               IF CHANGE-QTY < CA-BACKORDER-QTY(ITEM-SUB)
                   MOVE CHANGE-QTY TO BACKORDER-TAKE
               ELSE
                   MOVE CA-BACKORDER-QTY(ITEM-SUB) TO BACKORDER-TAKE
               END-IF
               COMPUTE NEW-BACKORDER-QTY =
                   CA-BACKORDER-QTY(ITEM-SUB) - BACKORDER-TAKE
               PERFORM 2330-SET-BACKORDER
               SUBTRACT BACKORDER-TAKE FROM CHANGE-QTY
           END-IF.
      *
           IF CHANGE-QTY > ZERO
               MOVE CHANGE-QTY TO STOCK-WANTED
               PERFORM 2340-MOVE-STOCK
               SUBTRACT CHANGE-QTY FROM INV-QUANTITY(ITEM-SUB)
           END-IF.
      *
      *****************************************************************
      * AN INCREASE SHIPS WHAT THE WAREHOUSE CAN SPARE NOW AND PUTS
      * THE REST ON (OR ONTO THE EXISTING) BACKORDER FOR THE LINE.
      *****************************************************************
       2320-INCREASE-LINE.
      *
           COMPUTE STOCK-WANTED = ZERO - CHANGE-QTY.
           PERFORM 2340-MOVE-STOCK.
           SUBTRACT STOCK-MOVED FROM INV-QUANTITY(ITEM-SUB).
      *
           ADD STOCK-MOVED TO CHANGE-QTY.
           IF CHANGE-QTY > ZERO
               COMPUTE NEW-BACKORDER-QTY =
                   CA-BACKORDER-QTY(ITEM-SUB) + CHANGE-QTY
               PERFORM 2330-SET-BACKORDER
               MOVE 'Y' TO BACKORDER-ADDED-SW
           END-IF.
      *
      *****************************************************************
      * SET THE LINE'S BACKORDER TO NEW-BACKORDER-QTY.  A PENDING
      * BACKORDER CUT TO NOTHING IS DELETED; A FILLED ONE IS HISTORY
      * AND IS LEFT ALONE UNLESS THE LINE NEEDS A NEW SHORTAGE.
      *****************************************************************
       2330-SET-BACKORDER.
      *
           PERFORM 6300-OPEN-BKO-FILE.
      *
           MOVE INV-INVOICE-NUMBER TO BKO-INVOICE-NUMBER.
           MOVE ITEM-SUB           TO BKO-LINE-NUMBER.
      *
           EXEC CICS
               READ FILE('BKOAB2')
                    INTO(BACKORDER-RECORD)
                    RIDFLD(BKO-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                     AND NEW-BACKORDER-QTY = ZERO
                   IF BKO-STATUS-PENDING
                       EXEC CICS
                           DELETE FILE('BKOAB2')
                                  RESP(RESPONSE-CODE)
                       END-EXEC
                       IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                           PERFORM 9999-TERMINATE-PROGRAM
                       END-IF
                   ELSE
                       EXEC CICS
                           UNLOCK FILE('BKOAB2')
                       END-EXEC
                   END-IF
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE INV-CUSTOMER-NUMBER TO BKO-CUSTOMER-NUMBER
                   MOVE INV-PRODUCT-CODE(ITEM-SUB) TO BKO-PRODUCT-CODE
                   MOVE NEW-BACKORDER-QTY   TO BKO-QUANTITY-SHORT
                   SET BKO-STATUS-PENDING TO TRUE
                   EXEC CICS
                       REWRITE FILE('BKOAB2')
                               FROM(BACKORDER-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                     AND NEW-BACKORDER-QTY = ZERO
                   CONTINUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE INV-INVOICE-NUMBER  TO BKO-INVOICE-NUMBER
                   MOVE ITEM-SUB            TO BKO-LINE-NUMBER
                   MOVE INV-CUSTOMER-NUMBER TO BKO-CUSTOMER-NUMBER
                   MOVE INV-PRODUCT-CODE(ITEM-SUB) TO BKO-PRODUCT-CODE
                   MOVE NEW-BACKORDER-QTY   TO BKO-QUANTITY-SHORT
                   SET BKO-STATUS-PENDING TO TRUE
                   EXEC CICS
                       WRITE FILE('BKOAB2')
                             FROM(BACKORDER-RECORD)
                             RIDFLD(BKO-KEY)
                             RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * MOVE STOCK-WANTED (POSITIVE BACK INTO STOCK, NEGATIVE OUT TO
      * THE ORDER) AT THE LINE'S WAREHOUSE, FALLING BACK TO THE
      * COMPANY-WIDE PRDAB2 BALANCE WHEN THE LINE HAS NO WAREHOUSE
      * RECORD - THE SAME ROUTING ORDERAB2 AND ORDVDAB2 USE.  STOCK
      * GOING OUT IS CAPPED AT WHAT IS AVAILABLE; STOCK-MOVED COMES
      * BACK WITH WHAT ACTUALLY MOVED, AND THE MOVEMENT IS LEDGERED.
      *****************************************************************
       2340-MOVE-STOCK.
      *
           MOVE 'N'  TO WHS-FOUND-SW
                        STOCK-FOUND-SW.
           MOVE ZERO TO STOCK-MOVED.
      *
           IF INV-WAREHOUSE-CODE(ITEM-SUB) NOT = SPACE
               PERFORM 2341-MOVE-WAREHOUSE-STOCK
           END-IF.
           IF NOT WHS-FOUND
               PERFORM 2342-MOVE-PRODUCT-STOCK
           END-IF.
      *
           IF STOCK-FOUND AND STOCK-MOVED NOT = ZERO
               MOVE INV-PRODUCT-CODE(ITEM-SUB) TO ILG-PRODUCT-CODE
               IF WHS-FOUND
                   MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                       TO ILG-WAREHOUSE-CODE
               ELSE
                   MOVE SPACE TO ILG-WAREHOUSE-CODE
               END-IF
               SET ILG-TYPE-ORDER-CHANGE TO TRUE
               MOVE STOCK-MOVED        TO ILG-QUANTITY
               MOVE PERIOD-DATE-MDY    TO ILG-TRAN-DATE
               MOVE INV-INVOICE-NUMBER TO ILG-DOCUMENT-NUMBER
               PERFORM 5900-WRITE-LEDGER-RECORD
           END-IF.
      *
       2341-MOVE-WAREHOUSE-STOCK.
      *
           PERFORM 6200-OPEN-WHS-FILE.
      *
           MOVE INV-PRODUCT-CODE(ITEM-SUB)
               TO WS-WAREHOUSE-PRODUCT-CODE.
           MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO WS-WAREHOUSE-CODE.
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
                   MOVE 'Y' TO WHS-FOUND-SW
                               STOCK-FOUND-SW
                   COMPUTE STOCK-AVAILABLE =
                       WHS-QUANTITY-ON-HAND - WHS-QUANTITY-ALLOCATED
                   PERFORM 2343-SET-STOCK-MOVED
                   ADD STOCK-MOVED TO WHS-QUANTITY-ON-HAND
                   EXEC CICS
                       REWRITE FILE('WHSAB2')
                               FROM(WAREHOUSE-INVENTORY-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   IF STOCK-MOVED NOT = ZERO
                       PERFORM 2345-ADJUST-LOT-STOCK
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2342-MOVE-PRODUCT-STOCK.
      *
           PERFORM 6100-OPEN-PRD-FILE.
      *
           MOVE INV-PRODUCT-CODE(ITEM-SUB) TO PRD-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PRD-PRODUCT-CODE)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO STOCK-FOUND-SW
                   MOVE PRD-QUANTITY-ON-HAND TO STOCK-AVAILABLE
                   PERFORM 2343-SET-STOCK-MOVED
                   ADD STOCK-MOVED TO PRD-QUANTITY-ON-HAND
                   EXEC CICS
                       REWRITE FILE('PRDAB2')
                               FROM(PRODUCT-MASTER-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2343-SET-STOCK-MOVED.
      *
           EVALUATE TRUE
               WHEN STOCK-WANTED >= ZERO
                   MOVE STOCK-WANTED TO STOCK-MOVED
               WHEN STOCK-AVAILABLE <= ZERO
                   MOVE ZERO TO STOCK-MOVED
               WHEN STOCK-AVAILABLE < ZERO - STOCK-WANTED
                   COMPUTE STOCK-MOVED = ZERO - STOCK-AVAILABLE
               WHEN OTHER
                   MOVE STOCK-WANTED TO STOCK-MOVED
           END-EVALUATE.
      *
      *****************************************************************
      * A LOT-CONTROLLED LINE MOVES ITS STOCK ON THE LOT IT DREW FROM
      * (INV-LOT-NUMBER) - A CUT PUTS IT BACK, AN INCREASE TAKES MORE
      * FROM THE SAME LOT, NEVER BELOW ZERO.  A PURGED LOT TAKING
      * STOCK BACK IS RECREATED DATED TODAY, AS ON A VOID.
      *****************************************************************
       2345-ADJUST-LOT-STOCK.
      *
           IF INV-LOT-NUMBER(ITEM-SUB) NOT = SPACE
               PERFORM 6400-OPEN-LOT-FILE
               MOVE INV-PRODUCT-CODE(ITEM-SUB)   TO LOT-PRODUCT-CODE
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                   TO LOT-WAREHOUSE-CODE
               MOVE INV-LOT-NUMBER(ITEM-SUB)     TO LOT-LOT-NUMBER
               EXEC CICS
                   READ FILE('LOTAB2')
                        INTO(LOT-STOCK-RECORD)
                        RIDFLD(LOT-KEY)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                       ADD STOCK-MOVED TO LOT-QUANTITY-ON-HAND
                       IF LOT-QUANTITY-ON-HAND < ZERO
                           MOVE ZERO TO LOT-QUANTITY-ON-HAND
                       END-IF
                       EXEC CICS
                           REWRITE FILE('LOTAB2')
                                   FROM(LOT-STOCK-RECORD)
                                   RESP(RESPONSE-CODE)
                       END-EXEC
                       IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                           PERFORM 9999-TERMINATE-PROGRAM
                       END-IF
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                         AND STOCK-MOVED > ZERO
                       MOVE STOCK-MOVED TO LOT-QUANTITY-ON-HAND
                       EXEC CICS
                           ASKTIME ABSTIME(ABSOLUTE-TIME)
                       END-EXEC
                       EXEC CICS
                           FORMATTIME ABSTIME(ABSOLUTE-TIME)
                           MMDDYYYY(LOT-RESTOCK-DATE)
                       END-EXEC
                       MOVE LOT-RESTOCK-DATE TO LOT-RECEIPT-DATE
                       EXEC CICS
                           WRITE FILE('LOTAB2')
                                 FROM(LOT-STOCK-RECORD)
                                 RIDFLD(LOT-KEY)
                                 RESP(RESPONSE-CODE)
                       END-EXEC
                       IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                           PERFORM 9999-TERMINATE-PROGRAM
                       END-IF
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
      *****************************************************************
      * ONE CHANGE-LOG RECORD FOR THE LINE AT ITEM-SUB.  THE CALLER
      * SETS THE CHANGE TYPE; THE LINE'S OLD STATE IS STILL ON THE
      * INVOICE (A PRICE CHANGE IS LOGGED BEFORE THE NEW PRICE GOES
      * ON) AND THE NEW STATE IS IN LINE-CHANGE-TABLE.
      *****************************************************************
       2390-LOG-LINE-CHANGE.
      *
           MOVE ITEM-SUB                    TO OCL-LINE-NUMBER.
           MOVE LC-PRODUCT-CODE(ITEM-SUB)   TO OCL-PRODUCT-CODE.
           MOVE LC-WAREHOUSE-CODE(ITEM-SUB) TO OCL-WAREHOUSE-CODE.
           MOVE LC-OLD-ORDERED(ITEM-SUB)    TO OCL-OLD-QUANTITY.
           MOVE SPACE                       TO OCL-OLD-CODE
                                               OCL-NEW-CODE.
           IF LC-DELETE-LINE(ITEM-SUB)
               MOVE ZERO TO OCL-NEW-QUANTITY
           ELSE
               MOVE LC-NEW-ORDERED(ITEM-SUB) TO OCL-NEW-QUANTITY
           END-IF.
           IF LC-ADD-LINE(ITEM-SUB)
               MOVE ZERO TO OCL-OLD-PRICE
           ELSE
               MOVE INV-UNIT-PRICE(ITEM-SUB) TO OCL-OLD-PRICE
           END-IF.
           IF LC-DELETE-LINE(ITEM-SUB)
               MOVE ZERO TO OCL-NEW-PRICE
           ELSE
               MOVE LC-NEW-PRICE(ITEM-SUB) TO OCL-NEW-PRICE
           END-IF.
           PERFORM 2900-WRITE-CHANGE-LOG.
      *
       2400-APPLY-HEADER-CHANGES.
      *
           IF SHIPTO-CHANGED
               SET OCL-TYPE-SHIPTO TO TRUE
               PERFORM 2410-CLEAR-LOG-LINE
               MOVE CA-SHIPTO-SEQ  TO LOG-CODE-EDIT
               MOVE LOG-CODE-EDIT  TO OCL-OLD-CODE
               MOVE NEW-SHIPTO-SEQ TO LOG-CODE-EDIT
               MOVE LOG-CODE-EDIT  TO OCL-NEW-CODE
               PERFORM 2900-WRITE-CHANGE-LOG
               MOVE NEW-SHIPTO-SEQ TO INV-SHIPTO-SEQ
           END-IF.
      *
           IF CARRIER-CHANGED
               SET OCL-TYPE-CARRIER TO TRUE
               PERFORM 2410-CLEAR-LOG-LINE
               MOVE CA-CARRIER-CODE  TO OCL-OLD-CODE
               MOVE NEW-CARRIER-CODE TO OCL-NEW-CODE
               PERFORM 2900-WRITE-CHANGE-LOG
               MOVE NEW-CARRIER-CODE TO INV-CARRIER-CODE
           END-IF.
      *
       2410-CLEAR-LOG-LINE.
      *
           MOVE ZERO  TO OCL-LINE-NUMBER
                         OCL-OLD-QUANTITY
                         OCL-NEW-QUANTITY
                         OCL-OLD-PRICE
                         OCL-NEW-PRICE.
           MOVE SPACE TO OCL-PRODUCT-CODE
                         OCL-WAREHOUSE-CODE.
      *
      *****************************************************************
      * REFIGURE THE ORDER TOTAL, TAX AND FREIGHT FROM THE CHANGED
      * LINES EXACTLY AS ORDERAB2 FIGURED THEM AT ENTRY.  A FOREIGN-
      * CURRENCY ORDER KEEPS THE RATE IT WAS TAKEN AT.
      *****************************************************************
       2500-RECALCULATE-ORDER.
      *
           MOVE ZERO TO INV-INVOICE-TOTAL.
           PERFORM 2510-ADD-LINE-AMOUNT
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           PERFORM 6500-OPEN-CMF-FILE.
           EXEC CICS
               READ FILE('CMFAB2')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(INV-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           PERFORM 2520-CALCULATE-TAX-AMOUNT.
           PERFORM 2530-CALCULATE-FREIGHT-AMOUNT.
      *
           IF INV-CURRENCY-CODE NOT = SPACE
               COMPUTE INV-FOREIGN-TOTAL ROUNDED =
                   (INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                       + INV-FREIGHT-AMOUNT)
                       * INV-EXCHANGE-RATE
           END-IF.
      *
       2510-ADD-LINE-AMOUNT.
      *
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               ADD INV-AMOUNT(ITEM-SUB) TO INV-INVOICE-TOTAL
           END-IF.
      *
       2520-CALCULATE-TAX-AMOUNT.
      *
           MOVE ZERO TO INV-TAX-AMOUNT.
      *
           IF NOT CM-TAX-EXEMPT
               MOVE CM-STATE TO TAX-STATE-CODE
               PERFORM 2525-READ-TAX-RATE
               IF TAX-RATE-PCT NOT = ZERO
                   MOVE ZERO TO TAXABLE-TOTAL-WORK
                   PERFORM 2521-CHECK-ONE-TAX-LINE
                       VARYING TAX-LINE-SUB FROM 1 BY 1
                         UNTIL TAX-LINE-SUB > 10
                   MULTIPLY TAXABLE-TOTAL-WORK BY TAX-RATE-PCT
                       GIVING INV-TAX-AMOUNT ROUNDED
               END-IF
           END-IF.
      *
       2521-CHECK-ONE-TAX-LINE.
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
               EXEC CICS
                   READ FILE('PRDAB2')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(PRD-PRODUCT-CODE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF        RESPONSE-CODE = DFHRESP(NORMAL)
                     AND NOT PRD-LINE-TAXABLE
                   CONTINUE
               ELSE
                   ADD INV-AMOUNT(TAX-LINE-SUB)
                       TO TAXABLE-TOTAL-WORK
               END-IF
           END-IF.
      *
       2525-READ-TAX-RATE.
      *
           EXEC CICS
               INQUIRE FILE('TAXAB2')
                   OPENSTATUS(TAX-OPEN-STATUS)
                   ENABLESTATUS(TAX-ENABLE-STATUS)
           END-EXEC.

           IF TAX-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('TAXAB2') OPEN
               END-EXEC
               MOVE 'Y' TO TAX-OPEN
           ELSE IF TAX-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('030')
               END-EXEC
           END-IF.
      *
           EXEC CICS
               READ FILE('TAXAB2')
                    INTO(TAX-JURISDICTION-RECORD)
                    RIDFLD(TAX-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ZERO TO TAX-RATE-PCT
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *    THE FREIGHT TERMS ARE TAKEN AGAIN FROM THE SHIP-TO OR THE
      *    CUSTOMER, SINCE THE CHANGE MAY HAVE MOVED THE ORDER TO
      *    ANOTHER BRANCH, AND THE FREE-FREIGHT MINIMUM IS TESTED
      *    AGAINST THE CHANGED MERCHANDISE TOTAL.
      *
       2530-CALCULATE-FREIGHT-AMOUNT.
      *
           MOVE ZERO TO INV-FREIGHT-AMOUNT.
           MOVE 'N'  TO INV-FREIGHT-WAIVED-SW.
           PERFORM 2532-SET-FREIGHT-TERMS.
      *
           IF        INV-CARRIER-CODE NOT = SPACE
                 AND INV-FREIGHT-PREPAY-ADD
               IF        CM-FREE-FREIGHT-MIN NUMERIC
                     AND CM-FREE-FREIGHT-MIN > ZERO
                     AND INV-INVOICE-TOTAL >= CM-FREE-FREIGHT-MIN
                   MOVE 'Y' TO INV-FREIGHT-WAIVED-SW
               ELSE
                   MOVE INV-CARRIER-CODE TO NEW-CARRIER-CODE
                   PERFORM 2121-READ-CARRIER-RECORD
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       MOVE ZERO TO WS-TOTAL-WEIGHT
                       PERFORM 2531-ADD-LINE-WEIGHT
                           VARYING FREIGHT-SUB FROM 1 BY 1
                             UNTIL FREIGHT-SUB > 10
                       PERFORM 2533-PRICE-FREIGHT
                   END-IF
               END-IF
           END-IF.
      *
       2531-ADD-LINE-WEIGHT.
      *
           IF        INV-PRODUCT-CODE(FREIGHT-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(FREIGHT-SUB)
               EXEC CICS
                   READ FILE('PRDAB2')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(INV-PRODUCT-CODE(FREIGHT-SUB))
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   COMPUTE WS-TOTAL-WEIGHT =
                       WS-TOTAL-WEIGHT
                           + (INV-QUANTITY(FREIGHT-SUB)
                               * PRD-SHIP-WEIGHT)
               ELSE
                   IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               END-IF
           END-IF.
      *
       2532-SET-FREIGHT-TERMS.
      *
           MOVE CM-FREIGHT-TERMS   TO INV-FREIGHT-TERMS.
           MOVE CM-FREIGHT-ACCOUNT TO INV-FREIGHT-ACCOUNT.
           IF INV-SHIPTO-SEQ NOT = ZERO
               MOVE INV-SHIPTO-SEQ TO NEW-SHIPTO-SEQ
               PERFORM 2111-READ-SHIPTO-RECORD
               IF        RESPONSE-CODE = DFHRESP(NORMAL)
                     AND SHT-FREIGHT-TERMS NOT = SPACE
                     AND SHT-FREIGHT-TERMS NOT = LOW-VALUE
                   MOVE SHT-FREIGHT-TERMS   TO INV-FREIGHT-TERMS
                   MOVE SHT-FREIGHT-ACCOUNT TO INV-FREIGHT-ACCOUNT
               END-IF
           END-IF.
           IF INV-FREIGHT-TERMS = LOW-VALUE
               MOVE SPACE TO INV-FREIGHT-TERMS
           END-IF.
           IF INV-FREIGHT-PREPAY-ADD OR INV-FREIGHT-PREPAID
               MOVE SPACE TO INV-FREIGHT-ACCOUNT
           END-IF.
      *
       2533-PRICE-FREIGHT.
      *
           IF WS-TOTAL-WEIGHT > ZERO
               COMPUTE INV-FREIGHT-AMOUNT ROUNDED =
                   WS-TOTAL-WEIGHT * CAR-RATE-PER-POUND
               IF INV-FREIGHT-AMOUNT < CAR-MINIMUM-CHARGE
                   MOVE CAR-MINIMUM-CHARGE TO INV-FREIGHT-AMOUNT
               END-IF
           END-IF.
      *
       2600-REWRITE-INVOICE-RECORD.
      *
           EXEC CICS
               REWRITE FILE('INVAB2')
                       FROM(INVOICE-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * AN ORDER TAKEN AGAINST AN ACTIVE BLANKET PO DREW ITS VALUE
      * DOWN AT ENTRY (ORDERAB2 2140); MOVE THE DRAW BY WHATEVER THE
      * CHANGE ADDED OR TOOK OFF.
      *****************************************************************
       2650-ADJUST-BLANKET-DRAW.
      *
           COMPUTE NEW-ORDER-VALUE =
               INV-INVOICE-TOTAL + INV-TAX-AMOUNT + INV-FREIGHT-AMOUNT.
      *
           IF        INV-PO-NUMBER NOT = SPACE
                 AND NEW-ORDER-VALUE NOT = OLD-ORDER-VALUE
               EXEC CICS
                   INQUIRE FILE('BPOAB2')
                       OPENSTATUS(BPO-OPEN-STATUS)
                       ENABLESTATUS(BPO-ENABLE-STATUS)
               END-EXEC
               IF BPO-OPEN-STATUS = DFHVALUE(CLOSED)
                   EXEC CICS
                       SET FILE('BPOAB2') OPEN
                   END-EXEC
                   MOVE 'Y' TO BPO-OPEN
               ELSE IF BPO-OPEN-STATUS = DFHVALUE(OPEN)
                   CONTINUE
               ELSE
                   EXEC CICS
                       ABEND ABCODE ('047')
                   END-EXEC
               END-IF
               END-IF
               MOVE INV-CUSTOMER-NUMBER TO BPO-CUSTOMER-NUMBER
               MOVE INV-PO-NUMBER       TO BPO-PO-NUMBER
               EXEC CICS
                   READ FILE('BPOAB2')
                        INTO(BLANKET-PO-RECORD)
                        RIDFLD(BPO-KEY)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       IF BPO-STATUS-ACTIVE
                           COMPUTE BPO-DRAWN-VALUE =
                               BPO-DRAWN-VALUE + NEW-ORDER-VALUE
                                   - OLD-ORDER-VALUE
                           EXEC CICS
                               REWRITE FILE('BPOAB2')
                                       FROM(BLANKET-PO-RECORD)
                                       RESP(RESPONSE-CODE)
                           END-EXEC
                           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                               PERFORM 9999-TERMINATE-PROGRAM
                           END-IF
                       ELSE
                           EXEC CICS
                               UNLOCK FILE('BPOAB2')
                           END-EXEC
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
       2700-CHECK-DAY-STATUS.
      *
           PERFORM 6600-OPEN-DAY-FILE.
      *
           MOVE 'Y' TO DAY-POSTING-SW.
           MOVE 'D' TO DAY-CONTROL-KEY.
      *
           EXEC CICS
               READ FILE('DAYAB2')
                    INTO(DAY-CONTROL-RECORD)
                    RIDFLD(DAY-CONTROL-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF DAY-IS-CLOSED
                       MOVE 'N' TO DAY-POSTING-SW
                   END-IF
                   MOVE DAY-PROCESSING-DATE TO PERIOD-DATE-MDY
               WHEN DFHRESP(NOTFND)
                   EXEC CICS
                       ASKTIME ABSTIME(ABSOLUTE-TIME)
                   END-EXEC
                   EXEC CICS
                       FORMATTIME ABSTIME(ABSOLUTE-TIME)
                       MMDDYYYY(PERIOD-DATE-MDY)
                   END-EXEC
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           IF DAY-POSTING-ALLOWED
               PERFORM 2750-CHECK-PERIOD-STATUS
           END-IF.
      *
      *****************************************************************
      * THE PERIOD GATE.  A CHANGE MOVES STOCK AND ITS LEDGER DATE IS
      * THE PROCESSING DATE, SO A CLOSED OR LOCKED PERIOD (PERAB2)
      * STOPS IT THE SAME AS A VOID.  NO RECORD MEANS OPEN.
      *****************************************************************
       2750-CHECK-PERIOD-STATUS.
      *
           MOVE 'N' TO PERIOD-CLOSED-SW.
      *
           EXEC CICS
               INQUIRE FILE('PERAB2')
                   OPENSTATUS(PER-OPEN-STATUS)
                   ENABLESTATUS(PER-ENABLE-STATUS)
           END-EXEC.
           IF PER-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PERAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PER-OPEN
           ELSE IF PER-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('054')
               END-EXEC
           END-IF.
      *
      *    EACH COMPANY CLOSES ITS OWN PERIODS; THE CHANGE
      *    BELONGS TO THE ORDER'S COMPANY.
      *
           PERFORM 6000-OPEN-INV-FILE.
           MOVE CA-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
           EXEC CICS
               READ FILE('INVAB2')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
           MOVE INV-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE PCK-YYYY TO PER-PERIOD(1:4).
           MOVE PCK-MM   TO PER-PERIOD(5:2).
           EXEC CICS
               READ FILE('PERAB2')
                    INTO(PERIOD-STATUS-RECORD)
                    RIDFLD(PER-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF PER-STATUS-CLOSED OR PER-STATUS-LOCKED
                       MOVE 'Y' TO PERIOD-CLOSED-SW
                       MOVE 'N' TO DAY-POSTING-SW
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * REVISED PICK TICKET.  ONE TICKET PER WAREHOUSE THE ORDER NOW
      * SHIPS FROM PLUS ANY WAREHOUSE THAT LOST A LINE, ROUTED TO
      * THAT WAREHOUSE'S PRINTER THROUGH PRTOPAB2 THE SAME AS THE
      * ORIGINAL TICKET.  LINES PRINT IN LINE ORDER WITH THEIR BIN
      * AND A NOTE ON WHAT CHANGED; A DELETED LINE PRINTS AT ZERO.
      * CUSTOMER-MASTER-RECORD IS STILL CURRENT FROM THE RECALC.
      *****************************************************************
       2800-PRINT-REVISED-TICKET.
      *
           MOVE INV-INVOICE-NUMBER  TO PT-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO PT-CUSTOMER-NUMBER.
      *
           MOVE CM-FIRST-NAME TO PT-SHIPTO-FNAME.
           MOVE CM-LAST-NAME  TO PT-SHIPTO-LNAME.
           MOVE CM-ADDRESS    TO PT-SHIPTO-ADDRESS.
           MOVE CM-CITY       TO PT-SHIPTO-CITY.
           MOVE CM-STATE      TO PT-SHIPTO-STATE.
           MOVE CM-ZIP-CODE   TO PT-SHIPTO-ZIP.
           MOVE CM-ADDRESS-2  TO PT-SHIPTO-ADDRESS-2.
           MOVE CM-COUNTRY    TO PT-SHIPTO-COUNTRY.
      *
           IF INV-SHIPTO-SEQ NOT = ZERO
               MOVE INV-SHIPTO-SEQ TO NEW-SHIPTO-SEQ
               PERFORM 2111-READ-SHIPTO-RECORD
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE SPACE         TO PT-SHIPTO-FNAME
                   MOVE SHT-NAME      TO PT-SHIPTO-LNAME
                   MOVE SHT-ADDRESS   TO PT-SHIPTO-ADDRESS
                   MOVE SHT-CITY      TO PT-SHIPTO-CITY
                   MOVE SHT-STATE     TO PT-SHIPTO-STATE
                   MOVE SHT-ZIP-CODE  TO PT-SHIPTO-ZIP
                   MOVE SHT-ADDRESS-2 TO PT-SHIPTO-ADDRESS-2
                   MOVE SPACE         TO PT-SHIPTO-COUNTRY
               END-IF
           END-IF.
      *
           MOVE ZERO TO PT-WHSE-COUNT.
           PERFORM 2810-ADD-LINE-WAREHOUSES
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
           PERFORM 2820-PRINT-WAREHOUSE-TICKET
               VARYING PT-WHSE-SUB FROM 1 BY 1
                 UNTIL PT-WHSE-SUB > PT-WHSE-COUNT.
      *
       2810-ADD-LINE-WAREHOUSES.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(ITEM-SUB)
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO PT-ADD-WAREHOUSE
               PERFORM 2811-ADD-TICKET-WAREHOUSE
           END-IF.
           IF LC-DELETE-LINE(ITEM-SUB)
               MOVE LC-WAREHOUSE-CODE(ITEM-SUB) TO PT-ADD-WAREHOUSE
               PERFORM 2811-ADD-TICKET-WAREHOUSE
           END-IF.
      *
       2811-ADD-TICKET-WAREHOUSE.
      *
           MOVE 'N' TO PT-WHSE-FOUND-SW.
           PERFORM 2812-MATCH-TICKET-WAREHOUSE
               VARYING PT-WHSE-SUB FROM 1 BY 1
                 UNTIL PT-WHSE-SUB > PT-WHSE-COUNT
                    OR PT-WHSE-FOUND.
           IF NOT PT-WHSE-FOUND
               ADD 1 TO PT-WHSE-COUNT
               MOVE PT-ADD-WAREHOUSE TO PT-WHSE-CODE(PT-WHSE-COUNT)
           END-IF.
      *
       2812-MATCH-TICKET-WAREHOUSE.
      *
           IF PT-WHSE-CODE(PT-WHSE-SUB) = PT-ADD-WAREHOUSE
               MOVE 'Y' TO PT-WHSE-FOUND-SW
           END-IF.
      *
       2820-PRINT-WAREHOUSE-TICKET.
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
           MOVE ZERO TO PT-WHSE-LINES.
           PERFORM 2830-PRINT-TICKET-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           IF PT-WHSE-LINES = ZERO
               EXEC CICS
                   SPOOLWRITE FROM(PT-NOTHING-LINE)
                              TOKEN(PICK-TICKET-TOKEN)
               END-EXEC
           END-IF.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
       2830-PRINT-TICKET-LINE.
      *
           EVALUATE TRUE
               WHEN LC-DELETE-LINE(ITEM-SUB)
                     AND LC-WAREHOUSE-CODE(ITEM-SUB)
                             = PT-WHSE-CODE(PT-WHSE-SUB)
                   MOVE LC-PRODUCT-CODE(ITEM-SUB)   TO PT-PRODUCT-CODE
                   MOVE ZERO                        TO PT-QUANTITY
                   MOVE LC-WAREHOUSE-CODE(ITEM-SUB)
                       TO PT-WAREHOUSE-CODE
                   MOVE SPACE                       TO PT-BIN-LOCATION
                   MOVE '  *LINE DELETED*'          TO PT-CHANGE-NOTE
                   EXEC CICS
                       SPOOLWRITE FROM(PT-DETAIL-LINE)
                                  TOKEN(PICK-TICKET-TOKEN)
                   END-EXEC
               WHEN INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                     AND NOT INV-LINE-CHARGE(ITEM-SUB)
                     AND INV-WAREHOUSE-CODE(ITEM-SUB)
                             = PT-WHSE-CODE(PT-WHSE-SUB)
                   ADD 1 TO PT-WHSE-LINES
                   MOVE INV-PRODUCT-CODE(ITEM-SUB)  TO PT-PRODUCT-CODE
                   MOVE INV-QUANTITY(ITEM-SUB)      TO PT-QUANTITY
                   MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                       TO PT-WAREHOUSE-CODE
                   PERFORM 2840-READ-LINE-BIN
                   EVALUATE TRUE
                       WHEN LC-ADD-LINE(ITEM-SUB)
                           MOVE '  *LINE ADDED*'    TO PT-CHANGE-NOTE
                       WHEN LC-CHANGE-QUANTITY(ITEM-SUB)
                           MOVE '  *QTY CHANGED*'   TO PT-CHANGE-NOTE
                       WHEN OTHER
                           MOVE SPACE               TO PT-CHANGE-NOTE
                   END-EVALUATE
                   EXEC CICS
                       SPOOLWRITE FROM(PT-DETAIL-LINE)
                                  TOKEN(PICK-TICKET-TOKEN)
                   END-EXEC
           END-EVALUATE.
      *
      *****************************************************************
      * THE LINE'S PICK-FACE BIN ON BINAB2 WHEN ONE EXISTS AT THE
      * SHIPPING WAREHOUSE, ELSE THE OLD SINGLE WHS-BIN-LOCATION -
      * THE SAME BIN THE ORIGINAL TICKET SENT THE PICKER TO.
      *****************************************************************
       2840-READ-LINE-BIN.
      *
           MOVE SPACE TO PT-BIN-LOCATION.
      *
           IF INV-WAREHOUSE-CODE(ITEM-SUB) NOT = SPACE
               PERFORM 2841-FIND-PICK-FACE-BIN
               IF PICK-BIN-FOUND
                   MOVE BIN-BIN-LOCATION TO PT-BIN-LOCATION
               ELSE
                   PERFORM 6200-OPEN-WHS-FILE
                   MOVE INV-PRODUCT-CODE(ITEM-SUB)
                       TO WS-WAREHOUSE-PRODUCT-CODE
                   MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                       TO WS-WAREHOUSE-CODE
                   EXEC CICS
                       READ FILE('WHSAB2')
                            INTO(WAREHOUSE-INVENTORY-RECORD)
                            RIDFLD(WS-WAREHOUSE-KEY)
                            RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE = DFHRESP(NORMAL)
                       MOVE WHS-BIN-LOCATION TO PT-BIN-LOCATION
                   ELSE
                       IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                           PERFORM 9999-TERMINATE-PROGRAM
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       2841-FIND-PICK-FACE-BIN.
      *
           MOVE 'N' TO PICK-BIN-FOUND-SW
                       BIN-BROWSE-EOF-SW.
      *
           EXEC CICS
               INQUIRE FILE('BINAB2')
                   OPENSTATUS(BIN-OPEN-STATUS)
                   ENABLESTATUS(BIN-ENABLE-STATUS)
           END-EXEC.

           IF BIN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('BINAB2') OPEN
               END-EXEC
               MOVE 'Y' TO BIN-OPEN
           ELSE IF BIN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('052')
               END-EXEC
           END-IF.
      *
           MOVE INV-PRODUCT-CODE(ITEM-SUB)   TO BIN-PRODUCT-CODE.
           MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO BIN-WAREHOUSE-CODE.
           MOVE LOW-VALUE                    TO BIN-BIN-LOCATION.
      *
           EXEC CICS
               STARTBR FILE('BINAB2')
                       RIDFLD(BIN-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO BIN-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 2842-READ-NEXT-BIN
               UNTIL BIN-BROWSE-EOF OR PICK-BIN-FOUND.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('BINAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       2842-READ-NEXT-BIN.
      *
           EXEC CICS
               READNEXT FILE('BINAB2')
                        INTO(BIN-STOCK-RECORD)
                        RIDFLD(BIN-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO BIN-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN BIN-PRODUCT-CODE
                       NOT = INV-PRODUCT-CODE(ITEM-SUB)
                 OR BIN-WAREHOUSE-CODE
                       NOT = INV-WAREHOUSE-CODE(ITEM-SUB)
                   MOVE 'Y' TO BIN-BROWSE-EOF-SW
               WHEN BIN-TYPE-PICK-FACE
                   SET PICK-BIN-FOUND TO TRUE
           END-EVALUATE.
      *
      *****************************************************************
      * ORDER CHANGE LOG.  THE CALLER SETS THE CHANGE TYPE AND THE
      * LINE/QUANTITY/PRICE/CODE FIELDS; THIS PARAGRAPH STAMPS THE
      * INVOICE, DATE, TIME, CUSTOMER AND OPERATOR AND WRITES TO
      * OCLAB2, BUMPING THE SEQUENCE ON A KEY COLLISION (SEVERAL
      * CHANGES IN ONE ENTER SHARE A TIME).
      *****************************************************************
       2900-WRITE-CHANGE-LOG.
      *
           PERFORM 6700-OPEN-OCL-FILE.
      *
           MOVE INV-INVOICE-NUMBER  TO OCL-INVOICE-NUMBER.
           MOVE PERIOD-DATE-MDY     TO OCL-CHANGE-DATE.
           MOVE EIBTIME             TO OCL-CHANGE-TIME.
           MOVE ZERO                TO OCL-CHANGE-SEQ.
           MOVE INV-CUSTOMER-NUMBER TO OCL-CUSTOMER-NUMBER.
           MOVE SC-OPERATOR-ID      TO OCL-OPERATOR.
      *
           MOVE 'N' TO LOG-DONE-SW.
           PERFORM 2910-WRITE-LOG-ONCE
               UNTIL LOG-DONE.
      *
       2910-WRITE-LOG-ONCE.
      *
           EXEC CICS
               WRITE FILE('OCLAB2')
                     FROM(ORDER-CHANGE-RECORD)
                     RIDFLD(OCL-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(DUPREC)
                  OR RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO OCL-CHANGE-SEQ
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO LOG-DONE-SW
           END-IF.
      *
      *****************************************************************
      * PERPETUAL INVENTORY LEDGER.  THE CALLER SETS ILG-PRODUCT-CODE,
      * ILG-WAREHOUSE-CODE, ILG-TRAN-TYPE, THE SIGNED ILG-QUANTITY,
      * ILG-TRAN-DATE AND ILG-DOCUMENT-NUMBER; THIS PARAGRAPH STAMPS
      * THE TIME, OPERATOR AND TIE-BREAK SEQUENCE AND WRITES THE
      * MOVEMENT TO ILGAB2, BUMPING THE SEQUENCE ON A KEY COLLISION.
      *****************************************************************
       5900-WRITE-LEDGER-RECORD.
      *
           EXEC CICS
               INQUIRE FILE('ILGAB2')
                   OPENSTATUS(ILG-OPEN-STATUS)
                   ENABLESTATUS(ILG-ENABLE-STATUS)
           END-EXEC.

           IF ILG-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('ILGAB2') OPEN
               END-EXEC
               MOVE 'Y' TO ILG-OPEN
           ELSE IF ILG-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('027')
               END-EXEC
           END-IF.
      *
           MOVE EIBTIME        TO ILG-TRAN-TIME.
           MOVE ZERO           TO ILG-TRAN-SEQ.
           MOVE SC-OPERATOR-ID TO ILG-OPERATOR.
           PERFORM 5910-WRITE-LEDGER-WITH-RETRY.
      *
       5910-WRITE-LEDGER-WITH-RETRY.
      *
           MOVE 'N' TO LEDGER-DONE-SW.
           PERFORM 5911-WRITE-LEDGER-ONCE
               UNTIL LEDGER-DONE.
      *
       5911-WRITE-LEDGER-ONCE.
      *
           EXEC CICS
               WRITE FILE('ILGAB2')
                     FROM(INVENTORY-LEDGER-RECORD)
                     RIDFLD(ILG-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(DUPREC)
                  OR RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO ILG-TRAN-SEQ
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO LEDGER-DONE-SW
           END-IF.
      *
       6000-OPEN-INV-FILE.
      *
           EXEC CICS
               INQUIRE FILE('INVAB2')
                   OPENSTATUS(INV-OPEN-STATUS)
                   ENABLESTATUS(INV-ENABLE-STATUS)
           END-EXEC.
      *
           IF INV-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('INVAB2') OPEN
               END-EXEC
               MOVE 'Y' TO INV-OPEN
           ELSE IF INV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('003')
               END-EXEC
           END-IF.
      *
       6100-OPEN-PRD-FILE.
      *
           EXEC CICS
               INQUIRE FILE('PRDAB2')
                   OPENSTATUS(PRD-OPEN-STATUS)
                   ENABLESTATUS(PRD-ENABLE-STATUS)
           END-EXEC.
      *
           IF PRD-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PRDAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PRD-OPEN
           ELSE IF PRD-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('009')
               END-EXEC
           END-IF.
      *
       6200-OPEN-WHS-FILE.
      *
           EXEC CICS
               INQUIRE FILE('WHSAB2')
                   OPENSTATUS(WHS-OPEN-STATUS)
                   ENABLESTATUS(WHS-ENABLE-STATUS)
           END-EXEC.
      *
           IF WHS-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('WHSAB2') OPEN
               END-EXEC
               MOVE 'Y' TO WHS-OPEN
           ELSE IF WHS-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('012')
               END-EXEC
           END-IF.
      *
       6300-OPEN-BKO-FILE.
      *
           EXEC CICS
               INQUIRE FILE('BKOAB2')
                   OPENSTATUS(BKO-OPEN-STATUS)
                   ENABLESTATUS(BKO-ENABLE-STATUS)
           END-EXEC.
      *
           IF BKO-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('BKOAB2') OPEN
               END-EXEC
               MOVE 'Y' TO BKO-OPEN
           ELSE IF BKO-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('006')
               END-EXEC
           END-IF.
      *
       6400-OPEN-LOT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('LOTAB2')
                   OPENSTATUS(LOT-OPEN-STATUS)
                   ENABLESTATUS(LOT-ENABLE-STATUS)
           END-EXEC.
      *
           IF LOT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('LOTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO LOT-OPEN
           ELSE IF LOT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('039')
               END-EXEC
           END-IF.
      *
       6500-OPEN-CMF-FILE.
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
       6600-OPEN-DAY-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DAYAB2')
                   OPENSTATUS(DAY-OPEN-STATUS)
                   ENABLESTATUS(DAY-ENABLE-STATUS)
           END-EXEC.
      *
           IF DAY-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DAYAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DAY-OPEN
           ELSE IF DAY-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('031')
               END-EXEC
           END-IF.
      *
       6700-OPEN-OCL-FILE.
      *
           EXEC CICS
               INQUIRE FILE('OCLAB2')
                   OPENSTATUS(OCL-OPEN-STATUS)
                   ENABLESTATUS(OCL-ENABLE-STATUS)
           END-EXEC.
      *
           IF OCL-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('OCLAB2') OPEN
               END-EXEC
               MOVE 'Y' TO OCL-OPEN
           ELSE IF OCL-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('133')
               END-EXEC
           END-IF.
      *
      ******************************************************************
      * PARAGRAPHS FOR INTEDIT
      ******************************************************************
      *
       9500-INTEDIT.
      *
           MOVE ZERO TO INT-INTEGER-LENGTH.

           INSPECT INT-UNEDITED-NUMBER
               REPLACING LEADING SPACE BY ZERO.

           INSPECT INT-UNEDITED-NUMBER
               TALLYING INT-INTEGER-LENGTH FOR CHARACTERS
                   BEFORE INITIAL SPACE.

           IF INT-UNEDITED-NUMBER(1:INT-INTEGER-LENGTH) NUMERIC
               MOVE INT-UNEDITED-NUMBER(1:INT-INTEGER-LENGTH)
                 TO INT-EDITED-NUMBER
               MOVE 'Y'
                 TO INT-VALID-NUMBER-SW
           ELSE
               MOVE 'N'
                 TO INT-VALID-NUMBER-SW
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
