      *     ALREADY-BILLED INVOICE ROLLS BY THE DIFFERENCE ONLY,
      *   - THE CARRIER, TRACKING NUMBER AND SHIP DATE ARE STORED ON
      *     THE INVOICE (SHOWN BY INVLKAB2 AND CMHSTAB2) AND A
      *     SHIPMENT NOTICE IS SPOOLED FOR THE CUSTOMER ON THE
      *     SHIPPING WAREHOUSE'S OWN PRINTER.
      * AN ORDER RELEASED IN A WAVRLB2 PICK WAVE SHOWS ITS WAVE
      * NUMBER WITH THE INVOICE, SO THE PACK STATION CAN MATCH IT TO
      * THE WAVE'S SORT-TO-ORDER SHEET.
      * AN ORDER PACKED INTO CARTONS AT THE PACK STATION (PCKAB2)
      * SHOWS THE PACKED TOTAL AS EACH LINE'S SHIPPED QUANTITY, A
      * BLANK SHIPPED QUANTITY TAKES THE PACKED TOTAL RATHER THAN THE
      * BILLED QUANTITY, AND A KEYED QUANTITY THAT DOES NOT MATCH
      * WHAT IS IN THE BOXES IS REJECTED - THE CARTONS ARE THE RECORD
      * OF WHAT LEFT THE DOCK.  THE SHIPMENT NOTICE GIVES THE CARTON
      * COUNT.
      * A CUSTOMER ON CASH-IN-ADVANCE TERMS (TRM-CASH-IN-ADVANCE) IS
      * NOT SHIPPED UNTIL THE OPEN DEPOSITS TAKEN AGAINST THE ORDER
      * THROUGH CSHEAB2 (DEPAB2) COVER THE ORDER TOTAL.  WHEN AN
      * ORDER WITH DEPOSITS BILLS, THE DEPOSITS APPLY TO THE NEW
      * OPEN ITEM: AN APPAB2 APPLICATION IS WRITTEN FOR EACH, THE
      * OPEN ITEM IS RELIEVED, THE RECEIPT'S ON-ACCOUNT AMOUNT MOVES
      * TO APPLIED AND THE DEPOSIT IS MARKED USED.  THE CUSTOMER
      * BALANCE IS NOT TOUCHED - THE CHECK ALREADY REDUCED IT.
      * AN ORDER DELIVERED ON ONE OF OUR OWN TRUCKS IS CONFIRMED HERE
      * TOO, FROM THE DRIVER'S SIGNED MANIFEST (RTELDB2): THE ROUTE
      * CODE (RTEAB2) IS KEYED IN THE CARRIER FIELD AND THE MANIFEST
      * NUMBER AS THE TRACKING NUMBER, AND THE POSTING IS EXACTLY AS
      * FOR A COMMON CARRIER.
      * AN ORDER PAID BY CARD CARRIES THE AUTHORIZATION ORDER ENTRY
      * WROTE TO CAUAB2.  WHEN IT BILLS, THE CARD IS CAPTURED FOR
      * WHAT THE INVOICE COMES TO AFTER ANY DEPOSITS, NEVER MORE THAN
      * WAS AUTHORIZED; ANY REMAINDER STAYS ON THE OPEN ITEM FOR THE
      * CUSTOMER'S TERMS.  THE NIGHTLY SETTLEMENT (CAUSTB2) SENDS THE
      * CAPTURE TO THE PROCESSOR AND POSTS THE RECEIPT.  THE
      * AUTHORIZED AMOUNT COUNTS TOWARD A CASH-IN-ADVANCE ORDER'S
      * COVERAGE THE SAME AS A DEPOSIT.
      * A SHIPMENT LEAVING THE COUNTRY - ONE WHOSE DESTINATION
      * COUNTRY IS SET AND IS NOT THE US, TAKEN FROM THE SHIP-TO
      * BRANCH (SHT-COUNTRY) WHEN THE INVOICE CARRIES ONE AND FROM
      * CM-COUNTRY OTHERWISE - ALSO SPOOLS A COMMERCIAL INVOICE AND
      * PACKING DECLARATION, MADE OUT TO WHERE THE GOODS GO, AT THE
      * SAME PRINTER: EACH GOODS LINE WITH ITS HARMONIZED TARIFF CODE,
      * COUNTRY OF ORIGIN AND SHIPPING WEIGHT FROM PRDAB2, VALUED IN
      * DOLLARS AND IN THE CUSTOMER'S CURRENCY AT THE RATE STAMPED ON
      * THE INVOICE, AND WRITES THE SHIPMENT TO THE EXLAB2 EXPORT LOG
      * FOR THE COMPLIANCE FILE.
      * AN INVOICE WITH A HAZARDOUS MATERIAL ON IT (PRD-HAZMAT) IS
      * NOT CONFIRMED ON A COMMON CARRIER THAT DOES NOT ACCEPT
      * HAZMAT (CAR-ACCEPTS-HAZMAT).  OUR OWN DELIVERY ROUTES ARE
      * NOT HELD TO THE CARRIER FLAG.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  CAR-OPEN                PIC X VALUE 'N'.
           02  CAR-OPEN-STATUS         PIC S9(8) COMP.
           02  CAR-ENABLE-STATUS       PIC S9(8) COMP.
           02  RTE-OPEN                PIC X VALUE 'N'.
           02  RTE-OPEN-STATUS         PIC S9(8) COMP.
           02  RTE-ENABLE-STATUS       PIC S9(8) COMP.
           02  INV-OPEN                PIC X VALUE 'N'.
           02  INV-OPEN-STATUS         PIC S9(8) COMP.
           02  INV-ENABLE-STATUS       PIC S9(8) COMP.
           02  OPN-OPEN                PIC X VALUE 'N'.
           02  OPN-OPEN-STATUS         PIC S9(8) COMP.
           02  OPN-ENABLE-STATUS       PIC S9(8) COMP.
           02  CTN-OPEN                PIC X VALUE 'N'.
           02  CTN-OPEN-STATUS         PIC S9(8) COMP.
           02  CTN-ENABLE-STATUS       PIC S9(8) COMP.
           02  DEP-OPEN                PIC X VALUE 'N'.
           02  DEP-OPEN-STATUS         PIC S9(8) COMP.
           02  DEP-ENABLE-STATUS       PIC S9(8) COMP.
           02  PAY-OPEN                PIC X VALUE 'N'.
           02  PAY-OPEN-STATUS         PIC S9(8) COMP.
           02  PAY-ENABLE-STATUS       PIC S9(8) COMP.
           02  APP-OPEN                PIC X VALUE 'N'.
           02  APP-OPEN-STATUS         PIC S9(8) COMP.
           02  APP-ENABLE-STATUS       PIC S9(8) COMP.
           02  CAU-OPEN                PIC X VALUE 'N'.
           02  CAU-OPEN-STATUS         PIC S9(8) COMP.
           02  CAU-ENABLE-STATUS       PIC S9(8) COMP.
           02  EXL-OPEN                PIC X VALUE 'N'.
           02  EXL-OPEN-STATUS         PIC S9(8) COMP.
           02  EXL-ENABLE-STATUS       PIC S9(8) COMP.
           02  SHT-OPEN                PIC X VALUE 'N'.
           02  SHT-OPEN-STATUS         PIC S9(8) COMP.
           02  SHT-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  LOT-FILE-STATUS.
           02  LOT-OPEN                PIC X VALUE 'N'.
               88  FIRST-BILLING                      VALUE 'Y'.
           05  SER-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  SER-BROWSE-EOF                     VALUE 'Y'.
           05  CTN-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  CTN-BROWSE-EOF                     VALUE 'Y'.
           05  DEP-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  DEP-BROWSE-EOF                     VALUE 'Y'.
           05  APP-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  APP-BROWSE-EOF                     VALUE 'Y'.
           05  DEPOSIT-SHORT-SW            PIC X(01)  VALUE 'N'.
               88  DEPOSIT-SHORT                      VALUE 'Y'.
           05  EXPORT-SHIPMENT-SW          PIC X(01)  VALUE 'N'.
               88  EXPORT-SHIPMENT                    VALUE 'Y'.
           05  EXPORT-TO-SHIPTO-SW         PIC X(01)  VALUE 'N'.
               88  EXPORT-TO-SHIPTO                   VALUE 'Y'.
           05  COMMON-CARRIER-SW           PIC X(01)  VALUE 'N'.
               88  COMMON-CARRIER                     VALUE 'Y'.
           05  SHIP-HAZMAT-SW              PIC X(01)  VALUE 'N'.
               88  SHIP-HAS-HAZMAT                    VALUE 'Y'.
      *
       01  FLAGS.
      *
               10  WS-RBA-MM       PIC 9(02).
               10  WS-RBA-DD       PIC 9(02).
               10  WS-RBA-YYYY     PIC 9(04).
           05  CTN-SUB             PIC S9(03)  COMP-3.
           05  WS-CARTON-COUNT     PIC S9(03)  COMP-3  VALUE ZERO.
           05  WS-PACKED-EDIT      PIC Z(04)9.
           05  WS-PACKED-TOTALS.
               10  WS-PACKED-QTY   OCCURS 10 TIMES
                                   PIC S9(07)  COMP-3.
           05  DEP-SUB             PIC S9(03)  COMP-3.
           05  DEP-COUNT           PIC S9(03)  COMP-3  VALUE ZERO.
           05  DEP-PICK-KEYS.
               10  DEP-PICK-KEY    OCCURS 20 TIMES PIC X(16).
           05  WS-DEPOSIT-AVAILABLE PIC S9(09)V99 COMP-3.
           05  WS-DEPOSIT-LEFT     PIC S9(09)V99 COMP-3.
           05  WS-DEP-APPLY        PIC S9(07)V99.
           05  WS-ORDER-AMOUNT     PIC S9(09)V99 COMP-3.
           05  WS-CARD-AUTHORIZED  PIC S9(07)V99 COMP-3.
           05  WS-DEP-EDIT         PIC Z(06)9.99.
           05  WS-ORD-EDIT         PIC Z(06)9.99.
           05  WS-NEXT-APP-SEQ     PIC 9(02).
           05  WS-APP-BROWSE-KEY.
               10  WS-APP-INVOICE-NUMBER    PIC 9(06).
               10  WS-APP-APPLICATION-SEQ   PIC 9(02).
           05  WS-EXP-DEST-COUNTRY PIC X(03).
           05  WS-EXP-CURRENCY     PIC X(03).
           05  WS-EXP-RATE         PIC 9(03)V9(06).
           05  WS-EXP-LINE-WEIGHT  PIC S9(09)V99 COMP-3.
           05  WS-EXP-LINE-FOREIGN PIC S9(11)V99 COMP-3.
           05  WS-EXP-GOODS-VALUE  PIC S9(09)V99 COMP-3.
           05  WS-EXP-GOODS-FOREIGN PIC S9(11)V99 COMP-3.
           05  WS-EXP-CHARGES      PIC S9(09)V99 COMP-3.
           05  WS-EXP-WEIGHT       PIC S9(09)V99 COMP-3.
           05  WS-EXP-LINE-COUNT   PIC S9(03)  COMP-3.
           05  WS-EXP-UNCLASSIFIED PIC S9(03)  COMP-3.
      *
      *****************************************************************
      * DUE-DATE WORK AREA FOR 2520-STAMP-DUE-DATE - THE SAME
                                   OCCURS 12 TIMES PIC 9(02).
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
       01  RECEIPT-RESPONSE-CODE             PIC S9(08)  COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       01  SHIP-NOTICE-TOKEN           PIC X(08).
      *
       COPY PRTPARM.
      *
       01  SN-HEADER-LINE.
           05  FILLER              PIC X(25) VALUE
           05  SN-CARRIER          PIC X(04).
           05  FILLER              PIC X(10) VALUE ' TRACKING '.
           05  SN-TRACKING         PIC X(20).
           05  FILLER              PIC X(09) VALUE ' CARTONS '.
           05  SN-CARTONS          PIC ZZ9.
      *
      *****************************************************************
      * COMMERCIAL INVOICE AND PACKING DECLARATION FOR A SHIPMENT
      * LEAVING THE COUNTRY, BUILT IN 2870-PRINT-EXPORT-DOCUMENTS.
      *****************************************************************
       01  EXPORT-DOCUMENT-TOKEN       PIC X(08).
      *
       01  CI-PRINT-LINE           PIC X(132) VALUE SPACE.
      *
       01  CI-TITLE-LINE.
           05  FILLER              PIC X(42) VALUE
               'COMMERCIAL INVOICE AND PACKING DECLARATION'.
           05  FILLER              PIC X(10) VALUE '   INVOICE'.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-INVOICE-NUMBER   PIC 9(06).
           05  FILLER              PIC X(12) VALUE '   SHIP DATE'.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-SHIP-DATE        PIC X(08).
           05  FILLER              PIC X(06) VALUE '   PO '.
           05  CI-PO-NUMBER        PIC X(10).
           05  FILLER              PIC X(36) VALUE SPACE.
      *
       01  CI-CONSIGNEE-LINE.
           05  FILLER              PIC X(11) VALUE 'CONSIGNEE  '.
           05  CI-CUSTOMER-NUMBER  PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-FIRST-NAME       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-LAST-NAME        PIC X(30).
           05  FILLER              PIC X(62) VALUE SPACE.
      *
       01  CI-ADDRESS-LINE.
           05  FILLER              PIC X(11) VALUE SPACE.
           05  CI-ADDRESS          PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-ADDRESS-2        PIC X(30).
           05  FILLER              PIC X(59) VALUE SPACE.
      *
       01  CI-CITY-LINE.
           05  FILLER              PIC X(11) VALUE SPACE.
           05  CI-CITY             PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-STATE            PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(10) VALUE '  COUNTRY '.
           05  CI-COUNTRY          PIC X(03).
           05  FILLER              PIC X(74) VALUE SPACE.
      *
       01  CI-SHIPMENT-LINE.
           05  FILLER              PIC X(11) VALUE 'CARRIER    '.
           05  CI-CARRIER          PIC X(04).
           05  FILLER              PIC X(10) VALUE ' TRACKING '.
           05  CI-TRACKING         PIC X(20).
           05  FILLER              PIC X(11) VALUE '  CURRENCY '.
           05  CI-CURRENCY         PIC X(03).
           05  FILLER              PIC X(07) VALUE '  RATE '.
           05  CI-RATE             PIC ZZ9.999999.
           05  FILLER              PIC X(56) VALUE SPACE.
      *
       01  CI-COLUMN-LINE.
           05  FILLER              PIC X(11) VALUE 'PRODUCT'.
           05  FILLER              PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(12) VALUE 'TARIFF CODE'.
           05  FILLER              PIC X(05) VALUE 'ORG'.
           05  FILLER              PIC X(11) VALUE ' QUANTITY'.
           05  FILLER              PIC X(16) VALUE
               '   SHIP WEIGHT'.
           05  FILLER              PIC X(15) VALUE
               '  VALUE (USD)'.
           05  FILLER              PIC X(21) VALUE
               ' VALUE (CURRENCY)'.
           05  FILLER              PIC X(20) VALUE SPACE.
      *
       01  CI-DETAIL-LINE.
           05  CI-PRODUCT-CODE     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-TARIFF-CODE      PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-ORIGIN           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-QUANTITY         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-WEIGHT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-VALUE            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-FOREIGN-VALUE    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-LINE-CURRENCY    PIC X(03).
           05  FILLER              PIC X(20) VALUE SPACE.
      *
       01  CI-TOTAL-LINE.
           05  CI-TOTAL-LABEL      PIC X(58).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-TOTAL-WEIGHT     PIC ZZZ,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-TOTAL-VALUE      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  CI-TOTAL-FOREIGN    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CI-TOTAL-CURRENCY   PIC X(03).
           05  FILLER              PIC X(20) VALUE SPACE.
      *
       01  CI-PACKING-LINE.
           05  FILLER              PIC X(10) VALUE 'PACKAGES  '.
           05  CI-CARTONS          PIC ZZ9.
           05  FILLER              PIC X(26) VALUE
               '   TOTAL SHIPPING WEIGHT  '.
           05  CI-PACKED-WEIGHT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(79) VALUE SPACE.
      *
       01  CI-WARNING-LINE.
           05  FILLER              PIC X(04) VALUE '*** '.
           05  CI-UNCLASSIFIED     PIC Z9.
           05  FILLER              PIC X(42) VALUE
               ' GOODS LINE(S) HAVE NO TARIFF CODE OR NO C'.
           05  FILLER              PIC X(39) VALUE
               'OUNTRY OF ORIGIN - COMPLETE BY HAND ***'.
           05  FILLER              PIC X(45) VALUE SPACE.
      *
       01  CI-DECLARE-LINE.
           05  FILLER              PIC X(45) VALUE
               'I DECLARE THAT THE INFORMATION ON THIS INVOIC'.
           05  FILLER              PIC X(45) VALUE
               'E IS TRUE AND CORRECT AND THAT THE GOODS ARE '.
           05  FILLER              PIC X(29) VALUE
               'OF THE ORIGIN SHOWN.'.
           05  FILLER              PIC X(13) VALUE SPACE.
      *
       01  CI-SIGNATURE-LINE.
           05  FILLER              PIC X(45) VALUE
               'SIGNED ______________________________   DATE '.
           05  FILLER              PIC X(10) VALUE '__________'.
           05  FILLER              PIC X(77) VALUE SPACE.
      *
       COPY INVOICE.
      *
       COPY TAXJUR.
      *
       COPY CARRIER.
      *
       COPY ROUTE.
      *
       COPY TERMS.
      *
       COPY SERIAL.
      *
       COPY OPENITEM.
      *
       COPY CARTON.
      *
       COPY DEPOSIT.
      *
       COPY CASHRCT.
      *
       COPY CASHAPP.
      *
       COPY CARDAUTH.
      *
       COPY EXPLOG.
      *
       COPY SHIPTO.
      *
       COPY SHCSAB2.
      *
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-CONFIRM-MAP
               WHEN OTHER
                   PERFORM 2050-CHECK-DEPOSIT-COVERAGE
                   IF DEPOSIT-SHORT
                       MOVE ATTR-REVERSE TO SHC-H-INVNO
                       MOVE -1 TO SHC-L-INVNO
                       PERFORM 2055-FORMAT-DEPOSIT-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-CONFIRM-MAP
                   ELSE
                       PERFORM 1300-SHOW-INVOICE-LINES
                   END-IF
           END-EVALUATE.
      *
       1300-SHOW-INVOICE-LINES.
      *
           MOVE INV-CUSTOMER-NUMBER TO SHC-D-CUSTNO.
           MOVE INV-INVOICE-DATE    TO SHC-D-INVDATE.
           IF        INV-WAVE-NUMBER NUMERIC
                 AND INV-WAVE-NUMBER > ZERO
               MOVE INV-WAVE-NUMBER TO SHC-D-WAVENO
           ELSE
               MOVE SPACE TO SHC-D-WAVENO
           END-IF.
      *
           PERFORM 1500-TOTAL-PACKED-CARTONS.
      *
           PERFORM 1310-SHOW-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           IF WS-CARTON-COUNT > ZERO
               MOVE 'Shipped quantities are as packed in cartons.  Key
      -             'carrier and tracking.' TO SHC-D-INSTR
           ELSE
               MOVE 'Key shipped quantities (blank = shipped in full),
      -             'carrier and tracking.' TO SHC-D-INSTR
           END-IF.
           MOVE 'F3=Exit  F4=New invoice  F12=Cancel' TO SHC-D-FKEY.
           MOVE -1 TO SHC-L-CARRIER.
           SET SEND-DATAONLY TO TRUE.
                   TO SHC-D-WHSE(ITEM-SUB)
               MOVE INV-QUANTITY(ITEM-SUB)
                   TO SHC-D-BILLQTY(ITEM-SUB)
               IF        WS-CARTON-COUNT > ZERO
                     AND NOT INV-LINE-CHARGE(ITEM-SUB)
                   MOVE WS-PACKED-QTY(ITEM-SUB) TO WS-PACKED-EDIT
                   MOVE WS-PACKED-EDIT
                       TO SHC-D-SHPQTY-ALPHA(ITEM-SUB)
               END-IF
           ELSE
               MOVE SPACE TO SHC-D-PCODE(ITEM-SUB)
                             SHC-D-WHSE(ITEM-SUB)
               MOVE ZERO  TO SHC-D-BILLQTY(ITEM-SUB)
           END-IF.
      *
      *****************************************************************
      * ADD UP WHAT THE PACK STATION PUT IN CARTONS AGAINST EACH LINE
      * OF THE INVOICE (CTNAB2).  NO CARTONS MEANS THE ORDER WAS NOT
      * PACKED THROUGH PCKAB2 AND THE KEYED QUANTITIES STAND.
      *****************************************************************
       1500-TOTAL-PACKED-CARTONS.
      *
           PERFORM 7200-OPEN-CTN-FILE.
      *
           PERFORM 1510-CLEAR-PACKED-QTY
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
           MOVE ZERO TO WS-CARTON-COUNT.
           MOVE 'N'  TO CTN-BROWSE-EOF-SW.
      *
           MOVE CA-INVOICE-NUMBER TO CTN-INVOICE-NUMBER.
           MOVE ZERO              TO CTN-CARTON-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('CTNAB2')
                       RIDFLD(CTN-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO CTN-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 1520-READ-NEXT-CARTON
               UNTIL CTN-BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('CTNAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       1510-CLEAR-PACKED-QTY.
      *
           MOVE ZERO TO WS-PACKED-QTY(ITEM-SUB).
      *
       1520-READ-NEXT-CARTON.
      *
           EXEC CICS
               READNEXT FILE('CTNAB2')
                        INTO(CARTON-RECORD)
                        RIDFLD(CTN-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO CTN-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN CTN-INVOICE-NUMBER NOT = CA-INVOICE-NUMBER
                   MOVE 'Y' TO CTN-BROWSE-EOF-SW
               WHEN OTHER
                   ADD 1 TO WS-CARTON-COUNT
                   PERFORM 1530-ADD-CARTON-ITEM
                       VARYING CTN-SUB FROM 1 BY 1
                         UNTIL CTN-SUB > CTN-ITEM-COUNT
                            OR CTN-SUB > 10
           END-EVALUATE.
      *
       1530-ADD-CARTON-ITEM.
      *
           IF        CTN-LINE-NUMBER(CTN-SUB) > ZERO
                 AND CTN-LINE-NUMBER(CTN-SUB) NOT > 10
               ADD CTN-QUANTITY(CTN-SUB)
                   TO WS-PACKED-QTY(CTN-LINE-NUMBER(CTN-SUB))
           END-IF.
      *
       2000-POST-CONFIRMATION.
      *
               PERFORM 1400-SEND-CONFIRM-MAP
           ELSE
               PERFORM 2200-READ-INVOICE-FOR-UPDATE
               PERFORM 2050-CHECK-DEPOSIT-COVERAGE
      *
      *        THE INVOICE WAS FREE WHEN IT WAS DISPLAYED, BUT A VOID
      *        OR ANOTHER CONFIRMATION MAY HAVE LANDED SINCE.  NOW
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-CONFIRM-MAP
               ELSE
      *
      *        THE ORDER MAY HAVE GROWN THROUGH ORDCHAB2 SINCE IT WAS
      *        DISPLAYED - A CASH-IN-ADVANCE ORDER IS CHECKED AGAINST
      *        ITS DEPOSITS AGAIN AS IT STANDS NOW.
      *
               IF DEPOSIT-SHORT
                   EXEC CICS
                       UNLOCK FILE('INVAB2')
                   END-EXEC
                   PERFORM 2055-FORMAT-DEPOSIT-MESSAGE
                   MOVE -1 TO SHC-L-INVNO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-CONFIRM-MAP
               ELSE
               PERFORM 2300-APPLY-SHIPPED-QUANTITIES
               PERFORM 2400-REFIGURE-INVOICE
               PERFORM 2500-STAMP-SHIPMENT
                       VARYING ITEM-SUB FROM 1 BY 1
                         UNTIL ITEM-SUB > 10
                   PERFORM 2970-WRITE-OPEN-ITEM
                   PERFORM 2980-APPLY-ORDER-DEPOSITS
                   PERFORM 2990-CAPTURE-CARD-PAYMENT
               END-IF
               PERFORM 2800-SPOOL-SHIP-NOTICE
               PERFORM 2850-QUEUE-SHIP-NOTICE
               PERFORM 2860-CHECK-EXPORT-SHIPMENT
               IF EXPORT-SHIPMENT
                   PERFORM 2870-PRINT-EXPORT-DOCUMENTS
                   PERFORM 2880-WRITE-EXPORT-LOG
               END-IF
               SET PROCESS-INVOICE-ENTRY TO TRUE
               MOVE LOW-VALUE TO SHCMAP1
               EVALUATE TRUE
                   WHEN NOT EXPORT-SHIPMENT
                       MOVE 'Shipment confirmed.' TO SHC-D-MESSAGE
                   WHEN WS-EXP-UNCLASSIFIED > ZERO
                       MOVE 'Shipment confirmed.  Export papers printed 
      -                     '- some lines have no tariff code.'
                           TO SHC-D-MESSAGE
                   WHEN OTHER
                       MOVE
                         'Shipment confirmed.  Export papers printed.'
                           TO SHC-D-MESSAGE
               END-EVALUATE
               MOVE 'Type an invoice number.  Then press Enter.'
                   TO SHC-D-INSTR
               MOVE 'F3=Exit  F12=Cancel' TO SHC-D-FKEY
               SET SEND-ERASE TO TRUE
               PERFORM 1400-SEND-CONFIRM-MAP
               END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * DEPOSITS ON AN ORDER THAT HAS NOT BILLED (STATUS O).  THE
      * OPEN DEPOSITS ARE TOTALLED INTO WS-DEPOSIT-AVAILABLE AND
      * THEIR KEYS KEPT IN DEP-PICK-KEY FOR 2980 TO APPLY AT BILLING.
      * IF THE CUSTOMER'S TERMS ARE CASH IN ADVANCE AND THE DEPOSITS
      * DO NOT COVER THE ORDER TOTAL, DEPOSIT-SHORT IS SET AND THE
      * ORDER DOES NOT SHIP.  INVOICE-RECORD MUST BE IN STORAGE.
      *****************************************************************
       2050-CHECK-DEPOSIT-COVERAGE.
      *
           MOVE 'N'  TO DEPOSIT-SHORT-SW.
           MOVE ZERO TO DEP-COUNT
                        WS-DEPOSIT-AVAILABLE
                        WS-CARD-AUTHORIZED.
      *
           IF INV-ORDER-OPEN
               PERFORM 2060-COLLECT-DEPOSITS
               PERFORM 2065-READ-CARD-AUTHORIZATION
               COMPUTE WS-ORDER-AMOUNT =
                   INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                       + INV-FREIGHT-AMOUNT
               IF (WS-DEPOSIT-AVAILABLE + WS-CARD-AUTHORIZED)
                       < WS-ORDER-AMOUNT
                   PERFORM 2420-READ-CUSTOMER-RECORD
                   PERFORM 2052-READ-TERMS-CODE
                   IF TRM-CASH-IN-ADVANCE
                       SET DEPOSIT-SHORT TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       2052-READ-TERMS-CODE.
      *
           MOVE 'N' TO TRM-CIA-SW.
      *
           IF CM-TERMS-CODE NOT = SPACE
               PERFORM 7600-OPEN-TRM-FILE
               MOVE CM-TERMS-CODE TO TRM-TERMS-CODE
               EXEC CICS
                   READ FILE('TRMAB2')
                        INTO(TERMS-CODE-RECORD)
                        RIDFLD(TRM-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO TRM-CIA-SW
               ELSE
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               END-IF
           END-IF.
      *
       2055-FORMAT-DEPOSIT-MESSAGE.
      *
           MOVE WS-DEPOSIT-AVAILABLE TO WS-DEP-EDIT.
           MOVE WS-ORDER-AMOUNT      TO WS-ORD-EDIT.
           MOVE SPACE TO SHC-D-MESSAGE.
           STRING 'Cash in advance: deposits'  DELIMITED BY SIZE
                  WS-DEP-EDIT                  DELIMITED BY SIZE
                  ' short of order'            DELIMITED BY SIZE
                  WS-ORD-EDIT                  DELIMITED BY SIZE
                  '. Not shipped.'             DELIMITED BY SIZE
                  INTO SHC-D-MESSAGE.
      *
      *****************************************************************
      * THE AMOUNT STILL AUTHORIZED ON THE ORDER'S CARD, ZERO FOR AN
      * ORDER ON ACCOUNT OR ONE ALREADY CAPTURED.
      *****************************************************************
       2065-READ-CARD-AUTHORIZATION.
      *
           MOVE ZERO TO WS-CARD-AUTHORIZED.
           PERFORM 7700-OPEN-CAU-FILE.
           MOVE INV-INVOICE-NUMBER TO CAU-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('CAUAB2')
                    INTO(CARD-AUTH-RECORD)
                    RIDFLD(CAU-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF CAU-STATUS-AUTHORIZED
                       MOVE CAU-AUTH-AMOUNT TO WS-CARD-AUTHORIZED
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2060-COLLECT-DEPOSITS.
      *
           PERFORM 7300-OPEN-DEP-FILE.
      *
           MOVE 'N'                TO DEP-BROWSE-EOF-SW.
           MOVE INV-INVOICE-NUMBER TO DEP-INVOICE-NUMBER.
           MOVE LOW-VALUE          TO DEP-CHECK-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('DEPAB2')
                       RIDFLD(DEP-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO DEP-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 2061-READ-NEXT-DEPOSIT
               UNTIL DEP-BROWSE-EOF OR DEP-COUNT >= 20.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('DEPAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       2061-READ-NEXT-DEPOSIT.
      *
           EXEC CICS
               READNEXT FILE('DEPAB2')
                        INTO(CUSTOMER-DEPOSIT-RECORD)
                        RIDFLD(DEP-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO DEP-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN DEP-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER
                   MOVE 'Y' TO DEP-BROWSE-EOF-SW
               WHEN DEP-STATUS-OPEN
                AND DEP-AMOUNT > DEP-APPLIED-AMOUNT
                   PERFORM 2062-TAKE-OPEN-DEPOSIT
           END-EVALUATE.
      *
      *****************************************************************
      * A DEPOSIT WHOSE CHECK HAS BOUNCED (NSFEAB2 FLAGS THE PAYAB2
      * RECEIPT) IS NOT MONEY IN HAND - IT IS NEITHER COUNTED TOWARD
      * THE ORDER NOR APPLIED.
      *****************************************************************
       2062-TAKE-OPEN-DEPOSIT.
      *
           PERFORM 7400-OPEN-PAY-FILE.
      *
           MOVE DEP-CUSTOMER-NUMBER TO PAY-CUSTOMER-NUMBER.
           MOVE DEP-CHECK-NUMBER    TO PAY-CHECK-NUMBER.
      *
           EXEC CICS
               READ FILE('PAYAB2')
                    INTO(CASH-RECEIPT-RECORD)
                    RIDFLD(PAY-KEY)
                    RESP(RECEIPT-RESPONSE-CODE)
           END-EXEC.
      *
           IF        RECEIPT-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 AND RECEIPT-RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF        RECEIPT-RESPONSE-CODE = DFHRESP(NORMAL)
                 AND PAY-NSF-REVERSED
               CONTINUE
           ELSE
               ADD 1 TO DEP-COUNT
               MOVE DEP-KEY TO DEP-PICK-KEY(DEP-COUNT)
               COMPUTE WS-DEPOSIT-AVAILABLE =
                   WS-DEPOSIT-AVAILABLE
                       + DEP-AMOUNT - DEP-APPLIED-AMOUNT
           END-IF.
      *
       2100-EDIT-CONFIRM-DATA.
           ELSE
               PERFORM 2120-READ-CARRIER-RECORD
           END-IF.
      *
           PERFORM 1500-TOTAL-PACKED-CARTONS.
      *
           IF        SHC-L-SHPDATE > ZERO
                 AND SHC-D-SHPDATE NOT = SPACE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           PERFORM 2105-READ-INVOICE-LINES.
           PERFORM 2110-EDIT-SHIPPED-QTY
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           MOVE 'N' TO SHIP-HAZMAT-SW.
           IF COMMON-CARRIER AND NOT CAR-ACCEPTS-HAZMAT
               PERFORM 6300-OPEN-PRD-FILE
               PERFORM 2130-CHECK-HAZMAT-LINE
                   VARYING ITEM-SUB FROM 1 BY 1
                     UNTIL ITEM-SUB > 10
           END-IF.
           IF SHIP-HAS-HAZMAT
               MOVE ATTR-REVERSE TO SHC-H-CARRIER
               MOVE -1 TO SHC-L-CARRIER
               MOVE 'That carrier does not accept hazardous materials.'
                   TO SHC-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      *    THE LINES ARE NEEDED TO KNOW WHICH ARE CHARGE LINES; THE
      *    UPDATE READ IN 2200 CATCHES AN INVOICE THAT HAS GONE.
      *
       2105-READ-INVOICE-LINES.
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
               MOVE SPACE TO INVOICE-RECORD
           END-IF.
      *
       2110-EDIT-SHIPPED-QTY.
      *
                   MOVE 'Shipped quantity must be numeric.'
                       TO SHC-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   IF        WS-CARTON-COUNT > ZERO
                         AND NOT INV-LINE-CHARGE(ITEM-SUB)
                         AND INT-EDITED-NUMBER
                                 NOT = WS-PACKED-QTY(ITEM-SUB)
                       MOVE ATTR-REVERSE TO SHC-H-SHPQTY(ITEM-SUB)
                       MOVE -1 TO SHC-L-SHPQTY(ITEM-SUB)
                       MOVE 'Shipped quantity must match what is packed
      -                     ' in the cartons.' TO SHC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
       2120-READ-CARRIER-RECORD.
      *
           MOVE 'N' TO COMMON-CARRIER-SW.
      *
           EXEC CICS
               INQUIRE FILE('CARAB2')
                    RIDFLD(CAR-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               PERFORM 2125-READ-ROUTE-RECORD
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO COMMON-CARRIER-SW
           END-IF.
      *
      *    NOT A COMMON CARRIER - IT MAY BE ONE OF OUR OWN DELIVERY
      *    ROUTES COMING BACK WITH THE DRIVER'S MANIFEST.
      *
       2125-READ-ROUTE-RECORD.
      *
           EXEC CICS
               INQUIRE FILE('RTEAB2')
                   OPENSTATUS(RTE-OPEN-STATUS)
                   ENABLESTATUS(RTE-ENABLE-STATUS)
           END-EXEC.

           IF RTE-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RTEAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RTE-OPEN
           ELSE IF RTE-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('142')
               END-EXEC
           END-IF.
      *
           MOVE SHC-D-CARRIER TO RTE-ROUTE-CODE.
      *
           EXEC CICS
               READ FILE('RTEAB2')
                    INTO(DELIVERY-ROUTE-RECORD)
                    RIDFLD(RTE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO SHC-H-CARRIER
               MOVE -1 TO SHC-L-CARRIER
               MOVE 'That is not a carrier or one of our delivery routes
      -             '.' TO SHC-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *    A GOODS LINE WHOSE PRODUCT IS HAZMAT.  A PRODUCT GONE FROM
      *    PRDAB2 SINCE THE ORDER WAS TAKEN IS LEFT TO THE POSTING.
      *
       2130-CHECK-HAZMAT-LINE.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(ITEM-SUB)
               EXEC CICS
                   READ FILE('PRDAB2')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(INV-PRODUCT-CODE(ITEM-SUB))
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF        RESPONSE-CODE = DFHRESP(NORMAL)
                     AND PRD-HAZMAT
                   MOVE 'Y' TO SHIP-HAZMAT-SW
               END-IF
           END-IF.
      *
       2200-READ-INVOICE-FOR-UPDATE.
      *
      *
       2310-APPLY-ONE-LINE.
      *
           MOVE ZERO TO WS-SHIPPED-QTY.
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE INV-QUANTITY(ITEM-SUB) TO WS-SHIPPED-QTY
               IF WS-CARTON-COUNT > ZERO
                   MOVE WS-PACKED-QTY(ITEM-SUB) TO WS-SHIPPED-QTY
               END-IF
               IF        SHC-L-SHPQTY(ITEM-SUB) > ZERO
                     AND SHC-D-SHPQTY-ALPHA(ITEM-SUB) NOT = SPACE
                   MOVE SHC-D-SHPQTY-ALPHA(ITEM-SUB)
                       TO INT-UNEDITED-NUMBER
                   PERFORM 9500-INTEDIT
                   MOVE INT-EDITED-NUMBER TO WS-SHIPPED-QTY
               END-IF
      *
      *        A CHARGE LINE IS NOT PICKED OR PACKED - IT ALWAYS
      *        BILLS IN FULL.
      *
               IF INV-LINE-CHARGE(ITEM-SUB)
                   MOVE INV-QUANTITY(ITEM-SUB) TO WS-SHIPPED-QTY
               END-IF
           END-IF.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND WS-SHIPPED-QTY NOT = INV-QUANTITY(ITEM-SUB)
               IF WS-SHIPPED-QTY > INV-QUANTITY(ITEM-SUB)
                   MOVE INV-QUANTITY(ITEM-SUB) TO WS-SHIPPED-QTY
               END-IF
               IF WS-SHIPPED-QTY < INV-QUANTITY(ITEM-SUB)
                   COMPUTE WS-SHORT-QTY =
      *
       2412-CHECK-ONE-TAX-LINE.
      *
           IF        INV-LINE-CHARGE(TAX-LINE-SUB)
                 AND INV-QUANTITY(TAX-LINE-SUB) NOT = ZERO
               IF INV-CHARGE-TAXABLE(TAX-LINE-SUB)
                   ADD INV-AMOUNT(TAX-LINE-SUB)
                       TO WS-TAXABLE-TOTAL
               END-IF
           ELSE IF   INV-PRODUCT-CODE(TAX-LINE-SUB) NOT = SPACE
                 AND INV-QUANTITY(TAX-LINE-SUB) NOT = ZERO
               MOVE INV-PRODUCT-CODE(TAX-LINE-SUB)
                   TO PRD-PRODUCT-CODE
                 UNTIL HIST-SUB > 10.
      *
       2910-POST-ONE-HISTORY-LINE.
      *
      *    CHARGE LINES ARE NOT PRODUCT SALES AND STAY OUT OF THE
      *    HISTORY THE MARGIN REPORTS READ.
      *
           IF        INV-PRODUCT-CODE(HIST-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(HIST-SUB)
                 AND INV-QUANTITY(HIST-SUB) NOT = ZERO
               MOVE INV-PRODUCT-CODE(HIST-SUB) TO SHS-PRODUCT-CODE
               MOVE INV-CUSTOMER-NUMBER        TO SHS-CUSTOMER-NUMBER
       2960-ASSIGN-SERIALS.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) = SPACE
                  OR INV-LINE-CHARGE(ITEM-SUB)
                  OR INV-QUANTITY(ITEM-SUB) = ZERO
               CONTINUE
           ELSE
                 AND RESPONSE-CODE NOT = DFHRESP(DUPKEY)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * THE ORDER HAS JUST BILLED AND ITS OPEN ITEM IS ON FILE; THE
      * DEPOSITS 2050 FOUND APPLY TO IT, OLDEST CHECK KEY FIRST,
      * UNTIL THE ITEM IS PAID.  WHAT IS LEFT OF A DEPOSIT (AN ORDER
      * THAT SHIPPED SHORT) STAYS OPEN ON DEPAB2 FOR CDPRPB2 TO SHOW.
      *****************************************************************
       2980-APPLY-ORDER-DEPOSITS.
      *
           COMPUTE WS-DEPOSIT-LEFT =
               INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                   + INV-FREIGHT-AMOUNT.
      *
           PERFORM 2981-APPLY-ONE-DEPOSIT
               VARYING DEP-SUB FROM 1 BY 1
                 UNTIL DEP-SUB > DEP-COUNT
                    OR WS-DEPOSIT-LEFT NOT > ZERO.
      *
       2981-APPLY-ONE-DEPOSIT.
      *
           PERFORM 7300-OPEN-DEP-FILE.
      *
           MOVE DEP-PICK-KEY(DEP-SUB) TO DEP-KEY.
      *
           EXEC CICS
               READ FILE('DEPAB2')
                    INTO(CUSTOMER-DEPOSIT-RECORD)
                    RIDFLD(DEP-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           COMPUTE WS-DEP-APPLY = DEP-AMOUNT - DEP-APPLIED-AMOUNT.
           IF WS-DEP-APPLY > WS-DEPOSIT-LEFT
               MOVE WS-DEPOSIT-LEFT TO WS-DEP-APPLY
           END-IF.
      *
           PERFORM 2982-WRITE-DEPOSIT-APPLICATION.
           PERFORM 2984-RELIEVE-OPEN-ITEM.
           PERFORM 2985-UPDATE-DEPOSIT-RECEIPT.
      *
           ADD WS-DEP-APPLY TO DEP-APPLIED-AMOUNT.
           MOVE WS-TODAY    TO DEP-APPLIED-DATE.
           IF DEP-APPLIED-AMOUNT >= DEP-AMOUNT
               SET DEP-STATUS-APPLIED TO TRUE
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('DEPAB2')
                       FROM(CUSTOMER-DEPOSIT-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           SUBTRACT WS-DEP-APPLY FROM WS-DEPOSIT-LEFT.
      *
       2982-WRITE-DEPOSIT-APPLICATION.
      *
           PERFORM 7500-OPEN-APP-FILE.
      *
           MOVE 1    TO WS-NEXT-APP-SEQ.
           MOVE 'N'  TO APP-BROWSE-EOF-SW.
           MOVE INV-INVOICE-NUMBER TO WS-APP-INVOICE-NUMBER.
           MOVE ZERO               TO WS-APP-APPLICATION-SEQ.
      *
           EXEC CICS
               STARTBR FILE('APPAB2')
                       RIDFLD(WS-APP-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO APP-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 2983-READ-NEXT-APPLICATION
               UNTIL APP-BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('APPAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           MOVE INV-INVOICE-NUMBER  TO APP-INVOICE-NUMBER.
           MOVE WS-NEXT-APP-SEQ     TO APP-APPLICATION-SEQ.
           MOVE DEP-CUSTOMER-NUMBER TO APP-CUSTOMER-NUMBER.
           MOVE DEP-CHECK-NUMBER    TO APP-CHECK-NUMBER.
           MOVE WS-TODAY            TO APP-APPLIED-DATE.
           MOVE WS-DEP-APPLY        TO APP-APPLIED-AMOUNT.
      *
           EXEC CICS
               WRITE FILE('APPAB2')
                     FROM(CASH-APPLICATION-RECORD)
                     RIDFLD(APP-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2983-READ-NEXT-APPLICATION.
      *
           EXEC CICS
               READNEXT FILE('APPAB2')
                        INTO(CASH-APPLICATION-RECORD)
                        RIDFLD(WS-APP-BROWSE-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF APP-INVOICE-NUMBER = INV-INVOICE-NUMBER
                       COMPUTE WS-NEXT-APP-SEQ =
                           APP-APPLICATION-SEQ + 1
                   ELSE
                       MOVE 'Y' TO APP-BROWSE-EOF-SW
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   MOVE 'Y' TO APP-BROWSE-EOF-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2984-RELIEVE-OPEN-ITEM.
      *
           PERFORM 7100-OPEN-OPN-FILE.
      *
           MOVE INV-CUSTOMER-NUMBER TO OPN-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-NUMBER  TO OPN-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('OPNAB2')
                    INTO(OPEN-ITEM-RECORD)
                    RIDFLD(OPN-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(NORMAL)
                   SUBTRACT WS-DEP-APPLY FROM OPN-OPEN-BALANCE
                   IF OPN-OPEN-BALANCE <= ZERO
                       MOVE ZERO TO OPN-OPEN-BALANCE
                       SET OPN-STATUS-CLOSED TO TRUE
                   END-IF
                   EXEC CICS
                       REWRITE FILE('OPNAB2')
                               FROM(OPEN-ITEM-RECORD)
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
      * THE CHECK'S CASH WAS CARRIED ON ACCOUNT ON ITS PAYAB2 RECEIPT
      * WHILE IT WAS A DEPOSIT; NOW THAT IT HAS APPLIED IT MOVES TO
      * THE RECEIPT'S APPLIED AMOUNT.
      *****************************************************************
       2985-UPDATE-DEPOSIT-RECEIPT.
      *
           PERFORM 7400-OPEN-PAY-FILE.
      *
           MOVE DEP-CUSTOMER-NUMBER TO PAY-CUSTOMER-NUMBER.
           MOVE DEP-CHECK-NUMBER    TO PAY-CHECK-NUMBER.
      *
           EXEC CICS
               READ FILE('PAYAB2')
                    INTO(CASH-RECEIPT-RECORD)
                    RIDFLD(PAY-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(NORMAL)
                   ADD      WS-DEP-APPLY TO   PAY-APPLIED-AMOUNT
                   SUBTRACT WS-DEP-APPLY FROM PAY-ONACCOUNT-AMOUNT
                   EXEC CICS
                       REWRITE FILE('PAYAB2')
                               FROM(CASH-RECEIPT-RECORD)
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
      * THE ORDER HAS BILLED AND ITS DEPOSITS ARE APPLIED; WHAT IS
      * LEFT (WS-DEPOSIT-LEFT) IS CAPTURED ON THE CARD UP TO THE
      * AUTHORIZED AMOUNT.  THE RECEIPT ITSELF POSTS WHEN THE CAPTURE
      * SETTLES (CAUSTB2), SO THE OPEN ITEM IS LEFT ALONE HERE.
      *****************************************************************
       2990-CAPTURE-CARD-PAYMENT.
      *
           IF        WS-CARD-AUTHORIZED > ZERO
                 AND WS-DEPOSIT-LEFT > ZERO
               PERFORM 7700-OPEN-CAU-FILE
               MOVE INV-INVOICE-NUMBER TO CAU-INVOICE-NUMBER
               EXEC CICS
                   READ FILE('CAUAB2')
                        INTO(CARD-AUTH-RECORD)
                        RIDFLD(CAU-KEY)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               IF WS-DEPOSIT-LEFT < CAU-AUTH-AMOUNT
                   MOVE WS-DEPOSIT-LEFT TO CAU-CAPTURE-AMOUNT
               ELSE
                   MOVE CAU-AUTH-AMOUNT TO CAU-CAPTURE-AMOUNT
               END-IF
               MOVE INV-INVOICE-DATE TO CAU-CAPTURE-DATE
               SET CAU-STATUS-CAPTURED TO TRUE
               EXEC CICS
                   REWRITE FILE('CAUAB2')
                           FROM(CARD-AUTH-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       7100-OPEN-OPN-FILE.
      *
               END-EXEC
           END-IF.
      *
       7300-OPEN-DEP-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DEPAB2')
                   OPENSTATUS(DEP-OPEN-STATUS)
                   ENABLESTATUS(DEP-ENABLE-STATUS)
           END-EXEC.
      *
           IF DEP-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DEPAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DEP-OPEN
           ELSE IF DEP-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('134')
               END-EXEC
           END-IF.
      *
       7400-OPEN-PAY-FILE.
      *
           EXEC CICS
               INQUIRE FILE('PAYAB2')
                   OPENSTATUS(PAY-OPEN-STATUS)
                   ENABLESTATUS(PAY-ENABLE-STATUS)
           END-EXEC.
      *
           IF PAY-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PAYAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PAY-OPEN
           ELSE IF PAY-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('021')
               END-EXEC
           END-IF.
      *
       7500-OPEN-APP-FILE.
      *
           EXEC CICS
               INQUIRE FILE('APPAB2')
                   OPENSTATUS(APP-OPEN-STATUS)
                   ENABLESTATUS(APP-ENABLE-STATUS)
           END-EXEC.
      *
           IF APP-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('APPAB2') OPEN
               END-EXEC
               MOVE 'Y' TO APP-OPEN
           ELSE IF APP-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('022')
               END-EXEC
           END-IF.
      *
       7700-OPEN-CAU-FILE.
      *
           EXEC CICS
               INQUIRE FILE('CAUAB2')
                   OPENSTATUS(CAU-OPEN-STATUS)
                   ENABLESTATUS(CAU-ENABLE-STATUS)
           END-EXEC.
      *
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
       7800-OPEN-EXL-FILE.
      *
           EXEC CICS
               INQUIRE FILE('EXLAB2')
                   OPENSTATUS(EXL-OPEN-STATUS)
                   ENABLESTATUS(EXL-ENABLE-STATUS)
           END-EXEC.
      *
           IF EXL-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('EXLAB2') OPEN
               END-EXEC
               MOVE 'Y' TO EXL-OPEN
           ELSE IF EXL-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('146')
               END-EXEC
           END-IF.
      *
       7900-OPEN-SHT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('SHTAB2')
                   OPENSTATUS(SHT-OPEN-STATUS)
                   ENABLESTATUS(SHT-ENABLE-STATUS)
           END-EXEC.
      *
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
       7600-OPEN-TRM-FILE.
      *
           EXEC CICS
               INQUIRE FILE('TRMAB2')
                   OPENSTATUS(TRM-OPEN-STATUS)
                   ENABLESTATUS(TRM-ENABLE-STATUS)
           END-EXEC.
      *
           IF TRM-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('TRMAB2') OPEN
               END-EXEC
               MOVE 'Y' TO TRM-OPEN
           ELSE IF TRM-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('014')
               END-EXEC
           END-IF.
      *
      *****************************************************************
      * THE NOTICE GOES OUT WITH THE FREIGHT, SO IT PRINTS AT THE
      * SHIPPING WAREHOUSE (THE FIRST BILLED LINE'S) THROUGH
      * PRTOPAB2, FALLING BACK TO THE CENTRAL PRINTER WITH A WARNING.
      *****************************************************************
       2800-SPOOL-SHIP-NOTICE.
      *
           MOVE SPACE TO PRP-WAREHOUSE-CODE.
           PERFORM 2810-FIND-SHIPPING-WAREHOUSE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10
                    OR PRP-WAREHOUSE-CODE NOT = SPACE.
      *
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO SHIP-NOTICE-TOKEN.
      *
           MOVE INV-INVOICE-NUMBER  TO SN-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO SN-CUSTOMER-NUMBER.
           MOVE INV-SHIP-DATE       TO SN-SHIP-DATE.
           MOVE INV-CARRIER-CODE    TO SN-CARRIER.
           MOVE INV-TRACKING-NUMBER TO SN-TRACKING.
           MOVE WS-CARTON-COUNT     TO SN-CARTONS.
      *
           EXEC CICS
               SPOOLWRITE FROM(SN-DETAIL-LINE)
           EXEC CICS
               SPOOLCLOSE TOKEN(SHIP-NOTICE-TOKEN)
           END-EXEC.
      *
       2810-FIND-SHIPPING-WAREHOUSE.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(ITEM-SUB)
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO PRP-WAREHOUSE-CODE
           END-IF.
      *
       1400-SEND-CONFIRM-MAP.
      *
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * AN EXPORT SHIPMENT GOES TO AN ADDRESS IN A COUNTRY OTHER
      * THAN OURS.  AN INVOICE ROUTED TO A SHIP-TO BRANCH GOES TO THE
      * BRANCH'S COUNTRY ON SHTAB2; OTHERWISE (OR IF THE BRANCH WAS
      * DELETED AFTER POSTING, AS ON THE PICK TICKET) TO THE
      * CUSTOMER'S OWN, FROM THE CUSTOMER-MASTER-RECORD STILL IN
      * STORAGE FROM 2420.  THE BRANCH RECORD STAYS IN STORAGE FOR
      * 2870 AND 2880.
      *****************************************************************
       2860-CHECK-EXPORT-SHIPMENT.
      *
           MOVE 'N' TO EXPORT-SHIPMENT-SW.
           MOVE 'N' TO EXPORT-TO-SHIPTO-SW.
           IF INV-SHIPTO-SEQ NUMERIC AND INV-SHIPTO-SEQ NOT = ZERO
               PERFORM 2865-READ-EXPORT-SHIPTO
           END-IF.
      *
           IF EXPORT-TO-SHIPTO
               MOVE SHT-COUNTRY TO WS-EXP-DEST-COUNTRY
           ELSE
               MOVE CM-COUNTRY  TO WS-EXP-DEST-COUNTRY
           END-IF.
           IF        WS-EXP-DEST-COUNTRY NOT = SPACE
                 AND WS-EXP-DEST-COUNTRY NOT = 'US'
                 AND WS-EXP-DEST-COUNTRY NOT = 'USA'
               MOVE 'Y' TO EXPORT-SHIPMENT-SW
           END-IF.
      *
       2865-READ-EXPORT-SHIPTO.
      *
           PERFORM 7900-OPEN-SHT-FILE.
      *
           MOVE INV-CUSTOMER-NUMBER TO SHT-CUSTOMER-NUMBER.
           MOVE INV-SHIPTO-SEQ      TO SHT-SHIPTO-SEQ.
      *
           EXEC CICS
               READ FILE('SHTAB2')
                    INTO(SHIPTO-ADDRESS-RECORD)
                    RIDFLD(SHT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO EXPORT-TO-SHIPTO-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE COMMERCIAL INVOICE AND PACKING DECLARATION TRAVEL WITH
      * THE FREIGHT, SO THEY PRINT AT THE SAME WAREHOUSE PRINTER AS
      * THE SHIPMENT NOTICE.  EVERY GOODS LINE SHOWS ITS TARIFF CODE,
      * ORIGIN AND SHIPPING WEIGHT (QUANTITY TIMES PRD-SHIP-WEIGHT)
      * AND ITS VALUE IN DOLLARS AND IN THE CUSTOMER'S CURRENCY AT
      * THE RATE STAMPED ON THE INVOICE.  CHARGE LINES, FREIGHT AND
      * TAX ARE TOTALLED BELOW THE GOODS.  A DOLLAR ACCOUNT SHOWS USD
      * AT A RATE OF ONE IN BOTH COLUMNS.
      *****************************************************************
       2870-PRINT-EXPORT-DOCUMENTS.
      *
           IF        INV-CURRENCY-CODE NOT = SPACE
                 AND INV-EXCHANGE-RATE NOT = ZERO
               MOVE INV-CURRENCY-CODE TO WS-EXP-CURRENCY
               MOVE INV-EXCHANGE-RATE TO WS-EXP-RATE
           ELSE
               MOVE 'USD'             TO WS-EXP-CURRENCY
               MOVE 1                 TO WS-EXP-RATE
           END-IF.
           MOVE ZERO TO WS-EXP-GOODS-VALUE
                        WS-EXP-GOODS-FOREIGN
                        WS-EXP-CHARGES
                        WS-EXP-WEIGHT
                        WS-EXP-LINE-COUNT
                        WS-EXP-UNCLASSIFIED.
      *
           MOVE SPACE TO PRP-WAREHOUSE-CODE.
           PERFORM 2810-FIND-SHIPPING-WAREHOUSE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10
                    OR PRP-WAREHOUSE-CODE NOT = SPACE.
      *
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO EXPORT-DOCUMENT-TOKEN.
      *
           MOVE INV-INVOICE-NUMBER  TO CI-INVOICE-NUMBER.
           MOVE INV-SHIP-DATE       TO CI-SHIP-DATE.
           MOVE INV-PO-NUMBER       TO CI-PO-NUMBER.
           MOVE CI-TITLE-LINE       TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE SPACE               TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
      *
      *    THE CONSIGNEE IS WHERE THE GOODS GO - THE BRANCH WHEN THE
      *    INVOICE SHIPS TO ONE, THE CUSTOMER'S OWN ADDRESS OTHERWISE.
      *
           MOVE INV-CUSTOMER-NUMBER TO CI-CUSTOMER-NUMBER.
           IF EXPORT-TO-SHIPTO
               MOVE SPACE           TO CI-FIRST-NAME
               MOVE SHT-NAME        TO CI-LAST-NAME
               MOVE SHT-ADDRESS     TO CI-ADDRESS
               MOVE SHT-ADDRESS-2   TO CI-ADDRESS-2
               MOVE SHT-CITY        TO CI-CITY
               MOVE SHT-STATE       TO CI-STATE
               MOVE SHT-ZIP-CODE    TO CI-ZIP-CODE
           ELSE
               MOVE CM-FIRST-NAME   TO CI-FIRST-NAME
               MOVE CM-LAST-NAME    TO CI-LAST-NAME
               MOVE CM-ADDRESS      TO CI-ADDRESS
               MOVE CM-ADDRESS-2    TO CI-ADDRESS-2
               MOVE CM-CITY         TO CI-CITY
               MOVE CM-STATE        TO CI-STATE
               MOVE CM-ZIP-CODE     TO CI-ZIP-CODE
           END-IF.
           MOVE WS-EXP-DEST-COUNTRY TO CI-COUNTRY.
           MOVE CI-CONSIGNEE-LINE   TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE CI-ADDRESS-LINE     TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE CI-CITY-LINE        TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE INV-CARRIER-CODE    TO CI-CARRIER.
           MOVE INV-TRACKING-NUMBER TO CI-TRACKING.
           MOVE WS-EXP-CURRENCY     TO CI-CURRENCY.
           MOVE WS-EXP-RATE         TO CI-RATE.
           MOVE CI-SHIPMENT-LINE    TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE SPACE               TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE CI-COLUMN-LINE      TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
      *
           PERFORM 6300-OPEN-PRD-FILE.
           PERFORM 2875-PRINT-EXPORT-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           MOVE SPACE               TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE WS-EXP-CURRENCY     TO CI-TOTAL-CURRENCY.
           MOVE 'TOTAL GOODS'       TO CI-TOTAL-LABEL.
           MOVE WS-EXP-WEIGHT       TO CI-TOTAL-WEIGHT.
           MOVE WS-EXP-GOODS-VALUE  TO CI-TOTAL-VALUE.
           MOVE WS-EXP-GOODS-FOREIGN TO CI-TOTAL-FOREIGN.
           MOVE CI-TOTAL-LINE       TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
      *
           ADD INV-FREIGHT-AMOUNT TO WS-EXP-CHARGES.
           MOVE 'FREIGHT AND OTHER CHARGES' TO CI-TOTAL-LABEL.
           MOVE ZERO                TO CI-TOTAL-WEIGHT.
           MOVE WS-EXP-CHARGES      TO CI-TOTAL-VALUE.
           COMPUTE WS-EXP-LINE-FOREIGN ROUNDED =
               WS-EXP-CHARGES * WS-EXP-RATE.
           MOVE WS-EXP-LINE-FOREIGN TO CI-TOTAL-FOREIGN.
           MOVE CI-TOTAL-LINE       TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
      *
           MOVE 'SALES TAX'         TO CI-TOTAL-LABEL.
           MOVE INV-TAX-AMOUNT      TO CI-TOTAL-VALUE.
           COMPUTE WS-EXP-LINE-FOREIGN ROUNDED =
               INV-TAX-AMOUNT * WS-EXP-RATE.
           MOVE WS-EXP-LINE-FOREIGN TO CI-TOTAL-FOREIGN.
           MOVE CI-TOTAL-LINE       TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
      *
           MOVE 'INVOICE TOTAL'     TO CI-TOTAL-LABEL.
           COMPUTE CI-TOTAL-VALUE =
               INV-INVOICE-TOTAL + INV-TAX-AMOUNT + INV-FREIGHT-AMOUNT.
           IF WS-EXP-CURRENCY = INV-CURRENCY-CODE
               MOVE INV-FOREIGN-TOTAL TO CI-TOTAL-FOREIGN
           ELSE
               COMPUTE CI-TOTAL-FOREIGN = INV-INVOICE-TOTAL
                   + INV-TAX-AMOUNT + INV-FREIGHT-AMOUNT
           END-IF.
           MOVE CI-TOTAL-LINE       TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
      *
           MOVE SPACE               TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE WS-CARTON-COUNT     TO CI-CARTONS.
           MOVE WS-EXP-WEIGHT       TO CI-PACKED-WEIGHT.
           MOVE CI-PACKING-LINE     TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           IF WS-EXP-UNCLASSIFIED > ZERO
               MOVE WS-EXP-UNCLASSIFIED TO CI-UNCLASSIFIED
               MOVE CI-WARNING-LINE TO CI-PRINT-LINE
               PERFORM 2879-SPOOL-EXPORT-LINE
           END-IF.
           MOVE SPACE               TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE CI-DECLARE-LINE     TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE SPACE               TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
           MOVE CI-SIGNATURE-LINE   TO CI-PRINT-LINE.
           PERFORM 2879-SPOOL-EXPORT-LINE.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(EXPORT-DOCUMENT-TOKEN)
           END-EXEC.
      *
       2875-PRINT-EXPORT-LINE.
      *
           IF INV-LINE-CHARGE(ITEM-SUB)
               ADD INV-AMOUNT(ITEM-SUB) TO WS-EXP-CHARGES
           END-IF.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(ITEM-SUB)
               EXEC CICS
                   READ FILE('PRDAB2')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(INV-PRODUCT-CODE(ITEM-SUB))
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE SPACE TO PRODUCT-MASTER-RECORD
                   MOVE ZERO  TO PRD-SHIP-WEIGHT
               END-IF
               COMPUTE WS-EXP-LINE-WEIGHT ROUNDED =
                   INV-QUANTITY(ITEM-SUB) * PRD-SHIP-WEIGHT
               COMPUTE WS-EXP-LINE-FOREIGN ROUNDED =
                   INV-AMOUNT(ITEM-SUB) * WS-EXP-RATE
               IF        PRD-TARIFF-CODE = SPACE
                      OR PRD-ORIGIN-COUNTRY = SPACE
                   ADD 1 TO WS-EXP-UNCLASSIFIED
               END-IF
               ADD 1                      TO WS-EXP-LINE-COUNT
               ADD WS-EXP-LINE-WEIGHT     TO WS-EXP-WEIGHT
               ADD INV-AMOUNT(ITEM-SUB)   TO WS-EXP-GOODS-VALUE
               ADD WS-EXP-LINE-FOREIGN    TO WS-EXP-GOODS-FOREIGN
               MOVE INV-PRODUCT-CODE(ITEM-SUB) TO CI-PRODUCT-CODE
               MOVE PRD-PRODUCT-DESCRIPTION    TO CI-DESCRIPTION
               MOVE PRD-TARIFF-CODE            TO CI-TARIFF-CODE
               MOVE PRD-ORIGIN-COUNTRY         TO CI-ORIGIN
               MOVE INV-QUANTITY(ITEM-SUB)     TO CI-QUANTITY
               MOVE WS-EXP-LINE-WEIGHT         TO CI-WEIGHT
               MOVE INV-AMOUNT(ITEM-SUB)       TO CI-VALUE
               MOVE WS-EXP-LINE-FOREIGN        TO CI-FOREIGN-VALUE
               MOVE WS-EXP-CURRENCY            TO CI-LINE-CURRENCY
               MOVE CI-DETAIL-LINE             TO CI-PRINT-LINE
               PERFORM 2879-SPOOL-EXPORT-LINE
           END-IF.
      *
       2879-SPOOL-EXPORT-LINE.
      *
           EXEC CICS
               SPOOLWRITE FROM(CI-PRINT-LINE)
                          TOKEN(EXPORT-DOCUMENT-TOKEN)
           END-EXEC.
      *
      *****************************************************************
      * ONE EXLAB2 RECORD PER EXPORT SHIPMENT FOR THE COMPLIANCE
      * FILE, FROM THE TOTALS 2870 JUST PRINTED.  AN INVOICE IS
      * CONFIRMED ONLY ONCE, SO THE KEY IS NEVER ALREADY THERE.
      *****************************************************************
       2880-WRITE-EXPORT-LOG.
      *
           PERFORM 7800-OPEN-EXL-FILE.
      *
           MOVE SPACE                TO EXPORT-LOG-RECORD.
           MOVE INV-INVOICE-NUMBER   TO EXL-INVOICE-NUMBER.
           MOVE INV-SHIP-DATE        TO EXL-SHIP-DATE.
           MOVE INV-CUSTOMER-NUMBER  TO EXL-CUSTOMER-NUMBER.
           MOVE WS-EXP-DEST-COUNTRY  TO EXL-DEST-COUNTRY.
           MOVE INV-CARRIER-CODE     TO EXL-CARRIER-CODE.
           MOVE INV-TRACKING-NUMBER  TO EXL-TRACKING-NUMBER.
           MOVE WS-EXP-CURRENCY      TO EXL-CURRENCY-CODE.
           MOVE WS-EXP-RATE          TO EXL-EXCHANGE-RATE.
           MOVE WS-EXP-GOODS-VALUE   TO EXL-GOODS-VALUE.
           MOVE WS-EXP-GOODS-FOREIGN TO EXL-FOREIGN-VALUE.
           MOVE WS-EXP-WEIGHT        TO EXL-SHIP-WEIGHT.
           MOVE WS-CARTON-COUNT      TO EXL-CARTON-COUNT.
           MOVE WS-EXP-LINE-COUNT    TO EXL-LINE-COUNT.
           MOVE WS-EXP-UNCLASSIFIED  TO EXL-UNCLASSIFIED-LINES.
           MOVE SC-OPERATOR-ID       TO EXL-OPERATOR.
           MOVE WS-TODAY             TO EXL-LOGGED-DATE.
      *
           EXEC CICS
               WRITE FILE('EXLAB2')
                     FROM(EXPORT-LOG-RECORD)
                     RIDFLD(EXL-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       6950-OPEN-ASN-FILE.
      *
                   ABEND ABCODE ('029')
               END-EXEC
           END-IF.
      *
       7200-OPEN-CTN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('CTNAB2')
                   OPENSTATUS(CTN-OPEN-STATUS)
                   ENABLESTATUS(CTN-ENABLE-STATUS)
           END-EXEC.
      *
           IF CTN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CTNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CTN-OPEN
           ELSE IF CTN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('096')
               END-EXEC
           END-IF.
      *
       6000-OPEN-INV-FILE.
      *
