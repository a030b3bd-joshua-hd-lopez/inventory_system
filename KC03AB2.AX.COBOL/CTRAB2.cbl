       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CTRAB2.
      *
      *****************************************************************
      * COUNTER SALE.  A WALK-IN OR WILL-CALL CUSTOMER WHO TAKES THE
      * GOODS OFF THE BRANCH SHELF AND PAYS ON THE SPOT IS SOLD IN
      * ONE TRANSACTION HERE INSTEAD OF ORDERAB2, SHCAB2 AND CSHEAB2
      * IN TURN.  THE OPERATOR KEYS THE CUSTOMER, THE BRANCH (THE
      * WAREHOUSE THE STOCK COMES FROM) AND UP TO EIGHT PRODUCT LINES.
      * EVERY LINE MUST BE ON HAND AT THE BRANCH (ON HAND LESS
      * ALLOCATED) - NOTHING BACKORDERS AT THE COUNTER - AND A
      * SERIAL-NUMBERED PRODUCT GOES THROUGH ORDER ENTRY SO ITS
      * SERIALS ARE ASSIGNED AT SHIPMENT.  LINES ARE PRICED THE WAY
      * ORDERAB2 PRICES THEM (CONTRACT, ELSE THE CUSTOMER'S PRICE
      * LEVEL, ELSE BREAKS, THEN A LOWER LIVE PROMOTION) AND TAXED
      * FROM TAXAB2; THERE IS NO FREIGHT.
      *
      * THE PRICED SALE COMES BACK WITH ITS TOTAL AND THE TENDER
      * FIELDS OPEN: C CASH (THE AMOUNT HANDED OVER, CHANGE SHOWN),
      * K CHECK (CHECK NUMBER) OR R CARD (AUTHORIZATION CODE).  ON
      * ENTER THE DAY AND PERIOD GATES ARE CHECKED, THE STOCK IS
      * CHECKED AGAIN, AND THE SALE POSTS: THE INVOICE IS WRITTEN
      * BILLED AND SHIP-CONFIRMED (SOURCE T), THE BRANCH STOCK AND
      * ITS LOTS ARE RELIEVED WITH AN OR LEDGER ENTRY PER LINE, THE
      * INVOICE SUMMARY AND SALES HISTORY ROLL, THE OPEN ITEM IS
      * WRITTEN ALREADY CLOSED, AND THE PAYMENT GOES TO PAYAB2 WITH
      * ITS APPAB2 APPLICATION.  CM-BALANCE-DUE IS NOT TOUCHED - THE
      * SALE AND ITS PAYMENT CANCEL.  A CASH RECEIPT IS KEYED CASH
      * PLUS THE INVOICE NUMBER, A CARD RECEIPT CARD PLUS THE INVOICE
      * NUMBER, A CHECK BY ITS OWN NUMBER.  THE DRAWER RECORD
      * (DRWAB2) SAYS WHOSE DRAWER TOOK THE MONEY FOR THE END-OF-SHIFT
      * BALANCING (DCEAB2 COUNT, DRWRPB2 REPORT), AND THE COUNTER
      * RECEIPT PRINTS ON THE BRANCH PRINTER THROUGH PRTOPAB2.
      * COUNTER SALES EARN NO VOLUME REBATE ACCRUAL.
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
           02  LOT-OPEN                PIC X VALUE 'N'.
           02  LOT-OPEN-STATUS         PIC S9(8) COMP.
           02  LOT-ENABLE-STATUS       PIC S9(8) COMP.
           02  ILG-OPEN                PIC X VALUE 'N'.
           02  ILG-OPEN-STATUS         PIC S9(8) COMP.
           02  ILG-ENABLE-STATUS       PIC S9(8) COMP.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
           02  PLV-OPEN                PIC X VALUE 'N'.
           02  PLV-OPEN-STATUS         PIC S9(8) COMP.
           02  PLV-ENABLE-STATUS       PIC S9(8) COMP.
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
           02  INS-OPEN                PIC X VALUE 'N'.
           02  INS-OPEN-STATUS         PIC S9(8) COMP.
           02  INS-ENABLE-STATUS       PIC S9(8) COMP.
           02  SHS-OPEN                PIC X VALUE 'N'.
           02  SHS-OPEN-STATUS         PIC S9(8) COMP.
           02  SHS-ENABLE-STATUS       PIC S9(8) COMP.
           02  OPN-OPEN                PIC X VALUE 'N'.
           02  OPN-OPEN-STATUS         PIC S9(8) COMP.
           02  OPN-ENABLE-STATUS       PIC S9(8) COMP.
           02  PAY-OPEN                PIC X VALUE 'N'.
           02  PAY-OPEN-STATUS         PIC S9(8) COMP.
           02  PAY-ENABLE-STATUS       PIC S9(8) COMP.
           02  APP-OPEN                PIC X VALUE 'N'.
           02  APP-OPEN-STATUS         PIC S9(8) COMP.
           02  APP-ENABLE-STATUS       PIC S9(8) COMP.
           02  DRW-OPEN                PIC X VALUE 'N'.
           02  DRW-OPEN-STATUS         PIC S9(8) COMP.
           02  DRW-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  LEDGER-DONE-SW              PIC X(01)  VALUE 'N'.
               88  LEDGER-DONE                        VALUE 'Y'.
           05  PRODUCT-FOUND-SW            PIC X(01)  VALUE 'Y'.
               88  PRODUCT-FOUND                      VALUE 'Y'.
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
           05  STOCK-SHORT-SW              PIC X(01)  VALUE 'N'.
               88  STOCK-SHORT                        VALUE 'Y'.
           05  LINES-ENTERED-SW            PIC X(01)  VALUE 'N'.
               88  LINES-ENTERED                      VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X(01).
               88  SEND-ERASE                         VALUE '1'.
               88  SEND-DATAONLY                      VALUE '2'.
               88  SEND-DATAONLY-ALARM                VALUE '3'.
      *
       01  ABSOLUTE-TIME                   PIC S9(15) COMP-3.
      *
       01  WS-WAREHOUSE-KEY.
           05  WS-WAREHOUSE-PRODUCT-CODE   PIC X(10).
           05  WS-WAREHOUSE-CODE           PIC X(03).
      *
       01  WS-CONTRACT-KEY.
           05  WS-CONTRACT-CUSTOMER-NUMBER PIC X(06).
           05  WS-CONTRACT-PRODUCT-CODE    PIC X(10).
      *
       01  WORK-FIELDS.
           05  NET-NUMERIC                 PIC 9(07)V99.
           05  QTY-NUMERIC                 PIC 9(07).
           05  PRICE-SUB                   PIC S9(03) COMP-3.
           05  REPEAT-SUB                  PIC S9(03) COMP-3.
           05  TAX-LINE-SUB                PIC S9(03) COMP-3.
           05  HIST-SUB                    PIC S9(03) COMP-3.
           05  STOCK-AVAILABLE             PIC S9(07) COMP-3.
           05  TAXABLE-TOTAL-WORK          PIC S9(09)V99 COMP-3.
           05  WS-LINE-AMOUNT              PIC S9(07)V99.
           05  WS-SALE-TOTAL               PIC S9(07)V99.
           05  WS-TENDERED-AMOUNT          PIC S9(07)V99.
           05  WS-CHANGE-AMOUNT            PIC S9(07)V99.
           05  WS-HIST-PERIOD              PIC X(06).
           05  WS-HIST-LINE-COST           PIC S9(09)V99.
           05  WS-RECEIPT-KEY-NUMBER       PIC X(10).
           05  WS-RECEIPT-KEY-R REDEFINES WS-RECEIPT-KEY-NUMBER.
               10  WS-RECEIPT-KEY-PREFIX   PIC X(04).
               10  WS-RECEIPT-KEY-INVOICE  PIC 9(06).
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
      * LOT DRAW, AS ORDERAB2 DOES IT: THE LINE'S LOTS AT THE BRANCH
      * ARE TABLED AND DRAWN DOWN OLDEST RECEIPT FIRST, AND THE FIRST
      * LOT DRAWN GOES ON THE INVOICE LINE FOR RECALL TRACING.
      *****************************************************************
       01  LOT-DATE-COMPARE-FIELDS.
           05  LOT-DATE-A-MDY              PIC X(08).
           05  LOT-DATE-A-MDY-R REDEFINES LOT-DATE-A-MDY.
               10  LOT-A-MM                PIC X(02).
               10  LOT-A-DD                PIC X(02).
               10  LOT-A-YYYY              PIC X(04).
           05  LOT-DATE-B-MDY              PIC X(08).
           05  LOT-DATE-B-MDY-R REDEFINES LOT-DATE-B-MDY.
               10  LOT-B-MM                PIC X(02).
               10  LOT-B-DD                PIC X(02).
               10  LOT-B-YYYY              PIC X(04).
           05  LOT-DATE-A-YMD.
               10  LOT-A-Y2                PIC X(04).
               10  LOT-A-M2                PIC X(02).
               10  LOT-A-D2                PIC X(02).
           05  LOT-DATE-B-YMD.
               10  LOT-B-Y2                PIC X(04).
               10  LOT-B-M2                PIC X(02).
               10  LOT-B-D2                PIC X(02).
      *
       01  LOT-WORK-FIELDS.
           05  LOT-BROWSE-DONE-SW          PIC X(01).
               88  LOT-BROWSE-DONE             VALUE 'Y'.
           05  LOT-COUNT                   PIC S9(03) COMP-3.
           05  LOT-SUB                     PIC S9(03) COMP-3.
           05  LOT-PICK-SUB                PIC S9(03) COMP-3.
           05  LOT-REMAINING               PIC S9(07) COMP-3.
           05  LOT-TAKE-QTY                PIC S9(07) COMP-3.
           05  LOT-FIRST-SW                PIC X(01).
               88  LOT-FIRST-TAKEN             VALUE 'Y'.
           05  LOT-STOCK-TABLE.
               10  LOT-TABLE-ENTRY OCCURS 20 TIMES.
                   15  LOT-TAB-NUMBER      PIC X(10).
                   15  LOT-TAB-QTY         PIC S9(07).
                   15  LOT-TAB-DATE        PIC X(08).
      *
      *****************************************************************
      * THE COMMAREA CARRIES THE SALE AS PRICED ON THE FIRST ENTER, SO
      * THE TENDER STEP POSTS EXACTLY WHAT THE CUSTOMER WAS SHOWN.
      *****************************************************************
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-ENTRY                      VALUE '1'.
               88  PROCESS-TENDER                     VALUE '2'.
           05  CA-CUSTOMER-NUMBER          PIC X(06).
           05  CA-BRANCH-CODE              PIC X(03).
           05  CA-LINE-ITEM OCCURS 8 TIMES.
               10  CA-PRODUCT-CODE         PIC X(10).
               10  CA-QUANTITY             PIC S9(07) COMP-3.
               10  CA-UNIT-PRICE           PIC S9(07)V99 COMP-3.
           05  CA-MERCH-TOTAL              PIC S9(07)V99 COMP-3.
           05  CA-TAX-AMOUNT               PIC S9(07)V99 COMP-3.
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
       COPY COMPARM.
      *
       01  GETIN-PARMS.
           05  GETIN-DOCUMENT-TYPE         PIC 9(01).
           05  GETIN-NEXT-NUMBER           PIC 9(06).
           05  GETIN-COMPANY-CODE          PIC X(02) VALUE SPACE.
      *
      *****************************************************************
      * COUNTER RECEIPT LINES, SPOOLED TO THE BRANCH PRINTER.
      *****************************************************************
       01  RECEIPT-TOKEN                   PIC X(08).
      *
       COPY PRTPARM.
      *
       01  RC-HEADER-LINE.
           05  FILLER             PIC X(26) VALUE
                                       'COUNTER RECEIPT   INVOICE '.
           05  RC-INVOICE-NUMBER  PIC 9(06).
           05  FILLER             PIC X(08) VALUE '   DATE '.
           05  RC-SALE-DATE       PIC X(10).
           05  FILLER             PIC X(11) VALUE '   BRANCH '.
           05  RC-BRANCH-CODE     PIC X(03).
           05  FILLER             PIC X(07) VALUE '  OPER '.
           05  RC-OPERATOR        PIC X(04).
           05  FILLER             PIC X(05) VALUE SPACE.
      *
       01  RC-BRANCH-LINE.
           05  RC-BRANCH-NAME     PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RC-BRANCH-CITY     PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RC-BRANCH-STATE    PIC X(02).
           05  FILLER             PIC X(24) VALUE SPACE.
      *
       01  RC-CUSTOMER-LINE.
           05  FILLER             PIC X(09) VALUE 'SOLD TO: '.
           05  RC-CUSTOMER-NUMBER PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RC-FIRST-NAME      PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RC-LAST-NAME       PIC X(30).
           05  FILLER             PIC X(13) VALUE SPACE.
      *
       01  RC-DETAIL-LINE.
           05  RC-PRODUCT-CODE    PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RC-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RC-QUANTITY        PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE ' @ '.
           05  RC-UNIT-PRICE      PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACE.
           05  RC-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(13) VALUE SPACE.
      *
       01  RC-TOTAL-LINE.
           05  FILLER             PIC X(40) VALUE SPACE.
           05  RC-TOTAL-LABEL     PIC X(15).
           05  RC-TOTAL-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(13) VALUE SPACE.
      *
       01  RC-TENDER-LINE.
           05  FILLER             PIC X(08) VALUE 'PAID BY '.
           05  RC-TENDER-NAME     PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACE.
           05  RC-REFERENCE-LABEL PIC X(10).
           05  RC-REFERENCE       PIC X(10).
           05  FILLER             PIC X(44) VALUE SPACE.
      *
       01  RC-CLOSING-LINE.
           05  FILLER             PIC X(42) VALUE
                         'THANK YOU.  PLEASE KEEP THIS RECEIPT FOR A'.
           05  FILLER             PIC X(38) VALUE
                         'NY RETURN OR WARRANTY CLAIM.'.
      *
       COPY INVOICE.
      *
       COPY INVCTL.
      *
       COPY PRODUCT.
      *
       COPY WHSINV.
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
       COPY TAXJUR.
      *
       COPY WHSMAST.
      *
       COPY INVLED.
      *
       COPY INVSUM.
      *
       COPY SLSHIST.
      *
       COPY OPENITEM.
      *
       COPY CASHRCT.
      *
       COPY CASHAPP.
      *
       COPY DRWTRN.
      *
       COPY DAYCTL.
      *
       COPY PERSTAT.
      *
       COPY CTRSAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY SUBWS.
      *
       COPY ERRPARM.
      *
       COPY SIGNCTX.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(208).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-COUNTER-SALE.
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
                   MOVE LOW-VALUE TO COMMUNICATION-AREA
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
               WHEN EIBAID = DFHPF4 AND PROCESS-TENDER
                   PERFORM 1100-RECEIVE-SALE-MAP
                   PERFORM 1500-REOPEN-SALE-LINES
      *
               WHEN EIBAID = DFHENTER
                   IF PROCESS-ENTRY
                       PERFORM 1000-PRICE-COUNTER-SALE
                   ELSE
                       PERFORM 2000-POST-COUNTER-SALE
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO CTRMAP1
                   MOVE 'Invalid key pressed.' TO CTR-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-SALE-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('CTAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
      *****************************************************************
      * FIRST ENTER.  EDIT THE CUSTOMER, BRANCH AND LINES, PRICE AND
      * TAX THE SALE, AND SHOW IT WITH THE TENDER FIELDS OPEN.
      *****************************************************************
       1000-PRICE-COUNTER-SALE.
      *
           PERFORM 1100-RECEIVE-SALE-MAP.
           PERFORM 1200-EDIT-SALE-DATA.
      *
           IF VALID-DATA
               PERFORM 1260-CALCULATE-TAX-AMOUNT
               SET PROCESS-TENDER TO TRUE
               MOVE 'Take payment: C=cash, K=check, R=card.  Then pre
      -            'ss Enter.' TO CTR-D-MESSAGE
               PERFORM 1300-FORMAT-TENDER-SCREEN
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-SALE-MAP
           END-IF.
      *
       1050-RESET-TO-ENTRY.
      *
           SET PROCESS-ENTRY TO TRUE.
           MOVE LOW-VALUE TO CTRMAP1.
           MOVE 'Type the customer, branch and items sold.  Then pres
      -        's Enter.' TO CTR-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO CTR-D-FKEY.
           PERFORM 1060-PROTECT-TENDER-FIELDS.
           MOVE -1 TO CTR-L-CUSTNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-SALE-MAP.
      *
       1060-PROTECT-TENDER-FIELDS.
      *
           MOVE ATTR-PROT-DARK TO CTR-A-TENDER
                                  CTR-A-REF
                                  CTR-A-PAID.
      *
       1100-RECEIVE-SALE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('CTRMAB2')
                       MAPSET('CTRSAB2')
                       INTO(CTRMAP1)
           END-EXEC.
      *
           INSPECT CTRMAP1
               REPLACING ALL '_' BY SPACE.
      *
      *****************************************************************
      * EDIT FROM THE BOTTOM OF THE SCREEN UP SO THE CURSOR AND
      * MESSAGE LAND ON THE FIRST FIELD IN ERROR.  THE CUSTOMER IS
      * EDITED BEFORE THE LINES ARE PRICED SO CONTRACT PRICES APPLY.
      *****************************************************************
       1200-EDIT-SALE-DATA.
      *
           MOVE 'Y'  TO VALID-DATA-SW.
           MOVE 'N'  TO LINES-ENTERED-SW.
           MOVE ZERO TO CA-MERCH-TOTAL
                        CA-TAX-AMOUNT.
           MOVE ATTR-NO-HIGHLIGHT TO CTR-H-CUSTNO
                                     CTR-H-BRANCH.
      *
           PERFORM 1210-EDIT-CUSTOMER.
           PERFORM 1220-EDIT-BRANCH.
      *
           IF VALID-DATA
               PERFORM 1230-EDIT-ONE-LINE
                   VARYING ITEM-SUB FROM 8 BY -1
                     UNTIL ITEM-SUB < 1
               IF VALID-DATA AND NOT LINES-ENTERED
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO CTR-H-PCODE(1)
                   MOVE -1 TO CTR-L-PCODE(1)
                   MOVE 'You must enter at least one item.'
                       TO CTR-D-MESSAGE
               END-IF
           END-IF.
      *
       1210-EDIT-CUSTOMER.
      *
           IF        CTR-L-CUSTNO = ZERO
                  OR CTR-D-CUSTNO = SPACE
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter a customer number.'
                   TO CTR-D-MESSAGE
           ELSE
               PERFORM 6500-OPEN-CMF-FILE
               MOVE CTR-D-CUSTNO TO CM-CUSTOMER-NUMBER
               EXEC CICS
                   READ FILE('CMFAB2')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(CM-CUSTOMER-NUMBER)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE SPACE TO CTR-D-CNAME
                       MOVE 'That customer does not exist.'
                           TO CTR-D-MESSAGE
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   WHEN CM-STATUS-CLOSED
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE CM-LAST-NAME TO CTR-D-CNAME
                       MOVE 'That customer account is closed.'
                           TO CTR-D-MESSAGE
                   WHEN CM-CURRENCY-CODE NOT = SPACE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE CM-LAST-NAME TO CTR-D-CNAME
                       MOVE 'A foreign-currency account buys through o
      -                    'rder entry.' TO CTR-D-MESSAGE
                   WHEN OTHER
                       MOVE CM-LAST-NAME TO CTR-D-CNAME
                       MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
                       PERFORM 1215-CHECK-COMPANY-AUTHORITY
               END-EVALUATE
           END-IF.
      *
           IF NOT VALID-DATA
               MOVE ATTR-REVERSE TO CTR-H-CUSTNO
               MOVE -1 TO CTR-L-CUSTNO
           END-IF.
      *
      *****************************************************************
      * THE OPERATOR MAY ONLY SELL FOR THE COMPANIES THEIR OPRAB2
      * RECORD ALLOWS (COMAUAB2 DECIDES).  THE SALE IS BOOKED TO THE
      * CUSTOMER'S COMPANY.
      *****************************************************************
       1215-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID  TO CAP-OPERATOR-ID.
           MOVE CM-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE 'N' TO VALID-DATA-SW
               MOVE CAP-MESSAGE TO CTR-D-MESSAGE
           END-IF.
      *
      *****************************************************************
      * THE BRANCH IS A WAREHOUSE ON THE MASTER.  EVERY LINE OF THE
      * SALE COMES OFF ITS SHELF AND THE RECEIPT PRINTS ON ITS
      * PRINTER.  A CONSIGNMENT LOCATION IS A CUSTOMER'S SITE, NOT A
      * BRANCH.
      *****************************************************************
       1220-EDIT-BRANCH.
      *
           IF        CTR-L-BRANCH = ZERO
                  OR CTR-D-BRANCH = SPACE
               MOVE ATTR-REVERSE TO CTR-H-BRANCH
               MOVE -1 TO CTR-L-BRANCH
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'You must enter the branch.' TO CTR-D-MESSAGE
           ELSE
               MOVE CTR-D-BRANCH TO WRH-WAREHOUSE-CODE
               PERFORM 1225-READ-BRANCH-RECORD
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE SPACE TO CTR-D-BNAME
                       MOVE 'That branch is not on the warehouse maste
      -                    'r.' TO CTR-D-MESSAGE
                   WHEN WRH-STATUS-INACTIVE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE WRH-NAME TO CTR-D-BNAME
                       MOVE 'That branch is inactive.' TO CTR-D-MESSAGE
                   WHEN WRH-TYPE-CONSIGNMENT
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE WRH-NAME TO CTR-D-BNAME
                       MOVE 'A consignment location cannot make counte
      -                    'r sales.' TO CTR-D-MESSAGE
                   WHEN OTHER
                       MOVE WRH-NAME TO CTR-D-BNAME
                       MOVE WRH-WAREHOUSE-CODE TO CA-BRANCH-CODE
               END-EVALUATE
               IF NOT VALID-DATA
                   MOVE ATTR-REVERSE TO CTR-H-BRANCH
                   MOVE -1 TO CTR-L-BRANCH
               END-IF
           END-IF.
      *
       1225-READ-BRANCH-RECORD.
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
           EXEC CICS
               READ FILE('WRHAB2')
                    INTO(WAREHOUSE-MASTER-RECORD)
                    RIDFLD(WRH-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * ONE LINE.  A PRODUCT MAY APPEAR ONCE ON A SALE SO THE STOCK
      * CHECK SEES THE WHOLE QUANTITY.  THE LINE IS PRICED AND ITS
      * AMOUNT SHOWN AS SOON AS IT PASSES.
      *****************************************************************
       1230-EDIT-ONE-LINE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO CTR-H-PCODE(ITEM-SUB)
                                     CTR-H-QTY(ITEM-SUB).
           MOVE SPACE TO CA-PRODUCT-CODE(ITEM-SUB).
           MOVE ZERO  TO CA-QUANTITY(ITEM-SUB)
                         CA-UNIT-PRICE(ITEM-SUB).
      *
           IF        CTR-L-PCODE(ITEM-SUB) = ZERO
                  OR CTR-D-PCODE(ITEM-SUB) = SPACE
               MOVE SPACE TO CTR-D-DESC(ITEM-SUB)
                             CTR-D-NET-ALPHA(ITEM-SUB)
                             CTR-D-AMOUNT-ALPHA(ITEM-SUB)
               IF        CTR-L-QTY(ITEM-SUB) > ZERO
                     AND CTR-D-QTY-ALPHA(ITEM-SUB) NOT = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO CTR-H-PCODE(ITEM-SUB)
                   MOVE -1 TO CTR-L-PCODE(ITEM-SUB)
                   MOVE 'Enter a product code for the quantity.'
                       TO CTR-D-MESSAGE
               END-IF
           ELSE
               MOVE 'Y' TO LINES-ENTERED-SW
               MOVE CTR-D-QTY-ALPHA(ITEM-SUB) TO INT-UNEDITED-NUMBER
               IF CTR-L-QTY(ITEM-SUB) = ZERO
                   MOVE SPACE TO INT-UNEDITED-NUMBER
               END-IF
               PERFORM 9500-INTEDIT
               MOVE CTR-D-PCODE(ITEM-SUB) TO PRD-PRODUCT-CODE
               PERFORM 1250-READ-PRODUCT-RECORD
               EVALUATE TRUE
                   WHEN NOT INT-VALID-NUMBER
                        OR INT-EDITED-NUMBER = ZERO
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO CTR-H-QTY(ITEM-SUB)
                       MOVE -1 TO CTR-L-QTY(ITEM-SUB)
                       MOVE 'Quantity must be numeric and not zero.'
                           TO CTR-D-MESSAGE
                   WHEN NOT PRODUCT-FOUND
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO CTR-H-PCODE(ITEM-SUB)
                       MOVE -1 TO CTR-L-PCODE(ITEM-SUB)
                       MOVE 'That product does not exist.'
                           TO CTR-D-MESSAGE
                   WHEN PRD-STATUS-INACTIVE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO CTR-H-PCODE(ITEM-SUB)
                       MOVE -1 TO CTR-L-PCODE(ITEM-SUB)
                       MOVE 'That product is inactive.'
                           TO CTR-D-MESSAGE
                   WHEN PRD-SERIAL-TRACKED
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO CTR-H-PCODE(ITEM-SUB)
                       MOVE -1 TO CTR-L-PCODE(ITEM-SUB)
                       MOVE 'Serial-numbered products are sold through
      -                    ' order entry.' TO CTR-D-MESSAGE
                   WHEN OTHER
                       MOVE PRD-PRODUCT-DESCRIPTION
                           TO CTR-D-DESC(ITEM-SUB)
                       MOVE PRD-PRODUCT-CODE
                           TO CA-PRODUCT-CODE(ITEM-SUB)
                       MOVE INT-EDITED-NUMBER
                           TO CA-QUANTITY(ITEM-SUB)
                       PERFORM 1231-CHECK-REPEATED-PRODUCT
                           VARYING REPEAT-SUB FROM 1 BY 1
                             UNTIL REPEAT-SUB > 8
                       IF VALID-DATA
                           PERFORM 1232-CHECK-BRANCH-STOCK
                       END-IF
                       IF VALID-DATA
                           PERFORM 1240-PRICE-LINE
                       END-IF
               END-EVALUATE
           END-IF.
      *
       1231-CHECK-REPEATED-PRODUCT.
      *
           IF        REPEAT-SUB > ITEM-SUB
                 AND CA-PRODUCT-CODE(REPEAT-SUB)
                         = CA-PRODUCT-CODE(ITEM-SUB)
               MOVE 'N' TO VALID-DATA-SW
               MOVE ATTR-REVERSE TO CTR-H-PCODE(ITEM-SUB)
               MOVE -1 TO CTR-L-PCODE(ITEM-SUB)
               MOVE 'Key each product once, with the total quantity.'
                   TO CTR-D-MESSAGE
           END-IF.
      *
      *****************************************************************
      * THE CUSTOMER IS STANDING AT THE COUNTER, SO THE BRANCH MUST
      * HAVE THE WHOLE QUANTITY FREE NOW - ON HAND LESS WHAT IS
      * ALREADY ALLOCATED TO WAVED ORDERS.  NO STOCK RECORD AT THE
      * BRANCH MEANS THE BRANCH DOES NOT CARRY IT.
      *****************************************************************
       1232-CHECK-BRANCH-STOCK.
      *
           PERFORM 6200-OPEN-WHS-FILE.
      *
           MOVE CA-PRODUCT-CODE(ITEM-SUB) TO WS-WAREHOUSE-PRODUCT-CODE.
           MOVE CA-BRANCH-CODE            TO WS-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WHSAB2')
                    INTO(WAREHOUSE-INVENTORY-RECORD)
                    RIDFLD(WS-WAREHOUSE-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   COMPUTE STOCK-AVAILABLE =
                       WHS-QUANTITY-ON-HAND - WHS-QUANTITY-ALLOCATED
               WHEN DFHRESP(NOTFND)
                   MOVE ZERO TO STOCK-AVAILABLE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           IF STOCK-AVAILABLE < CA-QUANTITY(ITEM-SUB)
               MOVE 'N' TO VALID-DATA-SW
               MOVE ATTR-REVERSE TO CTR-H-QTY(ITEM-SUB)
               MOVE -1 TO CTR-L-QTY(ITEM-SUB)
               MOVE 'Not enough stock at this branch.  Sell what is o
      -            'n hand or use order entry.' TO CTR-D-MESSAGE
           END-IF.
      *
      *****************************************************************
      * PRICE THE LINE THE WAY ORDERAB2 PRICES IT - AN IN-FORCE
      * CONTRACT PRICE, ELSE THE CUSTOMER'S PRICE LEVEL, ELSE THE
      * BEST BREAK TIER, THEN A LIVE PROMOTION IF LOWER.
      * PRODUCT-MASTER-RECORD IS ALREADY READ.
      *****************************************************************
       1240-PRICE-LINE.
      *
           MOVE CA-QUANTITY(ITEM-SUB) TO QTY-NUMERIC.
           PERFORM 1243-CHECK-CONTRACT-PRICE.
           IF NOT CONTRACT-FOUND
               PERFORM 1246-APPLY-PRICE-LEVEL
               IF NOT PRICE-LEVEL-FOUND
                   PERFORM 1241-APPLY-BREAK-PRICING
               END-IF
           END-IF.
           PERFORM 1245-APPLY-PROMO-PRICE.
           MOVE NET-NUMERIC TO CA-UNIT-PRICE(ITEM-SUB).
      *
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               CA-UNIT-PRICE(ITEM-SUB) * CA-QUANTITY(ITEM-SUB).
           ADD WS-LINE-AMOUNT TO CA-MERCH-TOTAL.
      *
       1241-APPLY-BREAK-PRICING.
      *
           MOVE PRD-UNIT-PRICE TO NET-NUMERIC.
           PERFORM 1242-CHECK-ONE-BREAK
               VARYING PRICE-SUB FROM 1 BY 1
                 UNTIL PRICE-SUB > 3.
      *
       1242-CHECK-ONE-BREAK.
      *
           IF        PRD-BREAK-QTY(PRICE-SUB) > ZERO
                 AND QTY-NUMERIC >= PRD-BREAK-QTY(PRICE-SUB)
               MOVE PRD-BREAK-PRICE(PRICE-SUB) TO NET-NUMERIC
           END-IF.
      *
       1243-CHECK-CONTRACT-PRICE.
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
           MOVE CA-PRODUCT-CODE(ITEM-SUB) TO WS-CONTRACT-PRODUCT-CODE.
      *
           EXEC CICS
               READ FILE('CNTAB2')
                    INTO(CONTRACT-PRICE-RECORD)
                    RIDFLD(WS-CONTRACT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 1244-CHECK-CONTRACT-DATES
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
       1244-CHECK-CONTRACT-DATES.
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
       1245-APPLY-PROMO-PRICE.
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
           MOVE CA-PRODUCT-CODE(ITEM-SUB) TO PRM-PRODUCT-CODE.
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
      *****************************************************************
      * THE LEVEL'S PLVAB2 ROW FOR THE PRODUCT CATEGORY, ELSE ITS
      * BLANK-CATEGORY ROW, AS A PERCENT OFF LIST.  THE CUSTOMER WAS
      * READ IN 1210.
      *****************************************************************
       1246-APPLY-PRICE-LEVEL.
      *
           MOVE 'N' TO PRICE-LEVEL-FOUND-SW.
      *
           IF        CM-PRICE-LEVEL NOT = SPACE
                 AND CM-PRICE-LEVEL NOT = LOW-VALUE
               MOVE CM-PRICE-LEVEL       TO PLV-PRICE-LEVEL
               MOVE PRD-PRODUCT-CATEGORY TO PLV-PRODUCT-CATEGORY
               PERFORM 1247-READ-PRICE-LEVEL
               IF        NOT PRICE-LEVEL-FOUND
                     AND PRD-PRODUCT-CATEGORY NOT = SPACE
                   MOVE SPACE TO PLV-PRODUCT-CATEGORY
                   PERFORM 1247-READ-PRICE-LEVEL
               END-IF
               IF PRICE-LEVEL-FOUND
                   COMPUTE NET-NUMERIC ROUNDED =
                       PRD-UNIT-PRICE * (100 - PLV-DISCOUNT-PCT) / 100
               END-IF
           END-IF.
      *
       1247-READ-PRICE-LEVEL.
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
       1250-READ-PRODUCT-RECORD.
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
      *****************************************************************
      * SALES TAX ON THE TAXABLE LINES AT THE CUSTOMER'S STATE RATE,
      * AS ORDERAB2 FIGURES IT.  CUSTOMER-MASTER-RECORD IS CURRENT
      * FROM 1210.
      *****************************************************************
       1260-CALCULATE-TAX-AMOUNT.
      *
           MOVE ZERO TO CA-TAX-AMOUNT.
      *
           IF NOT CM-TAX-EXEMPT
               MOVE CM-STATE TO TAX-STATE-CODE
               PERFORM 1262-READ-TAX-RATE
               IF TAX-RATE-PCT NOT = ZERO
                   MOVE ZERO TO TAXABLE-TOTAL-WORK
                   PERFORM 1261-CHECK-ONE-TAX-LINE
                       VARYING TAX-LINE-SUB FROM 1 BY 1
                         UNTIL TAX-LINE-SUB > 8
                   MULTIPLY TAXABLE-TOTAL-WORK BY TAX-RATE-PCT
                       GIVING CA-TAX-AMOUNT ROUNDED
               END-IF
           END-IF.
      *
       1261-CHECK-ONE-TAX-LINE.
      *
           IF CA-PRODUCT-CODE(TAX-LINE-SUB) NOT = SPACE
               MOVE CA-PRODUCT-CODE(TAX-LINE-SUB) TO PRD-PRODUCT-CODE
               PERFORM 1250-READ-PRODUCT-RECORD
               IF PRODUCT-FOUND AND NOT PRD-LINE-TAXABLE
                   CONTINUE
               ELSE
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       CA-UNIT-PRICE(TAX-LINE-SUB)
                           * CA-QUANTITY(TAX-LINE-SUB)
                   ADD WS-LINE-AMOUNT TO TAXABLE-TOTAL-WORK
               END-IF
           END-IF.
      *
       1262-READ-TAX-RATE.
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
      *****************************************************************
      * THE PRICED SALE: HEADER AND LINES PROTECTED, TOTALS SHOWN,
      * TENDER FIELDS OPEN.  F4 GOES BACK TO CHANGE THE LINES.
      *****************************************************************
       1300-FORMAT-TENDER-SCREEN.
      *
           MOVE 'Key the payment.  Then press Enter to post the sale.'
               TO CTR-D-INSTR.
           MOVE 'F3=Exit  F4=Change items  F12=Cancel' TO CTR-D-FKEY.
      *
           MOVE ATTR-PROT TO CTR-A-CUSTNO
                             CTR-A-BRANCH.
           PERFORM 1310-FORMAT-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 8.
      *
           MOVE CA-MERCH-TOTAL TO CTR-D-SUBTOT.
           MOVE CA-TAX-AMOUNT  TO CTR-D-TAX.
           COMPUTE WS-SALE-TOTAL = CA-MERCH-TOTAL + CA-TAX-AMOUNT.
           MOVE WS-SALE-TOTAL  TO CTR-D-TOTAL.
      *
           MOVE SPACE TO CTR-D-TENDER
                         CTR-D-REF
                         CTR-D-PAID-ALPHA
                         CTR-D-CHANGE-ALPHA.
           MOVE ATTR-UNPROT    TO CTR-A-TENDER
                                  CTR-A-REF
                                  CTR-A-PAID.
           MOVE ATTR-TURQUOISE TO CTR-C-TENDER
                                  CTR-C-REF
                                  CTR-C-PAID.
           MOVE -1 TO CTR-L-TENDER.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-SALE-MAP.
      *
       1310-FORMAT-ONE-LINE.
      *
           MOVE ATTR-PROT TO CTR-A-PCODE(ITEM-SUB)
                             CTR-A-QTY(ITEM-SUB).
      *
           IF CA-PRODUCT-CODE(ITEM-SUB) = SPACE
               MOVE SPACE TO CTR-D-PCODE(ITEM-SUB)
                             CTR-D-QTY-ALPHA(ITEM-SUB)
                             CTR-D-DESC(ITEM-SUB)
                             CTR-D-NET-ALPHA(ITEM-SUB)
                             CTR-D-AMOUNT-ALPHA(ITEM-SUB)
           ELSE
               MOVE CA-PRODUCT-CODE(ITEM-SUB) TO CTR-D-PCODE(ITEM-SUB)
               MOVE CA-QUANTITY(ITEM-SUB)     TO CTR-D-QTY(ITEM-SUB)
               MOVE CA-UNIT-PRICE(ITEM-SUB)   TO CTR-D-NET(ITEM-SUB)
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   CA-UNIT-PRICE(ITEM-SUB) * CA-QUANTITY(ITEM-SUB)
               MOVE WS-LINE-AMOUNT TO CTR-D-AMOUNT(ITEM-SUB)
           END-IF.
      *
       1400-SEND-SALE-MAP.
      *
           MOVE 'CTAB' TO CTR-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('CTRMAB2')
                            MAPSET('CTRSAB2')
                            FROM(CTRMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('CTRMAB2')
                            MAPSET('CTRSAB2')
                            FROM(CTRMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('CTRMAB2')
                            MAPSET('CTRSAB2')
                            FROM(CTRMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
      *****************************************************************
      * F4 FROM THE TENDER STEP.  THE KEYED SALE STAYS ON THE SCREEN
      * WITH ITS FIELDS OPEN AGAIN (MDT ON SO THEY COME BACK) FOR THE
      * OPERATOR TO CHANGE AND RE-PRICE.
      *****************************************************************
       1500-REOPEN-SALE-LINES.
      *
           SET PROCESS-ENTRY TO TRUE.
           MOVE 'Change the sale.  Then press Enter to price it again
      -        '.' TO CTR-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO CTR-D-FKEY.
           MOVE SPACE TO CTR-D-MESSAGE
                         CTR-D-TENDER
                         CTR-D-REF
                         CTR-D-PAID-ALPHA
                         CTR-D-CHANGE-ALPHA
                         CTR-D-SUBTOT-ALPHA
                         CTR-D-TAX-ALPHA
                         CTR-D-TOTAL-ALPHA.
           MOVE ATTR-UNPROT-MDT TO CTR-A-CUSTNO
                                   CTR-A-BRANCH.
           PERFORM 1510-REOPEN-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 8.
           PERFORM 1060-PROTECT-TENDER-FIELDS.
           MOVE -1 TO CTR-L-PCODE(1).
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-SALE-MAP.
      *
       1510-REOPEN-ONE-LINE.
      *
           MOVE ATTR-UNPROT-MDT TO CTR-A-PCODE(ITEM-SUB)
                                   CTR-A-QTY(ITEM-SUB).
           MOVE SPACE TO CTR-D-NET-ALPHA(ITEM-SUB)
                         CTR-D-AMOUNT-ALPHA(ITEM-SUB).
      *
      *****************************************************************
      * SECOND ENTER.  EDIT THE PAYMENT, CHECK THE DAY AND PERIOD ARE
      * OPEN AND THE STOCK IS STILL THERE, THEN POST THE SALE.
      *****************************************************************
       2000-POST-COUNTER-SALE.
      *
           PERFORM 1100-RECEIVE-SALE-MAP.
           COMPUTE WS-SALE-TOTAL = CA-MERCH-TOTAL + CA-TAX-AMOUNT.
           PERFORM 2100-EDIT-TENDER-DATA.
      *
           IF VALID-DATA
               PERFORM 2200-CHECK-DAY-STATUS
               IF NOT DAY-POSTING-ALLOWED
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE -1 TO CTR-L-TENDER
                   IF PERIOD-CLOSED
                       MOVE 'Accounting period is closed.  Sale not p
      -                    'osted.' TO CTR-D-MESSAGE
                   ELSE
                       MOVE 'Business day is closed.  Sale not posted
      -                    '.' TO CTR-D-MESSAGE
                   END-IF
               END-IF
           END-IF.
      *
           IF VALID-DATA
               MOVE 'N' TO STOCK-SHORT-SW
               PERFORM 2150-RECHECK-ONE-LINE
                   VARYING ITEM-SUB FROM 1 BY 1
                     UNTIL ITEM-SUB > 8
               IF STOCK-SHORT
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE -1 TO CTR-L-TENDER
                   MOVE 'Stock was taken while you worked.  Press F4
      -                'and change the items.' TO CTR-D-MESSAGE
               END-IF
           END-IF.
      *
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-SALE-MAP
           ELSE
               PERFORM 2300-BUILD-INVOICE-RECORD
               PERFORM 2400-RELIEVE-LINE-STOCK
                   VARYING ITEM-SUB FROM 1 BY 1
                     UNTIL ITEM-SUB > 8
               PERFORM 2500-WRITE-INVOICE-RECORD
               PERFORM 2550-UPDATE-INVOICE-SUMMARY
               PERFORM 2600-POST-SALES-HISTORY
               PERFORM 2700-WRITE-CLOSED-OPEN-ITEM
               PERFORM 2750-WRITE-RECEIPT-RECORD
               PERFORM 2760-WRITE-APPLICATION-RECORD
               PERFORM 2800-WRITE-DRAWER-RECORD
               PERFORM 2900-PRINT-COUNTER-RECEIPT
               PERFORM 2990-SHOW-SALE-POSTED
           END-IF.
      *
      *****************************************************************
      * CASH MUST COVER THE SALE AND THE CHANGE IS SHOWN.  A CHECK OR
      * CARD IS TAKEN FOR THE EXACT TOTAL - LEFT BLANK, THE AMOUNT IS
      * THE TOTAL - AND CARRIES ITS CHECK NUMBER OR AUTHORIZATION.
      * THE SAME CHECK NUMBER CANNOT BE TAKEN TWICE FROM A CUSTOMER.
      *****************************************************************
       2100-EDIT-TENDER-DATA.
      *
           MOVE 'Y'  TO VALID-DATA-SW.
           MOVE ZERO TO WS-TENDERED-AMOUNT
                        WS-CHANGE-AMOUNT.
           MOVE ATTR-NO-HIGHLIGHT TO CTR-H-TENDER
                                     CTR-H-REF
                                     CTR-H-PAID.
      *
           IF        CTR-L-PAID = ZERO
                  OR CTR-D-PAID-ALPHA = SPACE
               MOVE WS-SALE-TOTAL TO WS-TENDERED-AMOUNT
           ELSE
               MOVE CTR-D-PAID-ALPHA TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               IF NUM-VALID-NUMBER
                   MOVE NUM-EDITED-NUMBER TO WS-TENDERED-AMOUNT
               ELSE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO CTR-H-PAID
                   MOVE -1 TO CTR-L-PAID
                   MOVE 'Amount paid must be numeric.' TO CTR-D-MESSAGE
               END-IF
           END-IF.
      *
           IF        CTR-L-REF = ZERO
                  OR CTR-D-REF = SPACE
               MOVE SPACE TO CTR-D-REF
           END-IF.
      *
           EVALUATE TRUE
               WHEN CTR-L-TENDER = ZERO
                 OR CTR-D-TENDER = SPACE
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO CTR-H-TENDER
                   MOVE -1 TO CTR-L-TENDER
                   MOVE 'Key how the customer paid: C, K or R.'
                       TO CTR-D-MESSAGE
               WHEN CTR-D-TENDER = 'C'
                   IF WS-TENDERED-AMOUNT < WS-SALE-TOTAL
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO CTR-H-PAID
                       MOVE -1 TO CTR-L-PAID
                       MOVE 'Cash paid does not cover the sale.'
                           TO CTR-D-MESSAGE
                   ELSE
                       COMPUTE WS-CHANGE-AMOUNT =
                           WS-TENDERED-AMOUNT - WS-SALE-TOTAL
                       MOVE SPACE TO CTR-D-REF
                   END-IF
               WHEN CTR-D-TENDER = 'K' OR 'R'
                   IF WS-TENDERED-AMOUNT NOT = WS-SALE-TOTAL
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO CTR-H-PAID
                       MOVE -1 TO CTR-L-PAID
                       MOVE 'A check or card is taken for the exact to
      -                    'tal of the sale.' TO CTR-D-MESSAGE
                   END-IF
                   IF CTR-D-REF = SPACE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE ATTR-REVERSE TO CTR-H-REF
                       MOVE -1 TO CTR-L-REF
                       IF CTR-D-TENDER = 'K'
                           MOVE 'You must enter the check number.'
                               TO CTR-D-MESSAGE
                       ELSE
                           MOVE 'You must enter the card authorization
      -                        ' code.' TO CTR-D-MESSAGE
                       END-IF
                   END-IF
                   IF VALID-DATA AND CTR-D-TENDER = 'K'
                       PERFORM 2110-CHECK-DUPLICATE-CHECK
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO CTR-H-TENDER
                   MOVE -1 TO CTR-L-TENDER
                   MOVE 'Payment must be C (cash), K (check) or R (car
      -                'd).' TO CTR-D-MESSAGE
           END-EVALUATE.
      *
           IF VALID-DATA
               MOVE WS-CHANGE-AMOUNT TO CTR-D-CHANGE
           ELSE
               MOVE SPACE TO CTR-D-CHANGE-ALPHA
           END-IF.
      *
       2110-CHECK-DUPLICATE-CHECK.
      *
           PERFORM 7100-OPEN-PAY-FILE.
      *
           MOVE CA-CUSTOMER-NUMBER TO PAY-CUSTOMER-NUMBER.
           MOVE CTR-D-REF          TO PAY-CHECK-NUMBER.
      *
           EXEC CICS
               READ FILE('PAYAB2')
                    INTO(CASH-RECEIPT-RECORD)
                    RIDFLD(PAY-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE ATTR-REVERSE TO CTR-H-REF
                   MOVE -1 TO CTR-L-REF
                   MOVE 'That check number is already on file for thi
      -                's customer.' TO CTR-D-MESSAGE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2150-RECHECK-ONE-LINE.
      *
           IF CA-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               PERFORM 6200-OPEN-WHS-FILE
               MOVE CA-PRODUCT-CODE(ITEM-SUB)
                   TO WS-WAREHOUSE-PRODUCT-CODE
               MOVE CA-BRANCH-CODE TO WS-WAREHOUSE-CODE
               EXEC CICS
                   READ FILE('WHSAB2')
                        INTO(WAREHOUSE-INVENTORY-RECORD)
                        RIDFLD(WS-WAREHOUSE-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       COMPUTE STOCK-AVAILABLE =
                           WHS-QUANTITY-ON-HAND
                               - WHS-QUANTITY-ALLOCATED
                   WHEN DFHRESP(NOTFND)
                       MOVE ZERO TO STOCK-AVAILABLE
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
               IF STOCK-AVAILABLE < CA-QUANTITY(ITEM-SUB)
                   MOVE 'Y' TO STOCK-SHORT-SW
               END-IF
           END-IF.
      *
       2200-CHECK-DAY-STATUS.
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
               PERFORM 2210-CHECK-PERIOD-STATUS
           END-IF.
      *
      *****************************************************************
      * THE PERIOD GATE.  THE SALE BILLS AND MOVES STOCK ON THE
      * PROCESSING DATE, SO A CLOSED OR LOCKED PERIOD (PERAB2) STOPS
      * IT.  NO RECORD MEANS OPEN.
      *****************************************************************
       2210-CHECK-PERIOD-STATUS.
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
      *    EACH COMPANY CLOSES ITS OWN PERIODS; THE SALE IS THE
      *    CUSTOMER'S COMPANY'S.
      *
           PERFORM 2320-READ-SALE-CUSTOMER.
           MOVE CM-COMPANY-CODE TO PER-COMPANY-CODE.
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
      * THE INVOICE IS BORN BILLED: STATUS I, SHIP-CONFIRMED, SHIPPED,
      * INVOICED AND DUE ON THE PROCESSING DATE, SOURCE T (COUNTER).
      * THE CUSTOMER CARRIES THE GOODS OUT, SO THERE IS NO CARRIER,
      * SHIP-TO OR FREIGHT.
      *****************************************************************
       2300-BUILD-INVOICE-RECORD.
      *
           PERFORM 2320-READ-SALE-CUSTOMER.
      *
           SET INVCTL-INVOICE-NUMBER-SEQ TO TRUE.
           MOVE INVCTL-RECORD-KEY TO GETIN-DOCUMENT-TYPE.
           MOVE CM-COMPANY-CODE   TO GETIN-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('GETINAB2')
                    COMMAREA(GETIN-PARMS)
           END-EXEC.
      *
           INITIALIZE INVOICE-RECORD.
           MOVE GETIN-NEXT-NUMBER  TO INV-INVOICE-NUMBER.
           MOVE PERIOD-DATE-MDY    TO INV-INVOICE-DATE
                                      INV-DUE-DATE
                                      INV-SHIP-DATE.
           MOVE CA-CUSTOMER-NUMBER TO INV-CUSTOMER-NUMBER.
           MOVE 'N'                TO INV-CONTINUED-SW
                                      INV-VOID-SW
                                      INV-DROP-SHIP-SW.
           SET INV-SHIP-CONFIRMED  TO TRUE.
           MOVE 'I'                TO INV-ORDER-STATUS.
           SET INV-SOURCE-COUNTER  TO TRUE.
           MOVE SC-OPERATOR-ID     TO INV-ENTRY-OPERATOR.
      *
      *    THE GOODS GO OUT OVER THE COUNTER AS THE SALE IS RUNG UP,
      *    SO ENTRY, REQUEST AND SHIPMENT ARE ALL THE SAME DAY.
      *
           MOVE PERIOD-DATE-MDY    TO INV-ENTRY-DATE
                                      INV-REQUESTED-DATE.
           MOVE EIBTIME            TO INV-ENTRY-TIME.
      *
           MOVE CM-SALESPERSON-CODE TO INV-SALESPERSON-CODE.
           MOVE CM-COMPANY-CODE     TO INV-COMPANY-CODE.
      *
           PERFORM 2310-BUILD-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 8.
           MOVE CA-MERCH-TOTAL TO INV-INVOICE-TOTAL.
           MOVE CA-TAX-AMOUNT  TO INV-TAX-AMOUNT.
      *
       2310-BUILD-ONE-LINE.
      *
           IF CA-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE CA-PRODUCT-CODE(ITEM-SUB)
                   TO INV-PRODUCT-CODE(ITEM-SUB)
               MOVE CA-BRANCH-CODE TO INV-WAREHOUSE-CODE(ITEM-SUB)
               MOVE CA-QUANTITY(ITEM-SUB) TO INV-QUANTITY(ITEM-SUB)
               MOVE CA-UNIT-PRICE(ITEM-SUB)
                   TO INV-UNIT-PRICE(ITEM-SUB)
               COMPUTE INV-AMOUNT(ITEM-SUB) ROUNDED =
                   CA-UNIT-PRICE(ITEM-SUB) * CA-QUANTITY(ITEM-SUB)
               MOVE 'N' TO INV-SUBSTITUTED-SW(ITEM-SUB)
           END-IF.
      *
       2320-READ-SALE-CUSTOMER.
      *
           PERFORM 6500-OPEN-CMF-FILE.
           MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           EXEC CICS
               READ FILE('CMFAB2')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * THE LINE COMES OFF THE BRANCH SHELF: WAREHOUSE ON HAND DOWN,
      * AN OR LEDGER ENTRY, AND THE LOTS DRAWN OLDEST FIRST.  THE
      * STOCK WAS CHECKED A MOMENT AGO; IF ANOTHER TERMINAL GOT IN
      * FIRST THE BOOK STOPS AT ZERO, SINCE THE GOODS HAVE PLAINLY
      * LEFT THE BUILDING, AND THE NEXT CYCLE COUNT SETTLES IT.
      *****************************************************************
       2400-RELIEVE-LINE-STOCK.
      *
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               PERFORM 6200-OPEN-WHS-FILE
               MOVE INV-PRODUCT-CODE(ITEM-SUB)
                   TO WS-WAREHOUSE-PRODUCT-CODE
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO WS-WAREHOUSE-CODE
               EXEC CICS
                   READ FILE('WHSAB2')
                        INTO(WAREHOUSE-INVENTORY-RECORD)
                        RIDFLD(WS-WAREHOUSE-KEY)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               SUBTRACT INV-QUANTITY(ITEM-SUB)
                   FROM WHS-QUANTITY-ON-HAND
               IF WHS-QUANTITY-ON-HAND < ZERO
                   MOVE ZERO TO WHS-QUANTITY-ON-HAND
               END-IF
               EXEC CICS
                   REWRITE FILE('WHSAB2')
                           FROM(WAREHOUSE-INVENTORY-RECORD)
                           RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE INV-PRODUCT-CODE(ITEM-SUB)   TO ILG-PRODUCT-CODE
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO ILG-WAREHOUSE-CODE
               SET ILG-TYPE-ORDER TO TRUE
               COMPUTE ILG-QUANTITY = 0 - INV-QUANTITY(ITEM-SUB)
               MOVE INV-INVOICE-DATE   TO ILG-TRAN-DATE
               MOVE INV-INVOICE-NUMBER TO ILG-DOCUMENT-NUMBER
               PERFORM 5900-WRITE-LEDGER-RECORD
               PERFORM 2410-DRAW-LINE-LOTS
           END-IF.
      *
       2410-DRAW-LINE-LOTS.
      *
           PERFORM 6400-OPEN-LOT-FILE.
      *
           MOVE 'N'  TO LOT-BROWSE-DONE-SW
                        LOT-FIRST-SW.
           MOVE ZERO TO LOT-COUNT.
           MOVE INV-PRODUCT-CODE(ITEM-SUB)   TO LOT-PRODUCT-CODE.
           MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO LOT-WAREHOUSE-CODE.
           MOVE LOW-VALUE TO LOT-LOT-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('LOTAB2')
                       RIDFLD(LOT-KEY)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO LOT-BROWSE-DONE-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
           PERFORM 2411-READ-NEXT-LOT
               UNTIL LOT-BROWSE-DONE.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   ENDBR FILE('LOTAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
           IF LOT-COUNT > ZERO
               MOVE INV-QUANTITY(ITEM-SUB) TO LOT-REMAINING
               PERFORM 2412-TAKE-OLDEST-LOT
                   UNTIL LOT-REMAINING <= ZERO
                      OR LOT-COUNT = ZERO
           END-IF.
      *
       2411-READ-NEXT-LOT.
      *
           EXEC CICS
               READNEXT FILE('LOTAB2')
                        INTO(LOT-STOCK-RECORD)
                        RIDFLD(LOT-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   IF        LOT-PRODUCT-CODE
                                 = INV-PRODUCT-CODE(ITEM-SUB)
                         AND LOT-WAREHOUSE-CODE
                                 = INV-WAREHOUSE-CODE(ITEM-SUB)
                         AND LOT-COUNT < 20
                       IF LOT-QUANTITY-ON-HAND > ZERO
                           ADD 1 TO LOT-COUNT
                           MOVE LOT-LOT-NUMBER
                               TO LOT-TAB-NUMBER(LOT-COUNT)
                           MOVE LOT-QUANTITY-ON-HAND
                               TO LOT-TAB-QTY(LOT-COUNT)
                           MOVE LOT-RECEIPT-DATE
                               TO LOT-TAB-DATE(LOT-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO LOT-BROWSE-DONE-SW
                   END-IF
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO LOT-BROWSE-DONE-SW
                   MOVE DFHRESP(NORMAL) TO RESPONSE-CODE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * ONE DRAW: THE TABLED LOT WITH THE EARLIEST RECEIPT DATE AND
      * STOCK LEFT.  THE DATES ARE MMDDYYYY, SO THE COMPARE RUNS ON A
      * YYYYMMDD REARRANGEMENT.
      *****************************************************************
       2412-TAKE-OLDEST-LOT.
      *
           MOVE ZERO TO LOT-PICK-SUB.
           PERFORM 2413-CHECK-ONE-LOT-DATE
               VARYING LOT-SUB FROM 1 BY 1
                 UNTIL LOT-SUB > LOT-COUNT.
      *
           IF LOT-PICK-SUB = ZERO
               MOVE ZERO TO LOT-COUNT
           ELSE
               IF LOT-REMAINING < LOT-TAB-QTY(LOT-PICK-SUB)
                   MOVE LOT-REMAINING TO LOT-TAKE-QTY
               ELSE
                   MOVE LOT-TAB-QTY(LOT-PICK-SUB) TO LOT-TAKE-QTY
               END-IF
               PERFORM 2414-DRAW-DOWN-LOT-RECORD
               SUBTRACT LOT-TAKE-QTY FROM LOT-TAB-QTY(LOT-PICK-SUB)
               SUBTRACT LOT-TAKE-QTY FROM LOT-REMAINING
               IF NOT LOT-FIRST-TAKEN
                   MOVE LOT-TAB-NUMBER(LOT-PICK-SUB)
                       TO INV-LOT-NUMBER(ITEM-SUB)
                   SET LOT-FIRST-TAKEN TO TRUE
               END-IF
           END-IF.
      *
       2413-CHECK-ONE-LOT-DATE.
      *
           IF LOT-TAB-QTY(LOT-SUB) > ZERO
               IF LOT-PICK-SUB = ZERO
                   MOVE LOT-SUB TO LOT-PICK-SUB
               ELSE
                   MOVE LOT-TAB-DATE(LOT-SUB)      TO LOT-DATE-A-MDY
                   MOVE LOT-TAB-DATE(LOT-PICK-SUB) TO LOT-DATE-B-MDY
                   MOVE LOT-A-YYYY TO LOT-A-Y2
                   MOVE LOT-A-MM   TO LOT-A-M2
                   MOVE LOT-A-DD   TO LOT-A-D2
                   MOVE LOT-B-YYYY TO LOT-B-Y2
                   MOVE LOT-B-MM   TO LOT-B-M2
                   MOVE LOT-B-DD   TO LOT-B-D2
                   IF LOT-DATE-A-YMD < LOT-DATE-B-YMD
                       MOVE LOT-SUB TO LOT-PICK-SUB
                   END-IF
               END-IF
           END-IF.
      *
       2414-DRAW-DOWN-LOT-RECORD.
      *
           MOVE INV-PRODUCT-CODE(ITEM-SUB)   TO LOT-PRODUCT-CODE.
           MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO LOT-WAREHOUSE-CODE.
           MOVE LOT-TAB-NUMBER(LOT-PICK-SUB) TO LOT-LOT-NUMBER.
      *
           EXEC CICS
               READ FILE('LOTAB2')
                    INTO(LOT-STOCK-RECORD)
                    RIDFLD(LOT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           SUBTRACT LOT-TAKE-QTY FROM LOT-QUANTITY-ON-HAND.
           IF LOT-QUANTITY-ON-HAND < ZERO
               MOVE ZERO TO LOT-QUANTITY-ON-HAND
           END-IF.
      *
           EXEC CICS
               REWRITE FILE('LOTAB2')
                       FROM(LOT-STOCK-RECORD)
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2500-WRITE-INVOICE-RECORD.
      *
           PERFORM 6000-OPEN-INV-FILE.
      *
           EXEC CICS
               WRITE FILE('INVAB2')
                     FROM(INVOICE-RECORD)
                     RIDFLD(INV-INVOICE-NUMBER)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * THE SALE BILLS NOW, SO THE INVOICE SUMMARY ROLLS HERE AS IT
      * DOES AT SHIP CONFIRMATION.
      *****************************************************************
       2550-UPDATE-INVOICE-SUMMARY.
      *
           PERFORM 6700-OPEN-INS-FILE.
      *
           MOVE 'S' TO IS-SUMMARY-KEY.
           EXEC CICS
               READ FILE('INSAB2')
                    INTO(INVOICE-SUMMARY-RECORD)
                    RIDFLD(IS-SUMMARY-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   ADD INV-INVOICE-TOTAL TO IS-INVOICE-TOTAL
                   ADD 1 TO IS-INVOICE-COUNT
                   MOVE INV-INVOICE-NUMBER TO IS-LAST-INVOICE-NUMBER
                   IF IS-INVOICE-COUNT = 1
                       MOVE INV-INVOICE-NUMBER
                           TO IS-FIRST-INVOICE-NUMBER
                   END-IF
                   EXEC CICS
                       REWRITE FILE('INSAB2')
                               FROM(INVOICE-SUMMARY-RECORD)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE 'S' TO IS-SUMMARY-KEY
                   MOVE 1 TO IS-INVOICE-COUNT
                   MOVE INV-INVOICE-TOTAL  TO IS-INVOICE-TOTAL
                   MOVE INV-INVOICE-NUMBER TO IS-FIRST-INVOICE-NUMBER
                   MOVE INV-INVOICE-NUMBER TO IS-LAST-INVOICE-NUMBER
                   EXEC CICS
                       WRITE FILE('INSAB2')
                             FROM(INVOICE-SUMMARY-RECORD)
                             RIDFLD(IS-SUMMARY-KEY)
                   END-EXEC
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * PERIOD SALES HISTORY, ONE BUCKET PER PRODUCT/CUSTOMER/PERIOD
      * ON SHSAB2, COSTED AT THE PRODUCT'S UNIT COST - THE SAME POST
      * SHCAB2 MAKES AT FIRST BILLING.
      *****************************************************************
       2600-POST-SALES-HISTORY.
      *
           PERFORM 6800-OPEN-SHS-FILE.
      *
           MOVE INV-INVOICE-DATE(5:4) TO WS-HIST-PERIOD(1:4).
           MOVE INV-INVOICE-DATE(1:2) TO WS-HIST-PERIOD(5:2).
      *
           PERFORM 2610-POST-ONE-HISTORY-LINE
               VARYING HIST-SUB FROM 1 BY 1
                 UNTIL HIST-SUB > 8.
      *
       2610-POST-ONE-HISTORY-LINE.
      *
           IF INV-PRODUCT-CODE(HIST-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE(HIST-SUB) TO PRD-PRODUCT-CODE
               PERFORM 1250-READ-PRODUCT-RECORD
               IF PRODUCT-FOUND
                   COMPUTE WS-HIST-LINE-COST =
                       PRD-UNIT-COST * INV-QUANTITY(HIST-SUB)
               ELSE
                   MOVE ZERO TO WS-HIST-LINE-COST
               END-IF
               MOVE INV-PRODUCT-CODE(HIST-SUB) TO SHS-PRODUCT-CODE
               MOVE INV-CUSTOMER-NUMBER        TO SHS-CUSTOMER-NUMBER
               MOVE WS-HIST-PERIOD             TO SHS-PERIOD
               EXEC CICS
                   READ FILE('SHSAB2')
                        INTO(SALES-HISTORY-RECORD)
                        RIDFLD(SHS-KEY)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                       ADD INV-QUANTITY(HIST-SUB) TO SHS-QUANTITY
                       ADD INV-AMOUNT(HIST-SUB)
                           TO SHS-SALES-AMOUNT
                       ADD WS-HIST-LINE-COST
                           TO SHS-COST-AMOUNT
                       EXEC CICS
                           REWRITE FILE('SHSAB2')
                                   FROM(SALES-HISTORY-RECORD)
                       END-EXEC
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE INV-PRODUCT-CODE(HIST-SUB)
                           TO SHS-PRODUCT-CODE
                       MOVE INV-CUSTOMER-NUMBER
                           TO SHS-CUSTOMER-NUMBER
                       MOVE WS-HIST-PERIOD TO SHS-PERIOD
                       MOVE INV-QUANTITY(HIST-SUB) TO SHS-QUANTITY
                       MOVE INV-AMOUNT(HIST-SUB)
                           TO SHS-SALES-AMOUNT
                       MOVE WS-HIST-LINE-COST
                           TO SHS-COST-AMOUNT
                       EXEC CICS
                           WRITE FILE('SHSAB2')
                                 FROM(SALES-HISTORY-RECORD)
                                 RIDFLD(SHS-KEY)
                       END-EXEC
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
      *****************************************************************
      * THE OPEN ITEM GOES ON FILE ALREADY PAID, SO THE CUSTOMER'S
      * STATEMENT AND ITEM HISTORY SHOW THE SALE WITHOUT IT EVER
      * AGING.
      *****************************************************************
       2700-WRITE-CLOSED-OPEN-ITEM.
      *
           PERFORM 6900-OPEN-OPN-FILE.
      *
           MOVE INV-CUSTOMER-NUMBER TO OPN-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-NUMBER  TO OPN-INVOICE-NUMBER.
           MOVE INV-INVOICE-DATE    TO OPN-INVOICE-DATE.
           MOVE INV-DUE-DATE        TO OPN-DUE-DATE.
           MOVE WS-SALE-TOTAL       TO OPN-ORIGINAL-AMOUNT.
           MOVE ZERO                TO OPN-OPEN-BALANCE.
           SET OPN-STATUS-CLOSED    TO TRUE.
      *
           EXEC CICS
               WRITE FILE('OPNAB2')
                     FROM(OPEN-ITEM-RECORD)
                     RIDFLD(OPN-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * THE PAYMENT, FULLY APPLIED.  CASH AND CARD HAVE NO CHECK
      * NUMBER, SO THEIR RECEIPT IS KEYED CASH OR CARD PLUS THE
      * INVOICE NUMBER; DEPSLB2 BANKS THE CASH AND CHECKS AND LEAVES
      * THE CARD SLIPS TO THE PROCESSOR.  THE RECEIPT IS FOR THE
      * SALE, NOT THE CASH HANDED OVER - THE CHANGE NEVER STAYED.
      *****************************************************************
       2750-WRITE-RECEIPT-RECORD.
      *
           PERFORM 7100-OPEN-PAY-FILE.
      *
           EVALUATE CTR-D-TENDER
               WHEN 'K'
                   MOVE CTR-D-REF TO WS-RECEIPT-KEY-NUMBER
               WHEN 'R'
                   MOVE 'CARD' TO WS-RECEIPT-KEY-PREFIX
                   MOVE INV-INVOICE-NUMBER TO WS-RECEIPT-KEY-INVOICE
               WHEN OTHER
                   MOVE 'CASH' TO WS-RECEIPT-KEY-PREFIX
                   MOVE INV-INVOICE-NUMBER TO WS-RECEIPT-KEY-INVOICE
           END-EVALUATE.
      *
           MOVE INV-CUSTOMER-NUMBER   TO PAY-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-KEY-NUMBER TO PAY-CHECK-NUMBER.
           MOVE INV-INVOICE-DATE      TO PAY-RECEIPT-DATE.
           MOVE WS-SALE-TOTAL         TO PAY-CHECK-AMOUNT
                                         PAY-APPLIED-AMOUNT.
           MOVE ZERO                  TO PAY-ONACCOUNT-AMOUNT.
           MOVE SC-OPERATOR-ID        TO PAY-OPERATOR.
           MOVE ZERO                  TO PAY-DEPOSIT-NUMBER.
           MOVE 'N'                   TO PAY-NSF-SW.
           MOVE SPACE                 TO PAY-NSF-DATE.
      *
           EXEC CICS
               WRITE FILE('PAYAB2')
                     FROM(CASH-RECEIPT-RECORD)
                     RIDFLD(PAY-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2760-WRITE-APPLICATION-RECORD.
      *
           PERFORM 7200-OPEN-APP-FILE.
      *
           MOVE INV-INVOICE-NUMBER    TO APP-INVOICE-NUMBER.
           MOVE 1                     TO APP-APPLICATION-SEQ.
           MOVE INV-CUSTOMER-NUMBER   TO APP-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-KEY-NUMBER TO APP-CHECK-NUMBER.
           MOVE INV-INVOICE-DATE      TO APP-APPLIED-DATE.
           MOVE WS-SALE-TOTAL         TO APP-APPLIED-AMOUNT.
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
       2800-WRITE-DRAWER-RECORD.
      *
           PERFORM 7300-OPEN-DRW-FILE.
      *
           MOVE SPACE                TO DRAWER-TRANSACTION-RECORD.
           MOVE INV-INVOICE-NUMBER   TO DRW-INVOICE-NUMBER.
           MOVE CA-BRANCH-CODE       TO DRW-BRANCH-CODE.
           MOVE SC-OPERATOR-ID       TO DRW-OPERATOR.
           MOVE INV-INVOICE-DATE     TO DRW-TRAN-DATE.
           MOVE EIBTIME              TO DRW-TRAN-TIME.
           MOVE INV-CUSTOMER-NUMBER  TO DRW-CUSTOMER-NUMBER.
           MOVE CTR-D-TENDER         TO DRW-TENDER-TYPE.
           MOVE CTR-D-REF            TO DRW-REFERENCE.
           MOVE WS-SALE-TOTAL        TO DRW-SALE-AMOUNT.
           MOVE WS-TENDERED-AMOUNT   TO DRW-TENDERED-AMOUNT.
           MOVE WS-CHANGE-AMOUNT     TO DRW-CHANGE-AMOUNT.
      *
           EXEC CICS
               WRITE FILE('DRWAB2')
                     FROM(DRAWER-TRANSACTION-RECORD)
                     RIDFLD(DRW-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * COUNTER RECEIPT ON THE BRANCH PRINTER.  CUSTOMER-MASTER-RECORD
      * IS CURRENT FROM 2300.
      *****************************************************************
       2900-PRINT-COUNTER-RECEIPT.
      *
           MOVE CA-BRANCH-CODE TO WRH-WAREHOUSE-CODE.
           PERFORM 1225-READ-BRANCH-RECORD.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE WRH-NAME  TO RC-BRANCH-NAME
               MOVE WRH-CITY  TO RC-BRANCH-CITY
               MOVE WRH-STATE TO RC-BRANCH-STATE
           ELSE
               MOVE SPACE TO RC-BRANCH-LINE
           END-IF.
      *
           MOVE INV-INVOICE-NUMBER  TO RC-INVOICE-NUMBER.
           MOVE PCK-MM              TO RC-SALE-DATE(1:2).
           MOVE '/'                 TO RC-SALE-DATE(3:1).
           MOVE PCK-DD              TO RC-SALE-DATE(4:2).
           MOVE '/'                 TO RC-SALE-DATE(6:1).
           MOVE PCK-YYYY            TO RC-SALE-DATE(7:4).
           MOVE CA-BRANCH-CODE      TO RC-BRANCH-CODE.
           MOVE SC-OPERATOR-ID      TO RC-OPERATOR.
           MOVE INV-CUSTOMER-NUMBER TO RC-CUSTOMER-NUMBER.
           MOVE CM-FIRST-NAME       TO RC-FIRST-NAME.
           MOVE CM-LAST-NAME        TO RC-LAST-NAME.
      *
           MOVE CA-BRANCH-CODE TO PRP-WAREHOUSE-CODE.
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO RECEIPT-TOKEN.
      *
           EXEC CICS
               SPOOLWRITE FROM(RC-HEADER-LINE)
                          TOKEN(RECEIPT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(RC-BRANCH-LINE)
                          TOKEN(RECEIPT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(RC-CUSTOMER-LINE)
                          TOKEN(RECEIPT-TOKEN)
           END-EXEC.
      *
           PERFORM 2910-PRINT-RECEIPT-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 8.
      *
           MOVE 'SUBTOTAL'          TO RC-TOTAL-LABEL.
           MOVE INV-INVOICE-TOTAL   TO RC-TOTAL-AMOUNT.
           PERFORM 2920-PRINT-TOTAL-LINE.
           MOVE 'SALES TAX'         TO RC-TOTAL-LABEL.
           MOVE INV-TAX-AMOUNT      TO RC-TOTAL-AMOUNT.
           PERFORM 2920-PRINT-TOTAL-LINE.
           MOVE 'TOTAL'             TO RC-TOTAL-LABEL.
           MOVE WS-SALE-TOTAL       TO RC-TOTAL-AMOUNT.
           PERFORM 2920-PRINT-TOTAL-LINE.
      *
           EVALUATE CTR-D-TENDER
               WHEN 'K'
                   MOVE 'CHECK'     TO RC-TENDER-NAME
                   MOVE 'CHECK NO ' TO RC-REFERENCE-LABEL
               WHEN 'R'
                   MOVE 'CARD'      TO RC-TENDER-NAME
                   MOVE 'AUTH CODE ' TO RC-REFERENCE-LABEL
               WHEN OTHER
                   MOVE 'CASH'      TO RC-TENDER-NAME
                   MOVE SPACE       TO RC-REFERENCE-LABEL
           END-EVALUATE.
           MOVE CTR-D-REF TO RC-REFERENCE.
           EXEC CICS
               SPOOLWRITE FROM(RC-TENDER-LINE)
                          TOKEN(RECEIPT-TOKEN)
           END-EXEC.
      *
           IF CTR-D-TENDER = 'C'
               MOVE 'CASH TENDERED'    TO RC-TOTAL-LABEL
               MOVE WS-TENDERED-AMOUNT TO RC-TOTAL-AMOUNT
               PERFORM 2920-PRINT-TOTAL-LINE
               MOVE 'CHANGE'           TO RC-TOTAL-LABEL
               MOVE WS-CHANGE-AMOUNT   TO RC-TOTAL-AMOUNT
               PERFORM 2920-PRINT-TOTAL-LINE
           END-IF.
      *
           EXEC CICS
               SPOOLWRITE FROM(RC-CLOSING-LINE)
                          TOKEN(RECEIPT-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(RECEIPT-TOKEN)
           END-EXEC.
      *
       2910-PRINT-RECEIPT-LINE.
      *
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE(ITEM-SUB) TO RC-PRODUCT-CODE
                                                  PRD-PRODUCT-CODE
               PERFORM 1250-READ-PRODUCT-RECORD
               IF PRODUCT-FOUND
                   MOVE PRD-PRODUCT-DESCRIPTION TO RC-DESCRIPTION
               ELSE
                   MOVE SPACE TO RC-DESCRIPTION
               END-IF
               MOVE INV-QUANTITY(ITEM-SUB)   TO RC-QUANTITY
               MOVE INV-UNIT-PRICE(ITEM-SUB) TO RC-UNIT-PRICE
               MOVE INV-AMOUNT(ITEM-SUB)     TO RC-AMOUNT
               EXEC CICS
                   SPOOLWRITE FROM(RC-DETAIL-LINE)
                              TOKEN(RECEIPT-TOKEN)
               END-EXEC
           END-IF.
      *
       2920-PRINT-TOTAL-LINE.
      *
           EXEC CICS
               SPOOLWRITE FROM(RC-TOTAL-LINE)
                          TOKEN(RECEIPT-TOKEN)
           END-EXEC.
      *
      *****************************************************************
      * BACK TO A CLEAN SCREEN FOR THE NEXT CUSTOMER, WITH THE
      * INVOICE NUMBER AND (FOR CASH) THE CHANGE TO HAND BACK.
      *****************************************************************
       2990-SHOW-SALE-POSTED.
      *
           MOVE LOW-VALUE TO CTRMAP1.
           MOVE INV-INVOICE-NUMBER TO RC-INVOICE-NUMBER.
           IF WS-CHANGE-AMOUNT > ZERO
               MOVE WS-CHANGE-AMOUNT TO RC-TOTAL-AMOUNT
               STRING 'Sale posted as invoice ' DELIMITED BY SIZE
                      RC-INVOICE-NUMBER         DELIMITED BY SIZE
                      '.  Change due:'          DELIMITED BY SIZE
                      RC-TOTAL-AMOUNT           DELIMITED BY SIZE
                      '.  Receipt printed.'     DELIMITED BY SIZE
                   INTO CTR-D-MESSAGE
           ELSE
               STRING 'Sale posted as invoice ' DELIMITED BY SIZE
                      RC-INVOICE-NUMBER         DELIMITED BY SIZE
                      '.  Receipt printed.'     DELIMITED BY SIZE
                   INTO CTR-D-MESSAGE
           END-IF.
      *
           MOVE LOW-VALUE TO COMMUNICATION-AREA.
           MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT.
           SET PROCESS-ENTRY TO TRUE.
           MOVE 'Type the customer, branch and items sold.  Then pres
      -        's Enter.' TO CTR-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO CTR-D-FKEY.
           PERFORM 1060-PROTECT-TENDER-FIELDS.
           MOVE -1 TO CTR-L-CUSTNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-SALE-MAP.
      *
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
       6700-OPEN-INS-FILE.
      *
           EXEC CICS
               INQUIRE FILE('INSAB2')
                   OPENSTATUS(INS-OPEN-STATUS)
                   ENABLESTATUS(INS-ENABLE-STATUS)
           END-EXEC.
      *
           IF INS-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('INSAB2') OPEN
               END-EXEC
               MOVE 'Y' TO INS-OPEN
           ELSE IF INS-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('004')
               END-EXEC
           END-IF.
      *
       6800-OPEN-SHS-FILE.
      *
           EXEC CICS
               INQUIRE FILE('SHSAB2')
                   OPENSTATUS(SHS-OPEN-STATUS)
                   ENABLESTATUS(SHS-ENABLE-STATUS)
           END-EXEC.
      *
           IF SHS-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('SHSAB2') OPEN
               END-EXEC
               MOVE 'Y' TO SHS-OPEN
           ELSE IF SHS-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('028')
               END-EXEC
           END-IF.
      *
       6900-OPEN-OPN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('OPNAB2')
                   OPENSTATUS(OPN-OPEN-STATUS)
                   ENABLESTATUS(OPN-ENABLE-STATUS)
           END-EXEC.
      *
           IF OPN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('OPNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO OPN-OPEN
           ELSE IF OPN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('053')
               END-EXEC
           END-IF.
      *
       7100-OPEN-PAY-FILE.
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
       7200-OPEN-APP-FILE.
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
       7300-OPEN-DRW-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DRWAB2')
                   OPENSTATUS(DRW-OPEN-STATUS)
                   ENABLESTATUS(DRW-ENABLE-STATUS)
           END-EXEC.
      *
           IF DRW-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DRWAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DRW-OPEN
           ELSE IF DRW-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('135')
               END-EXEC
           END-IF.
      *
       COPY SUBPARAS.
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
