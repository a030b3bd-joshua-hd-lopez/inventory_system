      *    INVENTORY LEDGER (ILGAB2) EXACTLY AS AN ENTERED ORDER
      *    WOULD.  BAD ORDERS PRINT ON A REJECT REPORT IN THE
      *    PRODUCT-LOAD (PRDLOAB2) REJECT STYLE AND POST NOTHING.
      *    A DETAIL WHOSE PRODUCT BEGINS WITH AN ASTERISK IS A CHARGE
      *    LINE FROM THE CHGAB2 CHARGE CODE TABLE (SETUP FEE, RUSH
      *    CHARGE, LABOR): IT PRICES AT ITS DEFAULT AMOUNT WHEN NO NET
      *    PRICE IS SENT, CARRIES NO WAREHOUSE AND MOVES NO STOCK.
      *    A CUSTOMER WITH A PRICE LEVEL (CM-PRICE-LEVEL) AND NO
      *    CONTRACT FOR THE PRODUCT PAYS THE PLVAB2 PERCENT OFF LIST
      *    FOR THE PRODUCT'S CATEGORY INSTEAD OF THE BREAK TIERS.
      *    A CUSTOMER WITH AN AUTAB2 AUTHORIZATION LIST (ALLOW ONLY
      *    THE LISTED PRODUCTS AND CATEGORIES, OR BLOCK THEM) HAS A
      *    LINE OUTSIDE THE LIST REJECTED AND THE ATTEMPT WRITTEN TO
      *    THE AUVAB2 VIOLATION FILE, AS ORDER ENTRY DOES.
      *    A PARTNER THAT TAKES NO BACKORDERS FLAGS ITS HEADER: A
      *    SHORT LINE THEN SHIPS WHAT IS ON HAND, THE BALANCE IS
      *    CANCELLED RATHER THAN BACKORDERED, AND THE CANCELLED
      *    QUANTITY GOES TO THE LSLAB2 LOST SALES FILE.
      *    AN ORDER FOR A CUSTOMER OF A SISTER COMPANY TAKES ITS
      *    INVOICE NUMBER FROM THAT COMPANY'S OWN RANGE ON COMAB2,
      *    AS ORDER ENTRY DOES, AND IS HELD TO THAT COMPANY'S PERIOD:
      *    AN ORDER WHOSE CUSTOMER'S COMPANY HAS CLOSED OR LOCKED THE
      *    PERIOD REJECTS TO THE REPORT AND THE REST OF THE FILE POSTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS INVCTL-RECORD-KEY
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT COMFILE ASSIGN TO COMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COM-KEY
               FILE STATUS IS WS-COMFILE-SW.

           SELECT ILGFILE ASSIGN TO ILGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPX-KEY
               FILE STATUS IS WS-CPXFILE-SW.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGFILE-SW.

           SELECT PLVFILE ASSIGN TO PLVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLV-KEY
               FILE STATUS IS WS-PLVFILE-SW.

           SELECT AUTFILE ASSIGN TO AUTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTFILE-SW.

           SELECT AUVFILE ASSIGN TO AUVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUV-KEY
               FILE STATUS IS WS-AUVFILE-SW.

           SELECT LSLFILE ASSIGN TO LSLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSL-KEY
               FILE STATUS IS WS-LSLFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
      *        S WHEN THE TRANSMISSION WAS CUT BY THE STANDING-ORDER
      *        RELEASE (SDORLB2) RATHER THAN RECEIVED FROM A TRADING
      *        PARTNER, U WHEN CUT BY THE CONSIGNMENT USAGE BILLING
      *        (CSGBLB2); BLANK ON PARTNER FILES CUT BEFORE THE FIELD.
      *
               10  EDI-H-SOURCE              PIC X(01).
      *
      *        THE SHIP DATE THE BUYER ASKED FOR AND, ON A FUTURE-
      *        ORDER RELEASE (FUTRLB2), THE DAY IT WAS FIRST KEYED -
      *        BOTH MMDDYYYY, BOTH OPTIONAL.  CARRIED TO THE INVOICE
      *        FOR THE SERVICE-LEVEL REPORT.
      *
               10  EDI-H-REQUESTED-DATE      PIC X(08).
               10  EDI-H-ENTRY-DATE          PIC X(08).
      *
      *        N WHEN THE PARTNER TAKES NO BACKORDERS - A SHORT
      *        BALANCE IS CANCELLED AND LOGGED AS A LOST SALE.
      *        BLANK (THE DEFAULT) BACKORDERS AS ALWAYS.
      *
               10  EDI-H-BACKORDER-SW        PIC X(01).
               10  FILLER                    PIC X(45).
           05  EDI-DETAIL-AREA REDEFINES EDI-DATA-AREA.
               10  EDI-D-PRODUCT             PIC X(10).
               10  EDI-D-WAREHOUSE           PIC X(03).
               10  FILLER                    PIC X(67).
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
       01  EDIACK-RECORD                     PIC X(80).
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
       COPY BACKORD.
      *
       FD TRMFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TERMS-CODE-RECORD.
      *
       COPY TERMS.
           DATA RECORD IS INVCTL-RECORD.
      *
       COPY INVCTL.
      *
       FD COMFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.
      *
       COPY COMPANY.
      *
       FD ILGFILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS CUSTOMER-PART-XREF-RECORD.
      *
       COPY CUSTPART.
      *
       FD CHGFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CHARGE-CODE-RECORD.
      *
       COPY CHGCODE.
      *
       FD PLVFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PRICE-LEVEL-RECORD.
      *
       COPY PRCLVL.
      *
       FD AUTFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PRODUCT-AUTHORIZATION-RECORD.
      *
       COPY PRDAUTH.
      *
       FD AUVFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS AUTHORIZATION-VIOLATION-RECORD.
      *
       COPY AUTVIO.
      *
       FD LSLFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOST-SALE-RECORD.
      *
       COPY LOSTSL.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-EOF                     VALUE '10'.
           88  WS-CMFFILE-NOTFOUND                VALUE '23'.
       01 WS-CM-SAVED-RECORD                  PIC X(300).
       01 WS-FAMILY-PARENT                    PIC X(06).
       01 WS-FAMILY-LIMIT                     PIC S9(07)V99 COMP-3.
       01 WS-FAMILY-BALANCE                   PIC S9(09)V99 COMP-3.
           88  WS-TAXFILE-NOTFOUND                VALUE '23'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                VALUE '00'.
       01 WS-COMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COMFILE-SUCCESS                VALUE '00'.
       01 WS-COMFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-COMFILE-AVAILABLE              VALUE 'Y'.
       01 WS-ILGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS                VALUE '00'.
           88  WS-ILGFILE-DUPLICATE               VALUE '22'.
           88  WS-CPXFILE-NOTFOUND                VALUE '23'.
       01 WS-CPXFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CPXFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CHGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CHGFILE-SUCCESS                VALUE '00'.
       01 WS-CHGFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CHGFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PLVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PLVFILE-SUCCESS                VALUE '00'.
       01 WS-PLVFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-PLVFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRICE-LEVEL-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-PRICE-LEVEL-FOUND              VALUE 'Y'.
       01 WS-AUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-AUTFILE-SUCCESS                VALUE '00'.
       01 WS-AUTFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-AUTFILE-AVAILABLE              VALUE 'Y'.
       01 WS-AUVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-AUVFILE-SUCCESS                VALUE '00'.
           88  WS-AUVFILE-DUPLICATE              VALUE '22'.
       01 WS-PRODUCT-AUTHORIZED-SW           PIC X(01)  VALUE 'Y'.
           88  WS-PRODUCT-AUTHORIZED             VALUE 'Y'.
       01 WS-AUTH-LISTED-SW                  PIC X(01)  VALUE 'N'.
           88  WS-AUTH-LISTED                    VALUE 'Y'.
       01 WS-AUTH-LIST-MODE                  PIC X(01).
           88  WS-AUTH-ALLOW-ONLY                VALUE 'A'.
           88  WS-AUTH-BLOCK-LISTED              VALUE 'B'.
       01 WS-VIOLATION-DONE-SW               PIC X(01)  VALUE 'N'.
           88  WS-VIOLATION-DONE                 VALUE 'Y'.
       01 WS-VIOLATION-TIME                  PIC 9(08).
       01 WS-LSLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LSLFILE-SUCCESS                VALUE '00'.
           88  WS-LSLFILE-DUPLICATE              VALUE '22'.
       01 WS-LOST-SALE-DONE-SW               PIC X(01)  VALUE 'N'.
           88  WS-LOST-SALE-DONE                 VALUE 'Y'.
       01 WS-LOST-SALE-TIME                  PIC 9(08).
       01 WS-ENTRY-TIME                      PIC 9(08).
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
      *
           88  WS-PERFILE-NOTFOUND                VALUE '23'.
       01 WS-PERFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-PERFILE-AVAILABLE              VALUE 'Y'.
      *
      *****************************************************************
      *    EACH COMPANY CLOSES ITS OWN PERIODS.  THE PERIOD STATUS IS
      *    READ ONCE FOR EACH COMPANY THE RUN MEETS AND KEPT HERE.
      *****************************************************************
       01  PERIOD-COMPANY-TABLE.
           05  PCT-ENTRY OCCURS 50 TIMES.
               10  PCT-COMPANY-CODE          PIC X(02).
               10  PCT-CLOSED-SW             PIC X(01).
       01  WS-PCT-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-PCT-SUB                        PIC S9(03) COMP-3.
       01  WS-PCT-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-PCT-FOUND                      VALUE 'Y'.
       01  WS-PERIOD-CLOSED-SW               PIC X(01)  VALUE 'N'.
           88  WS-PERIOD-CLOSED                  VALUE 'Y'.
       01 WS-CURFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CURFILE-SUCCESS                VALUE '00'.
           88  WS-CURFILE-NOTFOUND                VALUE '23'.
      *    OUTBOUND ACKNOWLEDGMENT RECORD, ONE PER IMPORTED ORDER
      *    LINE, FIXED COLUMNS FOR THE EDI TRANSLATOR TO MAP:
      *    A = ACCEPTED IN FULL, B = ACCEPTED WITH THE SHOWN
      *    QUANTITY BACKORDERED, C = ACCEPTED WITH THE SHOWN
      *    QUANTITY CANCELLED (PARTNER TAKES NO BACKORDERS),
      *    R = REJECTED FOR THE SHOWN REASON.
      *
       01  WS-ACK-WORK-RECORD.
           05  WS-ACK-CUSTOMER               PIC X(06).
           88  WS-LEDGER-DONE                    VALUE 'Y'.
       01 WS-LEDGER-SEQ                      PIC 9(03) VALUE ZERO.
       01 WS-NEXT-INVOICE-NUMBER             PIC 9(06).
      *
      *****************************************************************
      *    A SISTER COMPANY NUMBERS ITS INVOICES FROM ITS OWN RANGE
      *    ON COMAB2 - COM-NEXT-NUMBER ENTRY FOR THE CTLAB2 DOCUMENT
      *    TYPE PLUS ONE.
      *****************************************************************
       01 WS-INVOICE-ENTRY                   PIC S9(03) COMP-3
                                              VALUE 1.
       01 WS-DRAW-COMPANY-CODE               PIC X(02).
       01 WS-DRAWN-NUMBER                    PIC 9(06).
       01 WS-COMPANY-DRAWN-SW                PIC X(01)  VALUE 'N'.
           88  WS-COMPANY-NUMBER-DRAWN           VALUE 'Y'.
      *
       01 WS-ORDERS-POSTED                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-ORDERS-REJECTED                 PIC S9(05) COMP-3
           05  WO-CUSTOMER             PIC X(06).
           05  WO-PO-NUMBER            PIC X(10).
           05  WO-SOURCE               PIC X(01).
           05  WO-REQUESTED-DATE       PIC X(08).
           05  WO-ENTRY-DATE           PIC X(08).
           05  WO-BACKORDER-SW         PIC X(01).
               88  WO-NO-BACKORDERS              VALUE 'N'.
           05  WO-LINE-COUNT           PIC S9(03) COMP-3.
           05  WO-LINE OCCURS 10 TIMES.
               10  WO-PRODUCT          PIC X(10).
               10  WO-WAREHOUSE        PIC X(03).
               10  WO-QUANTITY         PIC S9(07).
               10  WO-NET-PRICE        PIC S9(07)V99 COMP-3.
               10  WO-CHARGE-TAX-SW    PIC X(01).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(30) VALUE
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           MOVE ZERO TO WO-LINE-COUNT.
           PERFORM 200-VERIFY-ENVELOPE.
           PERFORM 160-READ-CHECKPOINT.
      *
           STOP RUN.
      *
      *****************************************************************
      *    THE PERIOD GATE.  EVERYTHING POSTS UNDER THE PROCESSING
      *    DATE, AND EACH COMPANY CLOSES ITS OWN PERIODS (PERAB2), SO
      *    THE TEST IS MADE AGAINST THE PERIOD OF THE CUSTOMER'S
      *    COMPANY (CM-COMPANY-CODE) - THE SAME TEST ITS OWN SCREENS
      *    MAKE.  A CLOSED OR LOCKED PERIOD SETS WS-PERIOD-CLOSED AND
      *    THE ORDER REJECTS TO THE REPORT; THE RUN GOES ON.
      *    NO PERIOD FILE, OR NO RECORD, MEANS OPEN.
      *****************************************************************
       170-CHECK-PERIOD-STATUS.
      *
           MOVE 'N' TO WS-PERIOD-CLOSED-SW.
           IF WS-PERFILE-AVAILABLE
               MOVE 'N' TO WS-PCT-FOUND-SW
               PERFORM 175-FIND-PERIOD-COMPANY
                   VARYING WS-PCT-SUB FROM 1 BY 1
                     UNTIL WS-PCT-SUB > WS-PCT-COUNT
                        OR WS-PCT-FOUND
               IF NOT WS-PCT-FOUND
                   PERFORM 177-READ-COMPANY-PERIOD
               END-IF
           END-IF.
      *
       175-FIND-PERIOD-COMPANY.
      *
           IF PCT-COMPANY-CODE(WS-PCT-SUB) = CM-COMPANY-CODE
               MOVE 'Y' TO WS-PCT-FOUND-SW
               MOVE PCT-CLOSED-SW(WS-PCT-SUB) TO WS-PERIOD-CLOSED-SW
           END-IF.
      *
       177-READ-COMPANY-PERIOD.
      *
           MOVE CM-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE WS-MDY-YYYY     TO PER-PERIOD(1:4).
           MOVE WS-MDY-MM       TO PER-PERIOD(5:2).
           READ PERFILE.
           EVALUATE TRUE
               WHEN WS-PERFILE-SUCCESS
                   IF PER-STATUS-CLOSED OR PER-STATUS-LOCKED
                       MOVE 'Y' TO WS-PERIOD-CLOSED-SW
                       DISPLAY "ACCOUNTING PERIOD " PER-PERIOD
                               " IS CLOSED FOR COMPANY '"
                               PER-COMPANY-CODE "'"
                   END-IF
               WHEN WS-PERFILE-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WS-PERFILE-SW=" WS-PERFILE-SW
                   DISPLAY "PERFILE READ ERROR"
                   STOP RUN
           END-EVALUATE.
      *
           IF WS-PCT-COUNT < 50
               ADD 1 TO WS-PCT-COUNT
               MOVE CM-COMPANY-CODE TO PCT-COMPANY-CODE(WS-PCT-COUNT)
               MOVE WS-PERIOD-CLOSED-SW TO PCT-CLOSED-SW(WS-PCT-COUNT)
           END-IF.
      *
       160-READ-CHECKPOINT.
               DISPLAY "CTLFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO COMPANY HAS EVER BEEN LOADED - ONLY
      *    THE HOME COMPANY, WHICH NUMBERS FROM CTLAB2.
      *****************************************************************
           OPEN I-O COMFILE.
           IF NOT WS-COMFILE-SUCCESS
               IF WS-COMFILE-SW = '35'
                   MOVE 'N' TO WS-COMFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                   DISPLAY "COMFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO PERIOD HAS EVER BEEN CLOSED.
      *****************************************************************
           OPEN INPUT PERFILE.
           IF NOT WS-PERFILE-SUCCESS
               IF WS-PERFILE-SW = '35'
                   MOVE 'N' TO WS-PERFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-PERFILE-SW=" WS-PERFILE-SW
                   DISPLAY "PERFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O ILGFILE.
           IF NOT WS-ILGFILE-SUCCESS
               IF WS-ILGFILE-SW = '35'
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT CHGFILE.
           IF NOT WS-CHGFILE-SUCCESS
               IF WS-CHGFILE-SW = '35'
                   MOVE 'N' TO WS-CHGFILE-AVAILABLE-SW
                   DISPLAY "CHGFILE NOT FOUND - NO CHARGE LINES"
               ELSE
                   DISPLAY "WS-CHGFILE-SW=" WS-CHGFILE-SW
                   DISPLAY "CHGFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT PLVFILE.
           IF NOT WS-PLVFILE-SUCCESS
               IF WS-PLVFILE-SW = '35'
                   MOVE 'N' TO WS-PLVFILE-AVAILABLE-SW
                   DISPLAY "PLVFILE NOT FOUND - NO PRICE LEVELS"
               ELSE
                   DISPLAY "WS-PLVFILE-SW=" WS-PLVFILE-SW
                   DISPLAY "PLVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT AUTFILE.
           IF NOT WS-AUTFILE-SUCCESS
               IF WS-AUTFILE-SW = '35'
                   MOVE 'N' TO WS-AUTFILE-AVAILABLE-SW
                   DISPLAY "AUTFILE NOT FOUND - NO ITEM RESTRICTIONS"
               ELSE
                   DISPLAY "WS-AUTFILE-SW=" WS-AUTFILE-SW
                   DISPLAY "AUTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O AUVFILE.
           IF NOT WS-AUVFILE-SUCCESS
               IF WS-AUVFILE-SW = '35'
                   OPEN OUTPUT AUVFILE
                   CLOSE AUVFILE
                   OPEN I-O AUVFILE
               END-IF
               IF NOT WS-AUVFILE-SUCCESS
                   DISPLAY "WS-AUVFILE-SW=" WS-AUVFILE-SW
                   DISPLAY "AUVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O LSLFILE.
           IF NOT WS-LSLFILE-SUCCESS
               IF WS-LSLFILE-SW = '35'
                   OPEN OUTPUT LSLFILE
                   CLOSE LSLFILE
                   OPEN I-O LSLFILE
               END-IF
               IF NOT WS-LSLFILE-SUCCESS
                   DISPLAY "WS-LSLFILE-SW=" WS-LSLFILE-SW
                   DISPLAY "LSLFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *
      *    FILE STATUS 35 MEANS NO RATES HAVE EVER BEEN LOADED -
               STOP RUN
           END-IF.
           MOVE INVCTL-NEXT-NUMBER TO WS-NEXT-INVOICE-NUMBER.
      *
      *****************************************************************
      *    THE NEXT NUMBER FOR A SISTER COMPANY'S INVOICE,
      *    FROM THE COMPANY'S OWN RANGE ON COMAB2 THE WAY GETINAB2
      *    DRAWS IT ONLINE - THE ENTRY IS READ, ADVANCED AND REWRITTEN
      *    FOR EACH NUMBER.  THE HOME COMPANY, A COMPANY NOT ON FILE,
      *    OR A ZERO ENTRY LEAVES WS-COMPANY-NUMBER-DRAWN OFF AND THE
      *    NUMBER COMES FROM CTLAB2 AS BEFORE.
      *****************************************************************
       155-DRAW-COMPANY-NUMBER.
      *
           MOVE 'N' TO WS-COMPANY-DRAWN-SW.
           IF WS-DRAW-COMPANY-CODE NOT = SPACE AND WS-COMFILE-AVAILABLE
               MOVE WS-DRAW-COMPANY-CODE TO COM-COMPANY-CODE
               READ COMFILE
               IF        WS-COMFILE-SUCCESS
                     AND COM-NEXT-NUMBER(WS-INVOICE-ENTRY) NOT = ZERO
                   MOVE COM-NEXT-NUMBER(WS-INVOICE-ENTRY)
                       TO WS-DRAWN-NUMBER
                   ADD 1 TO COM-NEXT-NUMBER(WS-INVOICE-ENTRY)
                   REWRITE COMPANY-RECORD
                   IF NOT WS-COMFILE-SUCCESS
                       DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                       DISPLAY "COMFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-COMPANY-DRAWN-SW
               END-IF
           END-IF.
      *
       700-REWRITE-CONTROL-RECORD.
      *
                   MOVE EDI-H-CUSTOMER  TO WO-CUSTOMER
                   MOVE EDI-H-PO-NUMBER TO WO-PO-NUMBER
                   MOVE EDI-H-SOURCE    TO WO-SOURCE
                   MOVE EDI-H-REQUESTED-DATE TO WO-REQUESTED-DATE
                   MOVE EDI-H-ENTRY-DATE     TO WO-ENTRY-DATE
                   MOVE EDI-H-BACKORDER-SW   TO WO-BACKORDER-SW
                   MOVE ZERO TO WO-LINE-COUNT
                   MOVE 'Y' TO WS-HEADER-PENDING-SW
               WHEN EDI-DETAIL-RECORD
           MOVE WO-PRODUCT(WS-ACK-SUB)    TO WS-ACK-PRODUCT.
           MOVE WO-QUANTITY(WS-ACK-SUB)   TO WS-ACK-QUANTITY.
           IF WS-LINE-SHORT(WS-ACK-SUB) > ZERO
               MOVE WS-LINE-SHORT(WS-ACK-SUB) TO WS-ACK-BKO-QTY
               IF WO-NO-BACKORDERS
                   MOVE 'C' TO WS-ACK-STATUS
                   MOVE 'SHORT QUANTITY CANCELLED' TO WS-ACK-REASON
               ELSE
                   MOVE 'B' TO WS-ACK-STATUS
                   MOVE 'QUANTITY BACKORDERED' TO WS-ACK-REASON
               END-IF
           ELSE
               MOVE 'A' TO WS-ACK-STATUS
               MOVE ZERO TO WS-ACK-BKO-QTY
               MOVE 'CUSTOMER ACCOUNT IS CLOSED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-VALID-SW
           END-IF.
      *
      *    NOR INTO A PERIOD THE CUSTOMER'S COMPANY HAS CLOSED.
      *
           IF WS-ORDER-VALID
               PERFORM 170-CHECK-PERIOD-STATUS
               IF WS-PERIOD-CLOSED
                   MOVE 'ACCOUNTING PERIOD IS CLOSED'
                                           TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-VALID-SW
               END-IF
           END-IF.
      *
           IF WS-ORDER-VALID AND WO-LINE-COUNT = ZERO
               MOVE 'ORDER HAS NO DETAIL LINES' TO WS-REJECT-REASON
      *
       520-EDIT-ORDER-LINE.
      *
           MOVE 'N' TO WO-CHARGE-TAX-SW(WS-LINE-SUB).
      *
           IF WO-PRODUCT(WS-LINE-SUB)(1:1) = '*'
               PERFORM 524-EDIT-CHARGE-LINE
           ELSE IF WO-QUANTITY(WS-LINE-SUB) = ZERO
               MOVE 'LINE QUANTITY IS ZERO' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-VALID-SW
           ELSE
      *    BEFORE THE LINE REJECTS, SO THE PRE-TRANSLATION BY HAND
      *    STOPS.
      *****************************************************************
      *
      *****************************************************************
      *    A CHARGE LINE IS BILLED FROM CHGAB2, NOT THE PRODUCT
      *    MASTER.  IT SHIPS FROM NO WAREHOUSE (THE M01 DEFAULT GIVEN
      *    AT READ TIME IS TAKEN BACK), A MISSING QUANTITY BILLS ONE,
      *    AND A ZERO NET PRICE TAKES THE CHARGE'S DEFAULT AMOUNT.
      *    THE TAXABLE FLAG IS KEPT FOR THE INVOICE LINE.
      *****************************************************************
       524-EDIT-CHARGE-LINE.
      *
           MOVE SPACE TO WO-WAREHOUSE(WS-LINE-SUB).
           IF WO-QUANTITY(WS-LINE-SUB) = ZERO
               MOVE 1 TO WO-QUANTITY(WS-LINE-SUB)
           END-IF.
      *
           IF WS-CHGFILE-AVAILABLE
               MOVE WO-PRODUCT(WS-LINE-SUB) TO CHG-CHARGE-CODE
               READ CHGFILE
           ELSE
               MOVE '23' TO WS-CHGFILE-SW
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT WS-CHGFILE-SUCCESS
                   MOVE 'CHARGE CODE NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-VALID-SW
               WHEN CHG-STATUS-INACTIVE
                   MOVE 'CHARGE CODE IS INACTIVE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-VALID-SW
               WHEN OTHER
                   IF WO-NET-PRICE(WS-LINE-SUB) = ZERO
                       MOVE CHG-DEFAULT-AMOUNT
                           TO WO-NET-PRICE(WS-LINE-SUB)
                   END-IF
                   IF CHG-TAXABLE
                       MOVE 'Y' TO WO-CHARGE-TAX-SW(WS-LINE-SUB)
                   END-IF
                   COMPUTE INV-INVOICE-TOTAL =
                       INV-INVOICE-TOTAL
                       + (WO-QUANTITY(WS-LINE-SUB)
                           * WO-NET-PRICE(WS-LINE-SUB))
           END-EVALUATE.
      *
       521-TRY-CUSTOMER-PART.
      *
           IF WS-CPXFILE-AVAILABLE
               MOVE 'PRODUCT IS INACTIVE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-ORDER-VALID-SW
           ELSE
               PERFORM 5221-CHECK-AUTHORIZATION
               IF NOT WS-PRODUCT-AUTHORIZED
                   MOVE 'PRODUCT NOT AUTHORIZED FOR CUSTOMER'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ORDER-VALID-SW
               ELSE
                   PERFORM 523-CHECK-FOR-KIT
                   IF WS-KIT-LINE
                       MOVE 'KIT PRODUCT - ENTER ORDER ONLINE'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ORDER-VALID-SW
                   ELSE
                       IF WO-NET-PRICE(WS-LINE-SUB) = ZERO
                           PERFORM 525-RESOLVE-LINE-PRICE
                       END-IF
                       COMPUTE INV-INVOICE-TOTAL =
                           INV-INVOICE-TOTAL
                           + (WO-QUANTITY(WS-LINE-SUB)
                               * WO-NET-PRICE(WS-LINE-SUB))
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      *    AUTHORIZED ITEM LISTS (AUTAB2), SAME RULES AS ORDER
      *    ENTRY'S 1241: NO MODE RECORD FOR THE CUSTOMER MEANS
      *    UNRESTRICTED; OTHERWISE THE PRODUCT IS LISTED BY ITS OWN
      *    ENTRY OR ITS CATEGORY'S, AND AN ALLOW-ONLY CUSTOMER MAY
      *    BUY ONLY LISTED PRODUCTS WHILE A BLOCK-LISTED CUSTOMER MAY
      *    BUY ANYTHING ELSE.  A REFUSED LINE IS LOGGED ON AUVAB2 AS
      *    A STANDING-ORDER OR EDI ATTEMPT BY THIS JOB.
      *****************************************************************
       5221-CHECK-AUTHORIZATION.
      *
           MOVE 'Y' TO WS-PRODUCT-AUTHORIZED-SW.
           IF WS-AUTFILE-AVAILABLE
               MOVE WO-CUSTOMER TO AUT-CUSTOMER-NUMBER
               SET AUT-ENTRY-MODE TO TRUE
               MOVE SPACE TO AUT-ITEM-CODE
               READ AUTFILE
               IF WS-AUTFILE-SUCCESS
                   MOVE AUT-LIST-MODE TO WS-AUTH-LIST-MODE
                   PERFORM 5222-CHECK-LISTED-PRODUCT
               END-IF
           END-IF.
      *
       5222-CHECK-LISTED-PRODUCT.
      *
           MOVE WO-CUSTOMER      TO AUT-CUSTOMER-NUMBER.
           SET AUT-ENTRY-PRODUCT TO TRUE.
           MOVE PRD-PRODUCT-CODE TO AUT-ITEM-CODE.
           READ AUTFILE.
           IF        NOT WS-AUTFILE-SUCCESS
                 AND PRD-PRODUCT-CATEGORY NOT = SPACE
               MOVE WO-CUSTOMER          TO AUT-CUSTOMER-NUMBER
               SET AUT-ENTRY-CATEGORY    TO TRUE
               MOVE PRD-PRODUCT-CATEGORY TO AUT-ITEM-CODE
               READ AUTFILE
           END-IF.
           IF WS-AUTFILE-SUCCESS
               MOVE 'Y' TO WS-AUTH-LISTED-SW
           ELSE
               MOVE 'N' TO WS-AUTH-LISTED-SW
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-AUTH-ALLOW-ONLY AND NOT WS-AUTH-LISTED
                   MOVE 'N' TO WS-PRODUCT-AUTHORIZED-SW
               WHEN WS-AUTH-BLOCK-LISTED AND WS-AUTH-LISTED
                   MOVE 'N' TO WS-PRODUCT-AUTHORIZED-SW
           END-EVALUATE.
      *
           IF NOT WS-PRODUCT-AUTHORIZED
               PERFORM 5223-WRITE-AUTH-VIOLATION
           END-IF.
      *
       5223-WRITE-AUTH-VIOLATION.
      *
           MOVE WS-RUN-DATE-X        TO AUV-ATTEMPT-DATE.
           ACCEPT WS-VIOLATION-TIME FROM TIME.
           DIVIDE WS-VIOLATION-TIME BY 100
               GIVING AUV-ATTEMPT-TIME.
           MOVE 1                    TO AUV-ATTEMPT-SEQ.
           IF WO-SOURCE = 'S'
               SET AUV-SOURCE-STANDING-ORDER TO TRUE
           ELSE
               SET AUV-SOURCE-EDI    TO TRUE
           END-IF.
           MOVE WO-CUSTOMER          TO AUV-CUSTOMER-NUMBER.
           MOVE PRD-PRODUCT-CODE     TO AUV-PRODUCT-CODE.
           MOVE PRD-PRODUCT-CATEGORY TO AUV-PRODUCT-CATEGORY.
           MOVE WS-AUTH-LIST-MODE    TO AUV-REASON.
           MOVE 'EDIORB2'            TO AUV-OPERATOR.
           MOVE SPACE                TO AUV-TERMINAL.
           MOVE WO-PO-NUMBER         TO AUV-REFERENCE.
      *
           MOVE 'N' TO WS-VIOLATION-DONE-SW.
           PERFORM 5224-WRITE-VIOLATION-ONCE
               UNTIL WS-VIOLATION-DONE.
      *
       5224-WRITE-VIOLATION-ONCE.
      *
           WRITE AUTHORIZATION-VIOLATION-RECORD.
           IF WS-AUVFILE-DUPLICATE
               ADD 1 TO AUV-ATTEMPT-SEQ
           ELSE
               IF NOT WS-AUVFILE-SUCCESS
                   DISPLAY "WS-AUVFILE-SW=" WS-AUVFILE-SW
                   DISPLAY "AUVFILE WRITE ERROR"
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-VIOLATION-DONE-SW
           END-IF.
      *
       523-CHECK-FOR-KIT.
      *
           IF WS-CONTRACT-IN-FORCE
               MOVE CNT-CONTRACT-PRICE TO WS-NET-PRICE
           ELSE
               PERFORM 529-APPLY-PRICE-LEVEL
           END-IF.
           IF        NOT WS-CONTRACT-IN-FORCE
                 AND NOT WS-PRICE-LEVEL-FOUND
               MOVE PRD-UNIT-PRICE TO WS-NET-PRICE
               PERFORM VARYING WS-LINE-COUNT FROM 1 BY 1
                         UNTIL WS-LINE-COUNT > 3
           MOVE WS-NET-PRICE TO WO-NET-PRICE(WS-LINE-SUB).
      *
      *****************************************************************
      *    THE PRICE LEVEL ORDERAB2'S 1234 APPLIES: THE LEVEL'S ROW
      *    FOR THE PRODUCT CATEGORY, ELSE ITS BLANK-CATEGORY ROW.
      *****************************************************************
       529-APPLY-PRICE-LEVEL.
      *
           MOVE 'N' TO WS-PRICE-LEVEL-FOUND-SW.
      *
           IF        WS-PLVFILE-AVAILABLE
                 AND CM-PRICE-LEVEL NOT = SPACE
                 AND CM-PRICE-LEVEL NOT = LOW-VALUE
               MOVE CM-PRICE-LEVEL       TO PLV-PRICE-LEVEL
               MOVE PRD-PRODUCT-CATEGORY TO PLV-PRODUCT-CATEGORY
               READ PLVFILE
               IF        NOT WS-PLVFILE-SUCCESS
                     AND PRD-PRODUCT-CATEGORY NOT = SPACE
                   MOVE SPACE TO PLV-PRODUCT-CATEGORY
                   READ PLVFILE
               END-IF
               IF WS-PLVFILE-SUCCESS
                   MOVE 'Y' TO WS-PRICE-LEVEL-FOUND-SW
                   COMPUTE WS-NET-PRICE ROUNDED =
                       PRD-UNIT-PRICE * (100 - PLV-DISCOUNT-PCT) / 100
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE CONTRACT DATE WINDOW ORDERAB2'S 1228 APPLIES ON ENTER:
      *    AN EXPIRED OR NOT-YET-EFFECTIVE CONTRACT REVERTS THE LINE
      *    TO BREAK OR LIST PRICING.  BLANK DATES ARE OPEN-ENDED.
               VARYING WS-ACK-SUB FROM 1 BY 1
                 UNTIL WS-ACK-SUB > 10.
      *
           MOVE CM-COMPANY-CODE TO WS-DRAW-COMPANY-CODE.
           PERFORM 155-DRAW-COMPANY-NUMBER.
           IF WS-COMPANY-NUMBER-DRAWN
               MOVE WS-DRAWN-NUMBER TO INV-INVOICE-NUMBER
           ELSE
               MOVE WS-NEXT-INVOICE-NUMBER TO INV-INVOICE-NUMBER
               ADD 1 TO WS-NEXT-INVOICE-NUMBER
           END-IF.
      *
           MOVE WS-RUN-DATE-MDY TO INV-INVOICE-DATE.
           MOVE WO-CUSTOMER     TO INV-CUSTOMER-NUMBER.
           MOVE WO-PO-NUMBER    TO INV-PO-NUMBER.
           MOVE CM-SALESPERSON-CODE TO INV-SALESPERSON-CODE.
           MOVE CM-COMPANY-CODE     TO INV-COMPANY-CODE.
           MOVE ZERO  TO INV-PARENT-INVOICE-NUMBER
                         INV-SHIPTO-SEQ
                         INV-FREIGHT-AMOUNT.
      *
      *    THE CHANNEL STAMP: A RELEASE CUT BY THE STANDING-ORDER
      *    RUN IS AUTOPILOT VOLUME, A FUTURE-ORDER RELEASE WAS
      *    KEYED ONLINE AND JUST SCHEDULED, CONSIGNMENT USAGE IS
      *    STOCK ALREADY AT THE CUSTOMER'S SITE BEING BILLED, AND
      *    ANYTHING ELSE IS TRADING-PARTNER EDI.
      *
           EVALUATE WO-SOURCE
               WHEN 'S'
                   SET INV-SOURCE-STANDING TO TRUE
               WHEN 'O'
                   SET INV-SOURCE-ONLINE TO TRUE
               WHEN 'U'
                   SET INV-SOURCE-CONSIGNMENT TO TRUE
               WHEN OTHER
                   SET INV-SOURCE-EDI TO TRUE
           END-EVALUATE.
      *    THE PRODUCTIVITY REPORT.
      *
           MOVE 'EDI ' TO INV-ENTRY-OPERATOR.
      *
      *    NO CARRIER IS PRICED AT THE GATEWAY, BUT THE CUSTOMER'S
      *    FREIGHT TERMS RIDE ON THE ORDER FOR THE BILL OF LADING
      *    AND THE FREIGHT AUDIT.
      *
           MOVE CM-FREIGHT-TERMS   TO INV-FREIGHT-TERMS.
           MOVE CM-FREIGHT-ACCOUNT TO INV-FREIGHT-ACCOUNT.
           MOVE 'N'                TO INV-FREIGHT-WAIVED-SW.
           IF INV-FREIGHT-TERMS = LOW-VALUE
               MOVE SPACE TO INV-FREIGHT-TERMS
           END-IF.
           IF INV-FREIGHT-PREPAY-ADD OR INV-FREIGHT-PREPAID
               MOVE SPACE TO INV-FREIGHT-ACCOUNT
           END-IF.
      *
      *    THE ORDER WAS TAKEN WHEN THE GATEWAY POSTED IT, UNLESS IT
      *    IS A FUTURE ORDER KEYED ONLINE WEEKS AGO - THEN THE
      *    HEADER CARRIES THE ORIGINAL KEYING DAY (WITH NO TIME OF
      *    DAY).  A REQUESTED DATE THAT IS NOT A DATE IS DROPPED.
      *
           IF        WO-ENTRY-DATE NUMERIC
                 AND WO-ENTRY-DATE NOT = '00000000'
               MOVE WO-ENTRY-DATE TO INV-ENTRY-DATE
               MOVE ZERO          TO INV-ENTRY-TIME
           ELSE
               MOVE WS-RUN-DATE-MDY TO INV-ENTRY-DATE
               ACCEPT WS-ENTRY-TIME FROM TIME
               DIVIDE WS-ENTRY-TIME BY 100
                   GIVING INV-ENTRY-TIME
           END-IF.
           IF        WO-REQUESTED-DATE NUMERIC
                 AND WO-REQUESTED-DATE NOT = '00000000'
               MOVE WO-REQUESTED-DATE TO INV-REQUESTED-DATE
           ELSE
               MOVE SPACE TO INV-REQUESTED-DATE
           END-IF.
      *
           PERFORM 605-BUILD-INVOICE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 10.
      *
           PERFORM 609-DECREMENT-STOCK-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > WO-LINE-COUNT.
      *
                             INV-WAREHOUSE-CODE(WS-LINE-SUB)
                             INV-LOT-NUMBER(WS-LINE-SUB)
               MOVE 'N'   TO INV-SUBSTITUTED-SW(WS-LINE-SUB)
                             INV-CHARGE-TAX-SW(WS-LINE-SUB)
               MOVE ZERO  TO INV-QUANTITY(WS-LINE-SUB)
                             INV-UNIT-PRICE(WS-LINE-SUB)
                             INV-AMOUNT(WS-LINE-SUB)
           ELSE
               MOVE SPACE TO INV-LOT-NUMBER(WS-LINE-SUB)
               MOVE 'N'   TO INV-SUBSTITUTED-SW(WS-LINE-SUB)
               MOVE WO-CHARGE-TAX-SW(WS-LINE-SUB)
                   TO INV-CHARGE-TAX-SW(WS-LINE-SUB)
               MOVE WO-PRODUCT(WS-LINE-SUB)
                   TO INV-PRODUCT-CODE(WS-LINE-SUB)
               MOVE WO-WAREHOUSE(WS-LINE-SUB)
                       * WO-NET-PRICE(WS-LINE-SUB)
           END-IF.
      *
      *    A CHARGE LINE HAS NO STOCK TO MOVE.
      *
       609-DECREMENT-STOCK-LINE.
      *
           IF NOT INV-LINE-CHARGE(WS-LINE-SUB)
               PERFORM 610-DECREMENT-LINE-STOCK
           END-IF.
      *
      *****************************************************************
      *    WAREHOUSE-THEN-PRODUCT STOCK ROUTING WITH BACKORDERS FOR
      *    SHORTAGES, AS ORDERAB2'S 2210/2211/2220/2230 DO, PLUS THE
      *    INVENTORY LEDGER MOVEMENT.  A PARTNER THAT TAKES NO
      *    BACKORDERS HAS THE SHORTAGE LOGGED AS A LOST SALE INSTEAD.
      *****************************************************************
       610-DECREMENT-LINE-STOCK.
      *
                       INV-QUANTITY(WS-LINE-SUB)
                           - WHS-QUANTITY-ON-HAND
                   MOVE ZERO TO WHS-QUANTITY-ON-HAND
                   PERFORM 611-DISPOSE-OF-SHORTAGE
                   PERFORM 614-ADJUST-LINE-FOR-SHORTAGE
               ELSE
                   SUBTRACT INV-QUANTITY(WS-LINE-SUB)
                           INV-QUANTITY(WS-LINE-SUB)
                               - PRD-QUANTITY-ON-HAND
                       MOVE ZERO TO PRD-QUANTITY-ON-HAND
                       PERFORM 611-DISPOSE-OF-SHORTAGE
                       PERFORM 614-ADJUST-LINE-FOR-SHORTAGE
                   ELSE
                       SUBTRACT INV-QUANTITY(WS-LINE-SUB)
                   PERFORM 616-WRITE-LEDGER-MOVEMENT
               END-IF
           END-IF.
      *
       611-DISPOSE-OF-SHORTAGE.
      *
           IF WO-NO-BACKORDERS
               PERFORM 613-WRITE-LOST-SALE
           ELSE
               PERFORM 612-WRITE-BACKORDER
           END-IF.
      *
       612-WRITE-BACKORDER.
      *
               DISPLAY "BKOFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       613-WRITE-LOST-SALE.
      *
           MOVE WS-RUN-DATE-X        TO LSL-LOST-DATE.
           ACCEPT WS-LOST-SALE-TIME FROM TIME.
           DIVIDE WS-LOST-SALE-TIME BY 100
               GIVING LSL-LOST-TIME.
           MOVE 1                    TO LSL-LOST-SEQ.
           SET LSL-SOURCE-EDI        TO TRUE.
           MOVE WO-CUSTOMER          TO LSL-CUSTOMER-NUMBER.
           MOVE WO-PRODUCT(WS-LINE-SUB)   TO LSL-PRODUCT-CODE.
           MOVE WO-WAREHOUSE(WS-LINE-SUB) TO LSL-WAREHOUSE-CODE.
           MOVE INV-QUANTITY(WS-LINE-SUB) TO LSL-QUANTITY-ORDERED.
           MOVE WS-SHORTAGE-QTY      TO LSL-QUANTITY-LOST.
           SET LSL-REASON-NO-STOCK   TO TRUE.
           MOVE 'EDIORB2'            TO LSL-OPERATOR.
           MOVE SPACE                TO LSL-TERMINAL.
           MOVE WO-PO-NUMBER         TO LSL-REFERENCE.
           ADD  WS-SHORTAGE-QTY      TO WS-LINE-SHORT(WS-LINE-SUB).
      *
           MOVE 'N' TO WS-LOST-SALE-DONE-SW.
           PERFORM 619-WRITE-LOST-SALE-ONCE
               UNTIL WS-LOST-SALE-DONE.
      *
       619-WRITE-LOST-SALE-ONCE.
      *
           WRITE LOST-SALE-RECORD.
           IF WS-LSLFILE-DUPLICATE
               ADD 1 TO LSL-LOST-SEQ
           ELSE
               IF NOT WS-LSLFILE-SUCCESS
                   DISPLAY "WS-LSLFILE-SW=" WS-LSLFILE-SW
                   DISPLAY "LSLFILE WRITE ERROR"
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-LOST-SALE-DONE-SW
           END-IF.
      *
       614-ADJUST-LINE-FOR-SHORTAGE.
      *
      *
       626-CHECK-ONE-TAX-LINE.
      *
           IF        INV-LINE-CHARGE(WS-TAX-LINE-SUB)
                 AND INV-QUANTITY(WS-TAX-LINE-SUB) NOT = ZERO
               IF INV-CHARGE-TAXABLE(WS-TAX-LINE-SUB)
                   ADD INV-AMOUNT(WS-TAX-LINE-SUB)
                       TO WS-TAXABLE-TOTAL
               END-IF
           ELSE IF   INV-PRODUCT-CODE(WS-TAX-LINE-SUB) NOT = SPACE
                 AND INV-QUANTITY(WS-TAX-LINE-SUB) NOT = ZERO
               MOVE INV-PRODUCT-CODE(WS-TAX-LINE-SUB)
                   TO PRD-PRODUCT-CODE
           CLOSE TRMFILE.
           CLOSE TAXFILE.
           CLOSE CTLFILE.
           IF WS-COMFILE-AVAILABLE
               CLOSE COMFILE
           END-IF.
           IF WS-PERFILE-AVAILABLE
               CLOSE PERFILE
           END-IF.
           CLOSE ILGFILE.
           IF WS-LOT-AVAILABLE
               CLOSE LOTFILE
           IF WS-CPXFILE-AVAILABLE
               CLOSE CPXFILE
           END-IF.
           IF WS-CHGFILE-AVAILABLE
               CLOSE CHGFILE
           END-IF.
           IF WS-PLVFILE-AVAILABLE
               CLOSE PLVFILE
           END-IF.
           IF WS-AUTFILE-AVAILABLE
               CLOSE AUTFILE
           END-IF.
           CLOSE AUVFILE.
           CLOSE LSLFILE.
           CLOSE PRINT-FILE.
           DISPLAY "ORDERS POSTED:   " WS-ORDERS-POSTED.
           DISPLAY "ORDERS REJECTED: " WS-ORDERS-REJECTED.
