      *        AND TAX,
      *      - ROLLS THE INSAB2 SUMMARY AND THE CUSTOMER'S
      *        CM-BALANCE-DUE FORWARD BY THE BILLED DIFFERENCE,
      *      - PRINTS A PICK TICKET LINE FOR THE RELEASED GOODS ON
      *        THE REGISTER AND QUEUES A RELEASE TICKET ON RPQAB2 FOR
      *        THE LINE'S WAREHOUSE - RPQPRAB2 THEN PRINTS IT ON THAT
      *        WAREHOUSE'S OWN PRINTER.  A TICKET ALREADY QUEUED FOR
      *        THE SAME INVOICE LINE IS LEFT AS IT IS.
      *    A SHORTAGE THE STOCK STILL CANNOT COVER IN FULL IS LEFT
      *    PENDING FOR THE NEXT RUN (BKOAB2 HAS NO PARTIAL-FILL
      *    STATE, SO RELEASES ARE ALL-OR-NOTHING PER RECORD), AND
      *    RAISES AN SO OPERATOR ALERT (ALTPARAS) FOR THE PRODUCT AT
      *    ITS WAREHOUSE SO PURCHASING HEARS ABOUT THE STOCKOUT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOTFILE-SW.

           SELECT RPQFILE ASSIGN TO RPQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPQ-KEY
               FILE STATUS IS WS-RPQFILE-SW.

           SELECT ALTFILE ASSIGN TO ALTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALT-KEY
               FILE STATUS IS WS-ALTFILE-SW.

           SELECT ALRFILE ASSIGN TO ALRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALR-KEY
               FILE STATUS IS WS-ALRFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
       COPY BACKORD.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
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
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
           DATA RECORD IS LOT-STOCK-RECORD.
      *
       COPY LOTSTK.
      *
       FD RPQFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS REMOTE-PRINT-RECORD.
      *
       COPY RMTPRT.
      *
       FD ALTFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ALERT-RECORD.
      *
       COPY ALERT.
      *
       FD ALRFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS ALERT-ROUTE-RECORD.
      *
       COPY ALTROUT.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
       01 WS-ILGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS                VALUE '00'.
           88  WS-ILGFILE-DUPLICATE               VALUE '22'.
       01 WS-RPQFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-RPQFILE-SUCCESS                VALUE '00'.
           88  WS-RPQFILE-DUPLICATE               VALUE '22'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
      *
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-BILLED-AMOUNT    PIC Z(08)9.99-.
           05  FILLER               PIC X(71) VALUE SPACE.
      *
      *****************************************************************
      *    RELEASE TICKET LINES QUEUED ON RPQAB2 FOR THE WAREHOUSE.
      *****************************************************************
       01  RTK-HEADER-LINE.
           05  FILLER               PIC X(28) VALUE
               'BACKORDER RELEASE TICKET INV'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RTK-INVOICE-NUMBER   PIC 9(06).
           05  FILLER               PIC X(11) VALUE '   CUST NO '.
           05  RTK-CUSTOMER         PIC X(06).
           05  FILLER               PIC X(08) VALUE '   WHSE '.
           05  RTK-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(17) VALUE SPACE.
      *
       01  RTK-DETAIL-LINE.
           05  FILLER               PIC X(14) VALUE 'PRODUCT CODE: '.
           05  RTK-PRODUCT          PIC X(10).
           05  FILLER               PIC X(08) VALUE '   QTY: '.
           05  RTK-QUANTITY         PIC ZZZZ9.
           05  FILLER               PIC X(07) VALUE '  BIN: '.
           05  RTK-BIN-LOCATION     PIC X(06).
           05  FILLER               PIC X(08) VALUE '  LINE: '.
           05  RTK-LINE-NUMBER      PIC 9(02).
           05  FILLER               PIC X(20) VALUE SPACE.
      *
       01 WS-QUEUED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
           05  FILLER               PIC X(54) VALUE SPACE.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
      *
       01  SO-ALERT-REFERENCE.
           05  SOR-PRODUCT-CODE     PIC X(10).
           05  SOR-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(07) VALUE SPACE.
      *
       01  SO-ALERT-TEXT.
           05  FILLER               PIC X(08) VALUE 'PRODUCT '.
           05  SOA-PRODUCT-CODE     PIC X(10).
           05  FILLER               PIC X(06) VALUE ' WHSE '.
           05  SOA-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(18) VALUE
               ' SHORT - BACKORDER'.
           05  FILLER               PIC X(05) VALUE ' INV '.
           05  SOA-INVOICE-NUMBER   PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  SOA-QUANTITY         PIC ZZ9.
      *
       COPY ALTWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O RPQFILE.
           IF WS-RPQFILE-SUCCESS
               DISPLAY "RPQFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-RPQFILE-SW = '35'
                   OPEN OUTPUT RPQFILE
                   CLOSE RPQFILE
                   OPEN I-O RPQFILE
               END-IF
               IF WS-RPQFILE-SUCCESS
                   DISPLAY "RPQFILE CREATED"
               ELSE
                   DISPLAY "WS-RPQFILE-SW=" WS-RPQFILE-SW
                   DISPLAY "RPQFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           MOVE 'BKORLB2' TO WS-ALT-RAISED-BY.
           PERFORM 8600-OPEN-ALERT-FILES.
      *
       200-PRINT-HEADINGS.
      *
                   ADD 1 TO WS-RELEASE-COUNT
               ELSE
                   ADD 1 TO WS-STILL-PENDING-COUNT
                   PERFORM 550-RAISE-STOCKOUT-ALERT
               END-IF
           END-IF
           END-IF.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           ADD WS-BILLED-DIFFERENCE TO WS-RELEASED-AMOUNT.
      *
           PERFORM 545-QUEUE-RELEASE-TICKET.
      *
      *****************************************************************
      *    THE RELEASE TICKET GOES ON RPQAB2 UNDER THE LINE'S
      *    WAREHOUSE: A HEADING (LINE 000, ONE PER INVOICE - A
      *    SECOND RELEASE FOR THE SAME INVOICE FINDS IT ALREADY
      *    QUEUED) AND ONE DETAIL PER RELEASED LINE.  A DUPLICATE
      *    DETAIL IS REPORTED AND SKIPPED, NOT FATAL.
      *****************************************************************
       545-QUEUE-RELEASE-TICKET.
      *
           MOVE INV-WAREHOUSE-CODE(WS-LINE-SUB) TO RPQ-WAREHOUSE-CODE.
           MOVE SPACE                TO RPQ-DOCUMENT-ID.
           STRING 'BKOREL'           DELIMITED BY SIZE
                  BKO-INVOICE-NUMBER DELIMITED BY SIZE
                  INTO RPQ-DOCUMENT-ID.
           MOVE 'BKORLB2 '           TO RPQ-SOURCE-PROGRAM.
           MOVE WS-LEDGER-DATE       TO RPQ-QUEUED-DATE.
      *
           MOVE ZERO                 TO RPQ-LINE-NUMBER.
           MOVE BKO-INVOICE-NUMBER   TO RTK-INVOICE-NUMBER.
           MOVE BKO-CUSTOMER-NUMBER  TO RTK-CUSTOMER.
           MOVE INV-WAREHOUSE-CODE(WS-LINE-SUB) TO RTK-WAREHOUSE.
           MOVE RTK-HEADER-LINE      TO RPQ-PRINT-LINE.
           WRITE REMOTE-PRINT-RECORD.
           IF        NOT WS-RPQFILE-SUCCESS
                 AND NOT WS-RPQFILE-DUPLICATE
               DISPLAY "WS-RPQFILE-SW=" WS-RPQFILE-SW
               DISPLAY "RPQFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
           MOVE BKO-LINE-NUMBER      TO RPQ-LINE-NUMBER
                                        RTK-LINE-NUMBER.
           MOVE BKO-PRODUCT-CODE     TO RTK-PRODUCT.
           MOVE BKO-QUANTITY-SHORT   TO RTK-QUANTITY.
           IF WS-WHS-FOUND
               MOVE WHS-BIN-LOCATION TO RTK-BIN-LOCATION
           ELSE
               MOVE SPACE            TO RTK-BIN-LOCATION
           END-IF.
           MOVE RTK-DETAIL-LINE      TO RPQ-PRINT-LINE.
           WRITE REMOTE-PRINT-RECORD.
           IF WS-RPQFILE-SUCCESS
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               IF WS-RPQFILE-DUPLICATE
                   DISPLAY "BKORLB2: RELEASE TICKET FOR INVOICE "
                           BKO-INVOICE-NUMBER " LINE " BKO-LINE-NUMBER
                           " ALREADY QUEUED"
               ELSE
                   DISPLAY "WS-RPQFILE-SW=" WS-RPQFILE-SW
                   DISPLAY "RPQFILE WRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    PERPETUAL INVENTORY LEDGER.  THE CALLER SETS THE PRODUCT,
      *    WAREHOUSE, TYPE, SIGNED QUANTITY, DATE AND DOCUMENT
      *    NUMBER; THE SEQUENCE IS BUMPED ON A KEY COLLISION.
      *****************************************************************
      *****************************************************************
      *    THE SHORTAGE STILL CANNOT BE COVERED.  ONE ALERT PER
      *    PRODUCT AND WAREHOUSE, HOWEVER MANY ORDERS ARE WAITING ON
      *    IT - EACH FURTHER ONE COUNTS AGAINST THE SAME ALERT.
      *****************************************************************
       550-RAISE-STOCKOUT-ALERT.
      *
           MOVE BKO-PRODUCT-CODE   TO SOR-PRODUCT-CODE
                                      SOA-PRODUCT-CODE.
           MOVE INV-WAREHOUSE-CODE(WS-LINE-SUB)
                                   TO SOR-WAREHOUSE
                                      SOA-WAREHOUSE.
           MOVE BKO-INVOICE-NUMBER TO SOA-INVOICE-NUMBER.
           IF BKO-QUANTITY-SHORT > 999
               MOVE 999            TO SOA-QUANTITY
           ELSE
               MOVE BKO-QUANTITY-SHORT TO SOA-QUANTITY
           END-IF.
           MOVE 'SO'               TO WS-ALT-TYPE.
           MOVE SO-ALERT-REFERENCE TO WS-ALT-REFERENCE.
           MOVE SO-ALERT-TEXT      TO WS-ALT-TEXT.
           PERFORM 8610-RAISE-ALERT.
      *
       5900-WRITE-LEDGER-RECORD.
      *
           MOVE ZERO TO ILG-TRAN-TIME.
           IF WS-LOT-AVAILABLE
               CLOSE LOTFILE
           END-IF.
           CLOSE RPQFILE.
           CLOSE PRINT-FILE.
           PERFORM 8690-CLOSE-ALERT-FILES.
           DISPLAY "BKORLB2: RELEASE TICKETS QUEUED " WS-QUEUED-COUNT.
           DISPLAY "DONE".
      *
       COPY ALTPARAS.
