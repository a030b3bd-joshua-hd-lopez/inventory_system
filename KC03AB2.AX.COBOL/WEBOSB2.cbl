       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBOSB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CUSTOMER PORTAL ORDER STATUS AND SHIPMENT TRACKING FEED.
      *    ANSWERS "WHERE IS MY ORDER" ON THE PORTAL INSTEAD OF THE
      *    PHONE.  FOR EVERY ACTIVE ACCOUNT FLAGGED CM-WEB-ACCOUNT,
      *    EACH ORDER ON INVAB2 THAT IS STILL OPEN, WAS SHIPPED IN
      *    THE LAST 30 DAYS, OR STILL HAS A LINE ON BACKORDER GOES TO
      *    THE PORTAL (WEBORD, SEE WEBORD) AS AN 'O' RECORD KEYED BY
      *    CUSTOMER, CUSTOMER PO AND ORDER NUMBER - ENTRY DATE,
      *    STATUS, SHIP DATE, CARRIER, TRACKING NUMBER, AND THE
      *    INVOICE NUMBER AND DUE DATE ONCE BILLED.  A CONTINUATION
      *    SEGMENT OF A LONG ORDER IS PART OF THE SAME ORDER AND
      *    SENDS NO 'O' OF ITS OWN.
      *
      *    EVERY PENDING BKOAB2 BACKORDER ON THOSE ORDERS GOES AS A
      *    'B' RECORD WITH THE DATE IT IS EXPECTED IN.  BKOAB2 DOES
      *    NOT NAME A PURCHASE ORDER, SO THE LINKED POAB2 LINE IS THE
      *    OPEN STOCK PO LINE FOR THE PRODUCT WITH THE EARLIEST
      *    EXPECTED DATE - ONE COMING INTO THE WAREHOUSE THE ORDER
      *    LINE SHIPS FROM IN PREFERENCE TO ONE COMING INTO ANOTHER.
      *    DROP-SHIP PO LINES BELONG TO THEIR OWN ORDER AND ARE NOT
      *    LINKED.  NO OPEN PO LEAVES THE EXPECTED DATE BLANK.
      *
      *    ONLY CHANGES ARE SENT.  THE WOSAB2 SNAPSHOT (SEE WEBOSNP)
      *    HOLDS THE IMAGE LAST SENT FOR EVERY ROW THE PORTAL HAS; A
      *    ROW IS SENT AS AN ADD WHEN IT IS NEW, AS A CHANGE WHEN ITS
      *    IMAGE IS DIFFERENT, AND AS A DELETE WHEN THE RUN NO LONGER
      *    FINDS IT (AGED OFF, VOIDED, BACKORDER FILLED, ACCOUNT TAKEN
      *    OFF THE WEB).  THE FIRST RUN CREATES THE SNAPSHOT AND SO
      *    SENDS EVERYTHING, WITH A TRAILER OF TYPE F.  THE REGISTER
      *    LISTS EVERY ROW SENT.
      *
      *    THE FEED RUNS SEVERAL TIMES A DAY, SO IT IS NOT REGISTERED
      *    ON RUNAB2 - A SECOND RUN ON THE SAME DATE WOULD BE TURNED
      *    AWAY AS ALREADY COMPLETE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT BKOFILE ASSIGN TO BKOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKOFILE-SW.

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT WOSFILE ASSIGN TO WOSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOS-KEY
               FILE STATUS IS WS-WOSFILE-SW.

           SELECT WEBORD ASSIGN TO WEBORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD BKOFILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS BACKORDER-RECORD.
      *
       COPY BACKORD.
      *
       FD POFILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS PURCHASE-ORDER-RECORD.
      *
       COPY PURCHORD.
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
       FD WOSFILE
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS WEB-ORDER-SNAPSHOT-RECORD.
      *
       COPY WEBOSNP.
      *
       FD WEBORD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS WEB-ORDER-STATUS-RECORD.
      *
       COPY WEBORD.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-BKOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BKOFILE-SUCCESS                VALUE '00'.
       01 WS-BKOFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-BKOFILE-AVAILABLE              VALUE 'Y'.
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
       01 WS-POFILE-AVAILABLE-SW             PIC X(01)  VALUE 'Y'.
           88  WS-POFILE-AVAILABLE               VALUE 'Y'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-WOSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WOSFILE-SUCCESS                VALUE '00'.
           88  WS-WOSFILE-NOTFOUND               VALUE '23'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-BKO-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-BKO-EOF-YES                    VALUE 'Y'.
       01 WS-PO-EOF-SW                       PIC X(01)  VALUE 'N'.
           88  WS-PO-EOF-YES                     VALUE 'Y'.
       01 WS-WOS-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-WOS-EOF-YES                    VALUE 'Y'.
       01 WS-FULL-EXTRACT-SW                 PIC X(01)  VALUE 'N'.
           88  WS-FULL-EXTRACT                   VALUE 'Y'.
       01 WS-WEB-CUSTOMER-SW                 PIC X(01)  VALUE 'N'.
           88  WS-WEB-CUSTOMER                   VALUE 'Y'.
       01 WS-IN-SCOPE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-IN-SCOPE                       VALUE 'Y'.
       01 WS-HAS-BACKORDER-SW                PIC X(01)  VALUE 'N'.
           88  WS-HAS-BACKORDER                  VALUE 'Y'.
       01 WS-BKT-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-BKT-DONE                       VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DATE-MDY                    PIC 9(08).
       01 WS-RUN-DATE-MDY-R REDEFINES WS-RUN-DATE-MDY.
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
       01 WS-RUN-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-DATE-WORK                       PIC X(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
       01 WS-WORK-DAYNUM                     PIC S9(09) COMP-3.
       01 WS-RUN-TIME-X                      PIC 9(08).
       01 WS-RUN-TIME-R REDEFINES WS-RUN-TIME-X.
           05  WS-RUN-HHMMSS                 PIC 9(06).
           05  FILLER                        PIC X(02).
      *
      *    EVERY SNAPSHOT ROW THE RUN FINDS IS STAMPED WITH THE WALL
      *    CLOCK AT THE START OF THE RUN, SO TWO RUNS ON THE SAME
      *    BUSINESS DAY NEVER SHARE A STAMP.
      *
       01 WS-RUN-STAMP.
           05  WS-STAMP-DATE                 PIC 9(08).
           05  WS-STAMP-TIME                 PIC 9(06).
      *
      *    AN ORDER BILLED THIS MANY DAYS AGO OR LESS IS STILL SHOWN.
      *
       01 WS-SHIPPED-DAYS                    PIC S9(03) COMP-3
                                              VALUE 30.
      *
       01 WS-CURRENT-CUSTOMER                PIC X(06) VALUE SPACE.
       01 WS-ORDER-NUMBER                    PIC 9(06).
       01 WS-WOS-KEY                         PIC X(08).
       01 WS-INVOICES-READ                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-ORDER-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-BACKORDER-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-ADD-COUNT                       PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-CHANGE-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-DELETE-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-RECORD-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    PENDING BACKORDERS, GATHERED IN ONE PASS OF BKOAB2 UP
      *    FRONT IN THE POGENB2 STYLE.  BKOAB2 IS KEYED BY INVOICE
      *    AND LINE, SO THE TABLE IS IN INVOICE ORDER AND THE INVAB2
      *    PASS WALKS IT ALONGSIDE.  EACH ENTRY CARRIES THE WAREHOUSE
      *    OF ITS ORDER LINE AND THE PO LINE LINKED TO IT (W - SAME
      *    WAREHOUSE, A - ANOTHER WAREHOUSE, BLANK - NOTHING ON
      *    ORDER).  OVERFLOW IS COUNTED AND CALLED OUT ON THE
      *    REGISTER.
      *****************************************************************
       01  BKO-TABLE.
           05  BKT-ENTRY OCCURS 1000 TIMES.
               10  BKT-INVOICE-NUMBER        PIC 9(06).
               10  BKT-LINE-NUMBER           PIC 9(02).
               10  BKT-PRODUCT-CODE          PIC X(10).
               10  BKT-WAREHOUSE-CODE        PIC X(03).
               10  BKT-QUANTITY              PIC S9(07) COMP-3.
               10  BKT-MATCH-SW              PIC X(01).
                   88  BKT-NO-PO                 VALUE SPACE.
                   88  BKT-PO-SAME-WHS           VALUE 'W'.
                   88  BKT-PO-OTHER-WHS          VALUE 'A'.
               10  BKT-EXPECTED-DATE         PIC X(08).
               10  BKT-EXPECTED-DAYNUM       PIC S9(09) COMP-3.
               10  BKT-PO-NUMBER             PIC 9(06).
       01  WS-BKT-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-BKT-SUB                        PIC S9(05) COMP-3.
       01  WS-BKT-OVERFLOW-COUNT             PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-BKO-LINE                       PIC S9(03) COMP-3.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'PORTAL ORDER STATUS FEED REGISTER'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(07) VALUE '  TIME:'.
           05  RPT-HDG-RUN-TIME PIC 99B99B99.
           05  FILLER          PIC X(58) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'ACTION'.
           05  FILLER          PIC X(08) VALUE 'CUST'.
           05  FILLER          PIC X(12) VALUE 'CUSTOMER PO'.
           05  FILLER          PIC X(08) VALUE 'ORDER'.
           05  FILLER          PIC X(12) VALUE 'SEG/LINE'.
           05  FILLER          PIC X(42) VALUE
               'STATUS SHIPPED CARR TRACKING / PRODUCT'.
           05  FILLER          PIC X(42) VALUE
               'INVOICE DUE DATE / QTY EXPECTED PO'.
      *
       01  RPT-ORDER-LINE.
           05  RPT-O-ACTION         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-O-CUSTOMER       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-O-PO-NUMBER      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-O-ORDER          PIC 9(06).
           05  FILLER               PIC X(14) VALUE SPACE.
           05  RPT-O-STATUS         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-O-SHIP-DATE      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-O-CARRIER        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-O-TRACKING       PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-O-INVOICE        PIC Z(05)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-O-DUE-DATE       PIC X(08).
           05  FILLER               PIC X(22) VALUE SPACE.
      *
       01  RPT-BACKORDER-LINE.
           05  RPT-B-ACTION         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-B-CUSTOMER       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-B-PO-NUMBER      PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-B-ORDER          PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-B-SEGMENT        PIC 9(06).
           05  FILLER               PIC X(01) VALUE '/'.
           05  RPT-B-LINE           PIC 9(02).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-B-PRODUCT        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-B-QUANTITY       PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-B-EXPECTED       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-B-PURCHASE-ORDER PIC Z(05)9.
           05  FILLER               PIC X(46) VALUE SPACE.
      *
       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL        PIC X(40).
           05  RPT-CNT-VALUE        PIC Z(10)9-.
           05  FILLER               PIC X(80) VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           COMPUTE WS-RUN-DAYNUM =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
           ACCEPT WS-RUN-TIME-X FROM TIME.
           MOVE WS-RUN-HHMMSS TO WS-STAMP-TIME.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           MOVE WS-RUN-HHMMSS TO RPT-HDG-RUN-TIME.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           IF WS-BKOFILE-AVAILABLE
               PERFORM 200-LOAD-BACKORDERS
           END-IF.
           IF WS-POFILE-AVAILABLE AND WS-BKT-COUNT > ZERO
               PERFORM 250-LINK-PURCHASE-ORDERS
           END-IF.
      *
           PERFORM 300-START-INVOICES.
           PERFORM 400-PROCESS-INVOICE
               UNTIL WS-EOF-YES.
      *
           PERFORM 600-SEND-DELETES.
      *
           PERFORM 800-WRITE-TRAILER.
           PERFORM 900-CLOSE-FILES.
           STOP RUN.
      *
      *****************************************************************
      *    THE RUN WORKS THE BUSINESS DATE ON THE DAYAB2 DAY-CONTROL
      *    RECORD, NOT THE WALL CLOCK.  NO DAY FILE OR NO RECORD
      *    FALLS BACK TO THE SYSTEM DATE.
      *****************************************************************
       150-GET-PROCESSING-DATE.
      *
           OPEN INPUT DAYFILE.
           IF WS-DAYFILE-SUCCESS
               MOVE 'D' TO DAY-CONTROL-KEY
               READ DAYFILE
               IF WS-DAYFILE-SUCCESS
                   MOVE DAY-PROCESSING-DATE TO WS-PROC-DATE-MDY
                   MOVE WS-PROC-YYYY TO WS-RUN-YYYY
                   MOVE WS-PROC-MM   TO WS-RUN-MM
                   MOVE WS-PROC-DD   TO WS-RUN-DD
               END-IF
               CLOSE DAYFILE
           END-IF.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    NO BACKORDER FILE (35) MEANS NOTHING IS ON BACKORDER; NO
      *    PO FILE (35) LEAVES EVERY EXPECTED DATE BLANK.
      *****************************************************************
           OPEN INPUT BKOFILE.
           IF NOT WS-BKOFILE-SUCCESS
               IF WS-BKOFILE-SW = '35'
                   MOVE 'N' TO WS-BKOFILE-AVAILABLE-SW
                   DISPLAY "BKOFILE NOT FOUND - NO BACKORDERS SENT"
               ELSE
                   DISPLAY "WS-BKOFILE-SW=" WS-BKOFILE-SW
                   DISPLAY "BKOFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               IF WS-POFILE-SW = '35'
                   MOVE 'N' TO WS-POFILE-AVAILABLE-SW
                   DISPLAY "POFILE NOT FOUND - NO EXPECTED DATES"
               ELSE
                   DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
                   DISPLAY "POFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE FIRST RUN CREATES THE SNAPSHOT FILE, AND SO SENDS THE
      *    PORTAL EVERYTHING.
      *****************************************************************
           OPEN I-O WOSFILE.
           IF NOT WS-WOSFILE-SUCCESS
               IF WS-WOSFILE-SW = '35'
                   MOVE 'Y' TO WS-FULL-EXTRACT-SW
                   OPEN OUTPUT WOSFILE
                   IF WS-WOSFILE-SUCCESS
                       CLOSE WOSFILE
                       OPEN I-O WOSFILE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-WOSFILE-SUCCESS
               DISPLAY "WS-WOSFILE-SW=" WS-WOSFILE-SW
               DISPLAY "WOSFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT WEBORD.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "WEBORD OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    PENDING BACKORDERS INTO THE TABLE.  THE ORDER LINE THE
      *    SHORTAGE CAME FROM SAYS WHICH WAREHOUSE IT SHIPS FROM.
      *****************************************************************
       200-LOAD-BACKORDERS.
      *
           PERFORM 210-READ-BACKORDER.
           PERFORM 220-TABLE-BACKORDER
               UNTIL WS-BKO-EOF-YES.
      *
       210-READ-BACKORDER.
      *
           READ BKOFILE
               AT END MOVE 'Y' TO WS-BKO-EOF-SW
           END-READ.
      *
       220-TABLE-BACKORDER.
      *
           IF BKO-STATUS-PENDING
               IF WS-BKT-COUNT < 1000
                   ADD 1 TO WS-BKT-COUNT
                   MOVE BKO-INVOICE-NUMBER
                       TO BKT-INVOICE-NUMBER(WS-BKT-COUNT)
                   MOVE BKO-LINE-NUMBER
                       TO BKT-LINE-NUMBER(WS-BKT-COUNT)
                   MOVE BKO-PRODUCT-CODE
                       TO BKT-PRODUCT-CODE(WS-BKT-COUNT)
                   MOVE BKO-QUANTITY-SHORT
                       TO BKT-QUANTITY(WS-BKT-COUNT)
                   MOVE SPACE TO BKT-WAREHOUSE-CODE(WS-BKT-COUNT)
                                 BKT-MATCH-SW(WS-BKT-COUNT)
                                 BKT-EXPECTED-DATE(WS-BKT-COUNT)
                   MOVE ZERO  TO BKT-EXPECTED-DAYNUM(WS-BKT-COUNT)
                                 BKT-PO-NUMBER(WS-BKT-COUNT)
                   PERFORM 230-GET-LINE-WAREHOUSE
               ELSE
                   ADD 1 TO WS-BKT-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
           PERFORM 210-READ-BACKORDER.
      *
       230-GET-LINE-WAREHOUSE.
      *
           MOVE BKO-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
           READ INVFILE KEY IS INV-KEY.
           IF        WS-INVFILE-SUCCESS
                 AND BKO-LINE-NUMBER >= 1
                 AND BKO-LINE-NUMBER <= 10
               MOVE BKO-LINE-NUMBER TO WS-BKO-LINE
               MOVE INV-WAREHOUSE-CODE(WS-BKO-LINE)
                   TO BKT-WAREHOUSE-CODE(WS-BKT-COUNT)
           END-IF.
      *
      *****************************************************************
      *    ONE PASS OF POAB2.  EVERY OPEN STOCK PO LINE WITH QUANTITY
      *    STILL TO COME AND A USABLE EXPECTED DATE IS OFFERED TO EACH
      *    BACKORDER FOR ITS PRODUCT; THE SAME WAREHOUSE BEATS ANOTHER
      *    WAREHOUSE, AND WITHIN EITHER THE EARLIEST DATE WINS.
      *****************************************************************
       250-LINK-PURCHASE-ORDERS.
      *
           PERFORM 260-READ-PO-LINE.
           PERFORM 270-OFFER-PO-LINE
               UNTIL WS-PO-EOF-YES.
      *
       260-READ-PO-LINE.
      *
           READ POFILE
               AT END MOVE 'Y' TO WS-PO-EOF-SW
           END-READ.
      *
       270-OFFER-PO-LINE.
      *
           IF        PO-STATUS-OPEN
                 AND NOT PO-DROP-SHIP
                 AND PO-QUANTITY-RECEIVED < PO-QUANTITY-ORDERED
                 AND PO-EXPECTED-DATE NUMERIC
               MOVE PO-EXPECTED-DATE TO WS-DATE-WORK
               COMPUTE WS-WORK-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD
               PERFORM 280-MATCH-BACKORDER
                   VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > WS-BKT-COUNT
           END-IF.
      *
           PERFORM 260-READ-PO-LINE.
      *
       280-MATCH-BACKORDER.
      *
           IF BKT-PRODUCT-CODE(WS-BKT-SUB) = PO-PRODUCT-CODE
               IF PO-WAREHOUSE-CODE = BKT-WAREHOUSE-CODE(WS-BKT-SUB)
                   IF        NOT BKT-PO-SAME-WHS(WS-BKT-SUB)
                          OR WS-WORK-DAYNUM
                               < BKT-EXPECTED-DAYNUM(WS-BKT-SUB)
                       SET BKT-PO-SAME-WHS(WS-BKT-SUB) TO TRUE
                       PERFORM 290-TAKE-PO-LINE
                   END-IF
               ELSE
                   IF        BKT-NO-PO(WS-BKT-SUB)
                          OR (    BKT-PO-OTHER-WHS(WS-BKT-SUB)
                              AND WS-WORK-DAYNUM
                                    < BKT-EXPECTED-DAYNUM(WS-BKT-SUB))
                       SET BKT-PO-OTHER-WHS(WS-BKT-SUB) TO TRUE
                       PERFORM 290-TAKE-PO-LINE
                   END-IF
               END-IF
           END-IF.
      *
       290-TAKE-PO-LINE.
      *
           MOVE PO-EXPECTED-DATE TO BKT-EXPECTED-DATE(WS-BKT-SUB).
           MOVE WS-WORK-DAYNUM   TO BKT-EXPECTED-DAYNUM(WS-BKT-SUB).
           MOVE PO-PO-NUMBER     TO BKT-PO-NUMBER(WS-BKT-SUB).
      *
       300-START-INVOICES.
      *
           MOVE 1    TO WS-BKT-SUB.
           MOVE ZERO TO INV-INVOICE-NUMBER.
           START INVFILE KEY NOT < INV-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM 310-READ-INVOICE.
      *
       310-READ-INVOICE.
      *
           IF NOT WS-EOF-YES
               READ INVFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
      *****************************************************************
      *    ONE INVAB2 SEGMENT.  A VOIDED ONE, OR ONE FOR AN ACCOUNT NOT
      *    ON THE WEB, SENDS NOTHING - ANY ROWS IT HAD ON THE PORTAL
      *    GO AS DELETES AT THE END.
      *****************************************************************
       400-PROCESS-INVOICE.
      *
           ADD 1 TO WS-INVOICES-READ.
      *
           IF NOT INV-VOIDED
               PERFORM 410-CHECK-WEB-CUSTOMER
               IF WS-WEB-CUSTOMER
                   IF INV-PARENT-INVOICE-NUMBER NOT = ZERO
                       MOVE INV-PARENT-INVOICE-NUMBER
                           TO WS-ORDER-NUMBER
                   ELSE
                       MOVE INV-INVOICE-NUMBER TO WS-ORDER-NUMBER
                   END-IF
                   PERFORM 420-POSITION-BACKORDERS
                   PERFORM 430-CHECK-ORDER-IN-SCOPE
                   IF        WS-IN-SCOPE
                         AND INV-PARENT-INVOICE-NUMBER = ZERO
                       PERFORM 440-SEND-ORDER
                   END-IF
                   MOVE 'N' TO WS-BKT-DONE-SW
                   PERFORM 460-SEND-BACKORDER
                       UNTIL WS-BKT-DONE
               END-IF
           END-IF.
      *
           PERFORM 310-READ-INVOICE.
      *
       410-CHECK-WEB-CUSTOMER.
      *
           IF INV-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
               MOVE INV-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
               MOVE 'N' TO WS-WEB-CUSTOMER-SW
               MOVE INV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CMFFILE
               IF WS-CMFFILE-SUCCESS
                   IF CM-WEB-ACCOUNT AND CM-STATUS-ACTIVE
                       MOVE 'Y' TO WS-WEB-CUSTOMER-SW
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      *    STEP THE BACKORDER TABLE UP TO THIS SEGMENT.  SEGMENTS THAT
      *    SEND NOTHING STILL MOVE IT ALONG ON THE NEXT CALL.
      *****************************************************************
       420-POSITION-BACKORDERS.
      *
           MOVE 'N' TO WS-BKT-DONE-SW.
           PERFORM 425-STEP-BACKORDER
               UNTIL WS-BKT-DONE.
      *
           MOVE 'N' TO WS-HAS-BACKORDER-SW.
           IF WS-BKT-SUB <= WS-BKT-COUNT
               IF BKT-INVOICE-NUMBER(WS-BKT-SUB) = INV-INVOICE-NUMBER
                   MOVE 'Y' TO WS-HAS-BACKORDER-SW
               END-IF
           END-IF.
      *
       425-STEP-BACKORDER.
      *
           IF WS-BKT-SUB > WS-BKT-COUNT
               MOVE 'Y' TO WS-BKT-DONE-SW
           ELSE
               IF BKT-INVOICE-NUMBER(WS-BKT-SUB) < INV-INVOICE-NUMBER
                   ADD 1 TO WS-BKT-SUB
               ELSE
                   MOVE 'Y' TO WS-BKT-DONE-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      *    STILL OPEN, STILL WAITING ON A BACKORDER, OR BILLED IN THE
      *    LAST WS-SHIPPED-DAYS.  THE SHIP DATE DECIDES; AN OLDER
      *    INVOICE WITH NONE FALLS BACK TO ITS INVOICE DATE, WHICH
      *    SHIP CONFIRMATION STAMPS TO THE SAME DAY.
      *****************************************************************
       430-CHECK-ORDER-IN-SCOPE.
      *
           MOVE 'N' TO WS-IN-SCOPE-SW.
           IF INV-ORDER-OPEN OR WS-HAS-BACKORDER
               MOVE 'Y' TO WS-IN-SCOPE-SW
           ELSE
               IF INV-SHIP-DATE NUMERIC
                   MOVE INV-SHIP-DATE    TO WS-DATE-WORK
               ELSE
                   MOVE INV-INVOICE-DATE TO WS-DATE-WORK
               END-IF
               IF WS-DATE-WORK NUMERIC
                   COMPUTE WS-WORK-DAYNUM =
                       (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                           + WS-WORK-DD
                   IF WS-RUN-DAYNUM - WS-WORK-DAYNUM
                           <= WS-SHIPPED-DAYS
                       MOVE 'Y' TO WS-IN-SCOPE-SW
                   END-IF
               END-IF
           END-IF.
      *
       440-SEND-ORDER.
      *
           MOVE SPACE TO WEB-ORDER-STATUS-RECORD.
           SET WBO-ORDER-RECORD TO TRUE.
           MOVE INV-CUSTOMER-NUMBER   TO WBO-CUSTOMER-NUMBER.
           MOVE INV-PO-NUMBER         TO WBO-PO-NUMBER.
           MOVE WS-ORDER-NUMBER       TO WBO-ORDER-NUMBER.
           IF INV-ORDER-OPEN
               SET WBO-ORDER-OPEN   TO TRUE
           ELSE
               SET WBO-ORDER-BILLED TO TRUE
           END-IF.
      *
      *    AN OPEN ORDER FROM BEFORE THE ENTRY STAMP STILL CARRIES ITS
      *    KEYING DATE AS THE INVOICE DATE - BILLING HAS NOT RESTAMPED
      *    IT YET.
      *
           IF INV-ENTRY-DATE = SPACE AND INV-ORDER-OPEN
               MOVE INV-INVOICE-DATE  TO WBO-ENTRY-DATE
           ELSE
               MOVE INV-ENTRY-DATE    TO WBO-ENTRY-DATE
           END-IF.
           MOVE INV-REQUESTED-DATE    TO WBO-REQUESTED-DATE.
           IF INV-DROP-SHIP
               MOVE 'Y' TO WBO-DROP-SHIP-SW
           ELSE
               MOVE 'N' TO WBO-DROP-SHIP-SW
           END-IF.
           MOVE INV-SHIP-DATE         TO WBO-SHIP-DATE.
           MOVE INV-CARRIER-CODE      TO WBO-CARRIER-CODE.
           MOVE INV-TRACKING-NUMBER   TO WBO-TRACKING-NUMBER.
           IF INV-ORDER-OPEN
               MOVE ZERO TO WBO-INVOICE-NUMBER
           ELSE
               MOVE INV-INVOICE-NUMBER TO WBO-INVOICE-NUMBER
               MOVE INV-INVOICE-DATE   TO WBO-INVOICE-DATE
               MOVE INV-DUE-DATE       TO WBO-DUE-DATE
           END-IF.
      *
           ADD 1 TO WS-ORDER-COUNT.
           MOVE INV-INVOICE-NUMBER TO WOS-INVOICE-NUMBER.
           MOVE ZERO               TO WOS-LINE-NUMBER.
           PERFORM 500-COMPARE-AND-SEND.
      *
      *****************************************************************
      *    THE SEGMENT'S PENDING BACKORDERS, ONE 'B' EACH, UNDER THE
      *    ORDER NUMBER OF THE WHOLE ORDER.
      *****************************************************************
       460-SEND-BACKORDER.
      *
           IF WS-BKT-SUB > WS-BKT-COUNT
               MOVE 'Y' TO WS-BKT-DONE-SW
           ELSE
               IF BKT-INVOICE-NUMBER(WS-BKT-SUB) NOT =
                       INV-INVOICE-NUMBER
                   MOVE 'Y' TO WS-BKT-DONE-SW
               ELSE
                   PERFORM 470-BUILD-BACKORDER
                   ADD 1 TO WS-BKT-SUB
               END-IF
           END-IF.
      *
       470-BUILD-BACKORDER.
      *
           MOVE SPACE TO WEB-ORDER-STATUS-RECORD.
           SET WBO-BACKORDER-RECORD TO TRUE.
           MOVE INV-CUSTOMER-NUMBER   TO WBO-CUSTOMER-NUMBER.
           MOVE INV-PO-NUMBER         TO WBO-PO-NUMBER.
           MOVE WS-ORDER-NUMBER       TO WBO-ORDER-NUMBER.
           MOVE INV-INVOICE-NUMBER    TO WBO-SEGMENT-NUMBER.
           MOVE BKT-LINE-NUMBER(WS-BKT-SUB)   TO WBO-LINE-NUMBER.
           MOVE BKT-PRODUCT-CODE(WS-BKT-SUB)  TO WBO-PRODUCT-CODE.
           MOVE BKT-QUANTITY(WS-BKT-SUB)      TO WBO-QUANTITY-SHORT.
           MOVE BKT-EXPECTED-DATE(WS-BKT-SUB) TO WBO-EXPECTED-DATE.
           MOVE BKT-PO-NUMBER(WS-BKT-SUB)     TO WBO-PURCHASE-ORDER.
      *
           MOVE BKT-PRODUCT-CODE(WS-BKT-SUB) TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-PRODUCT-DESCRIPTION TO WBO-DESCRIPTION
           END-IF.
      *
           ADD 1 TO WS-BACKORDER-COUNT.
           MOVE INV-INVOICE-NUMBER          TO WOS-INVOICE-NUMBER.
           MOVE BKT-LINE-NUMBER(WS-BKT-SUB) TO WOS-LINE-NUMBER.
           PERFORM 500-COMPARE-AND-SEND.
      *
      *****************************************************************
      *    THE ROW JUST BUILT AGAINST WHAT THE PORTAL WAS LAST SENT.
      *    NEW IS AN ADD, DIFFERENT IS A CHANGE, THE SAME SENDS
      *    NOTHING.  EVERY ROW FOUND IS STAMPED AS SEEN BY THIS RUN.
      *****************************************************************
       500-COMPARE-AND-SEND.
      *
           MOVE WOS-KEY TO WS-WOS-KEY.
           READ WOSFILE KEY IS WOS-KEY.
           EVALUATE TRUE
               WHEN WS-WOSFILE-SUCCESS
                   IF WOS-SENT-IMAGE NOT = WEB-ORDER-STATUS-RECORD
                       MOVE WEB-ORDER-STATUS-RECORD TO WOS-SENT-IMAGE
                       MOVE WS-RUN-DATE-MDY         TO WOS-SENT-DATE
                       SET WBO-ACTION-CHANGE TO TRUE
                       PERFORM 520-WRITE-FEED-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
                   MOVE WS-RUN-STAMP TO WOS-SEEN-STAMP
                   REWRITE WEB-ORDER-SNAPSHOT-RECORD
               WHEN WS-WOSFILE-NOTFOUND
                   MOVE SPACE TO WEB-ORDER-SNAPSHOT-RECORD
                   MOVE WS-WOS-KEY              TO WOS-KEY
                   MOVE WEB-ORDER-STATUS-RECORD TO WOS-SENT-IMAGE
                   MOVE WS-RUN-DATE-MDY         TO WOS-SENT-DATE
                   MOVE WS-RUN-STAMP            TO WOS-SEEN-STAMP
                   SET WBO-ACTION-ADD TO TRUE
                   PERFORM 520-WRITE-FEED-RECORD
                   ADD 1 TO WS-ADD-COUNT
                   WRITE WEB-ORDER-SNAPSHOT-RECORD
               WHEN OTHER
                   DISPLAY "WS-WOSFILE-SW=" WS-WOSFILE-SW
                   DISPLAY "WOSFILE READ ERROR " WOS-KEY
                   STOP RUN
           END-EVALUATE.
           IF NOT WS-WOSFILE-SUCCESS
               DISPLAY "WS-WOSFILE-SW=" WS-WOSFILE-SW
               DISPLAY "WOSFILE UPDATE ERROR " WOS-KEY
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    ONE ROW TO THE PORTAL AND ONE LINE ON THE REGISTER.
      *****************************************************************
       520-WRITE-FEED-RECORD.
      *
           WRITE WEB-ORDER-STATUS-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
      *
           IF WBO-ORDER-RECORD
               EVALUATE TRUE
                   WHEN WBO-ACTION-ADD
                       MOVE 'ADD'    TO RPT-O-ACTION
                   WHEN WBO-ACTION-CHANGE
                       MOVE 'CHANGE' TO RPT-O-ACTION
                   WHEN OTHER
                       MOVE 'DELETE' TO RPT-O-ACTION
               END-EVALUATE
               MOVE WBO-CUSTOMER-NUMBER TO RPT-O-CUSTOMER
               MOVE WBO-PO-NUMBER       TO RPT-O-PO-NUMBER
               MOVE WBO-ORDER-NUMBER    TO RPT-O-ORDER
               IF WBO-ORDER-OPEN
                   MOVE 'OPEN'   TO RPT-O-STATUS
               ELSE
                   MOVE 'BILLED' TO RPT-O-STATUS
               END-IF
               MOVE WBO-SHIP-DATE       TO RPT-O-SHIP-DATE
               MOVE WBO-CARRIER-CODE    TO RPT-O-CARRIER
               MOVE WBO-TRACKING-NUMBER TO RPT-O-TRACKING
               MOVE WBO-INVOICE-NUMBER  TO RPT-O-INVOICE
               MOVE WBO-DUE-DATE        TO RPT-O-DUE-DATE
               WRITE PRINT-LINE FROM RPT-ORDER-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WBO-ACTION-ADD
                       MOVE 'ADD'    TO RPT-B-ACTION
                   WHEN WBO-ACTION-CHANGE
                       MOVE 'CHANGE' TO RPT-B-ACTION
                   WHEN OTHER
                       MOVE 'DELETE' TO RPT-B-ACTION
               END-EVALUATE
               MOVE WBO-CUSTOMER-NUMBER TO RPT-B-CUSTOMER
               MOVE WBO-PO-NUMBER       TO RPT-B-PO-NUMBER
               MOVE WBO-ORDER-NUMBER    TO RPT-B-ORDER
               MOVE WBO-SEGMENT-NUMBER  TO RPT-B-SEGMENT
               MOVE WBO-LINE-NUMBER     TO RPT-B-LINE
               MOVE WBO-PRODUCT-CODE    TO RPT-B-PRODUCT
               MOVE WBO-QUANTITY-SHORT  TO RPT-B-QUANTITY
               MOVE WBO-EXPECTED-DATE   TO RPT-B-EXPECTED
               MOVE WBO-PURCHASE-ORDER  TO RPT-B-PURCHASE-ORDER
               WRITE PRINT-LINE FROM RPT-BACKORDER-LINE
           END-IF.
      *
      *****************************************************************
      *    EVERY SNAPSHOT ROW THIS RUN DID NOT STAMP IS GONE FROM THE
      *    PORTAL'S VIEW: ITS LAST IMAGE GOES AS A DELETE AND THE ROW
      *    IS DROPPED.
      *****************************************************************
       600-SEND-DELETES.
      *
           MOVE ZERO TO WOS-INVOICE-NUMBER
                        WOS-LINE-NUMBER.
           START WOSFILE KEY NOT < WOS-KEY
               INVALID KEY MOVE 'Y' TO WS-WOS-EOF-SW
           END-START.
           PERFORM 610-READ-SNAPSHOT.
           PERFORM 620-CHECK-SNAPSHOT-ROW
               UNTIL WS-WOS-EOF-YES.
      *
       610-READ-SNAPSHOT.
      *
           IF NOT WS-WOS-EOF-YES
               READ WOSFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-WOS-EOF-SW
               END-READ
           END-IF.
      *
       620-CHECK-SNAPSHOT-ROW.
      *
           IF WOS-SEEN-STAMP NOT = WS-RUN-STAMP
               MOVE WOS-SENT-IMAGE TO WEB-ORDER-STATUS-RECORD
               SET WBO-ACTION-DELETE TO TRUE
               PERFORM 520-WRITE-FEED-RECORD
               ADD 1 TO WS-DELETE-COUNT
               DELETE WOSFILE RECORD
               IF NOT WS-WOSFILE-SUCCESS
                   DISPLAY "WS-WOSFILE-SW=" WS-WOSFILE-SW
                   DISPLAY "WOSFILE DELETE ERROR " WOS-KEY
                   STOP RUN
               END-IF
           END-IF.
      *
           PERFORM 610-READ-SNAPSHOT.
      *
       800-WRITE-TRAILER.
      *
           MOVE SPACE TO WEB-ORDER-STATUS-RECORD.
           SET WBO-TRAILER-RECORD TO TRUE.
           MOVE ZERO TO WBO-ORDER-NUMBER.
           IF WS-FULL-EXTRACT
               SET WBO-EXTRACT-FULL  TO TRUE
           ELSE
               SET WBO-EXTRACT-DELTA TO TRUE
           END-IF.
           MOVE WS-RUN-DATE-MDY  TO WBO-EXTRACT-DATE.
           MOVE WS-RUN-HHMMSS    TO WBO-EXTRACT-TIME.
           MOVE WS-ADD-COUNT     TO WBO-ADD-COUNT.
           MOVE WS-CHANGE-COUNT  TO WBO-CHANGE-COUNT.
           MOVE WS-DELETE-COUNT  TO WBO-DELETE-COUNT.
           MOVE WS-RECORD-COUNT  TO WBO-RECORD-COUNT.
           WRITE WEB-ORDER-STATUS-RECORD.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'INVOICE SEGMENTS READ'         TO RPT-CNT-LABEL.
           MOVE WS-INVOICES-READ                TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ORDERS ON THE PORTAL'          TO RPT-CNT-LABEL.
           MOVE WS-ORDER-COUNT                  TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'BACKORDERED LINES ON THE PORTAL' TO RPT-CNT-LABEL.
           MOVE WS-BACKORDER-COUNT              TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ROWS ADDED'                    TO RPT-CNT-LABEL.
           MOVE WS-ADD-COUNT                    TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ROWS CHANGED'                  TO RPT-CNT-LABEL.
           MOVE WS-CHANGE-COUNT                 TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ROWS DELETED'                  TO RPT-CNT-LABEL.
           MOVE WS-DELETE-COUNT                 TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RECORDS SENT'                  TO RPT-CNT-LABEL.
           MOVE WS-RECORD-COUNT                 TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           IF WS-BKT-OVERFLOW-COUNT > ZERO
               MOVE '*** BACKORDERS OVER TABLE - NOT SENT'
                                                TO RPT-CNT-LABEL
               MOVE WS-BKT-OVERFLOW-COUNT       TO RPT-CNT-VALUE
               WRITE PRINT-LINE FROM RPT-COUNT-LINE
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE INVFILE.
           CLOSE CMFFILE.
           CLOSE PRDFILE.
           IF WS-BKOFILE-AVAILABLE
               CLOSE BKOFILE
           END-IF.
           IF WS-POFILE-AVAILABLE
               CLOSE POFILE
           END-IF.
           CLOSE WOSFILE.
           CLOSE WEBORD.
           CLOSE PRINT-FILE.
           DISPLAY "PORTAL ROWS SENT:       " WS-RECORD-COUNT.
           DISPLAY "DONE".
