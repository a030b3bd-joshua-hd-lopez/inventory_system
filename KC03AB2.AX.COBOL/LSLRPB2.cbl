       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSLRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOST SALES REPORT FOR PURCHASING.  WHEN A SHORT LINE IS
      *    CANCELLED INSTEAD OF BACKORDERED - DROPPED OR CUT BACK IN
      *    ORDER ENTRY OR A RESUMED QUOTE (ORDERAB2), OR SHORTED FOR
      *    AN EDI PARTNER THAT TAKES NO BACKORDERS (EDIORB2) - THE
      *    QUANTITY WALKED AWAY FROM IS WRITTEN TO LSLAB2 WITH A
      *    REASON: NO STOCK, PRICE OR LEAD TIME.  THIS REPORT SORTS
      *    THE PERIOD'S LOST SALES BY PRODUCT AND CUSTOMER AND PRINTS
      *    ONE LINE PER CUSTOMER UNDER EACH PRODUCT - HOW MANY TIMES
      *    AND HOW MUCH, SPLIT BY REASON - WITH A PRODUCT TOTAL, SO
      *    PURCHASING CAN SEE WHAT IS WORTH STOCKING DEEPER.  ROPCLB2
      *    CAN ADD THE SAME FILE BACK INTO DEMAND.
      *    THE PERIOD IS THE FIRST OF THE MONTH THROUGH THE PROCESSING
      *    DATE ON THE DAYAB2 RECORD UNLESS THE OPTIONAL LSLPARM CARD
      *    GIVES A FROM DATE IN COLUMNS 1-8 AND A TO DATE IN COLUMNS
      *    9-16 (YYYYMMDD; A BLANK TO DATE RUNS THROUGH THE PROCESSING
      *    DATE).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO LSLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT LSLFILE ASSIGN TO LSLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSL-KEY
               FILE STATUS IS WS-LSLFILE-SW.

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

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT JDPFILE ASSIGN TO JDPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDP-KEY
               FILE STATUS IS WS-JDPFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-FROM-DATE-X              PIC X(08).
           05  PARM-TO-DATE-X                PIC X(08).
           05  FILLER                        PIC X(64).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD LSLFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOST-SALE-RECORD.
      *
       COPY LOSTSL.
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
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
      *
       COPY RUNCTL.
      *
       FD JDPFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS JOB-DEPENDENCY-RECORD.
      *
       COPY JOBDEP.
      *
      *****************************************************************
      *    ONE SORT RECORD PER LOST SALE IN THE PERIOD, PRODUCT-MAJOR
      *    THEN CUSTOMER.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-REASON                    PIC X(01).
           05  SRT-QUANTITY-LOST             PIC S9(07).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-LSLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-LSLFILE-SUCCESS                VALUE '00'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-LSL-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-LSL-AVAILABLE                  VALUE 'Y'.
       01 WS-PRODUCT-ACTIVE-SW               PIC X(01)  VALUE 'N'.
           88  WS-PRODUCT-ACTIVE                 VALUE 'Y'.
       01 WS-FIRST-LINE-SW                   PIC X(01)  VALUE 'N'.
           88  WS-FIRST-LINE                     VALUE 'Y'.
      *
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC 9(02).
           05  WS-PROC-DD                    PIC 9(02).
           05  WS-PROC-YYYY                  PIC 9(04).
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-FROM-DATE                       PIC X(08).
       01 WS-TO-DATE                         PIC X(08).
      *
       01 WS-CURRENT-PRODUCT                 PIC X(10)  VALUE SPACE.
       01 WS-CURRENT-CUSTOMER                PIC X(06)  VALUE SPACE.
       01 WS-CURRENT-PDESC                   PIC X(20)  VALUE SPACE.
      *
       01 WS-LSL-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRINTED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
      *    LOST QUANTITY BY REASON FOR THE CUSTOMER LINE BEING BUILT,
      *    THE PRODUCT UNDER WAY AND THE WHOLE REPORT.
      *
       01 WS-LINE-TOTALS.
           05  WS-LN-EVENTS                  PIC S9(05) COMP-3.
           05  WS-LN-NO-STOCK                PIC S9(09) COMP-3.
           05  WS-LN-PRICE                   PIC S9(09) COMP-3.
           05  WS-LN-LEAD-TIME               PIC S9(09) COMP-3.
           05  WS-LN-TOTAL                   PIC S9(09) COMP-3.
       01 WS-PRODUCT-TOTALS.
           05  WS-PT-EVENTS                  PIC S9(05) COMP-3.
           05  WS-PT-NO-STOCK                PIC S9(09) COMP-3.
           05  WS-PT-PRICE                   PIC S9(09) COMP-3.
           05  WS-PT-LEAD-TIME               PIC S9(09) COMP-3.
           05  WS-PT-TOTAL                   PIC S9(09) COMP-3.
       01 WS-GRAND-TOTALS.
           05  WS-GT-EVENTS                  PIC S9(05) COMP-3.
           05  WS-GT-NO-STOCK                PIC S9(09) COMP-3.
           05  WS-GT-PRICE                   PIC S9(09) COMP-3.
           05  WS-GT-LEAD-TIME               PIC S9(09) COMP-3.
           05  WS-GT-TOTAL                   PIC S9(09) COMP-3.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'LOST SALES BY PRODUCT AND CUSTOMER'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-PERIOD-LINE.
           05  FILLER          PIC X(08) VALUE 'PERIOD: '.
           05  RPT-PER-FROM    PIC X(08).
           05  FILLER          PIC X(04) VALUE ' TO '.
           05  RPT-PER-TO      PIC X(08).
           05  FILLER          PIC X(104) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(11) VALUE 'PRODUCT'.
           05  FILLER          PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(07) VALUE 'CUST'.
           05  FILLER          PIC X(22) VALUE 'CUSTOMER NAME'.
           05  FILLER          PIC X(07) VALUE 'TIMES'.
           05  FILLER          PIC X(12) VALUE '  NO STOCK'.
           05  FILLER          PIC X(12) VALUE '     PRICE'.
           05  FILLER          PIC X(12) VALUE ' LEAD TIME'.
           05  FILLER          PIC X(10) VALUE 'TOTAL LOST'.
           05  FILLER          PIC X(17) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PRODUCT              PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-PDESC                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-CUSTOMER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-CNAME                PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-EVENTS               PIC Z(04)9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-NO-STOCK             PIC Z(08)9-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-PRICE                PIC Z(08)9-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-LEAD-TIME            PIC Z(08)9-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOTAL-LOST           PIC Z(08)9-.
           05  FILLER                   PIC X(17) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER                   PIC X(12) VALUE SPACE.
           05  RPT-TOT-LABEL            PIC X(50).
           05  RPT-TOT-EVENTS           PIC Z(04)9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOT-NO-STOCK         PIC Z(08)9-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOT-PRICE            PIC Z(08)9-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOT-LEAD-TIME        PIC Z(08)9-.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOT-LOST             PIC Z(08)9-.
           05  FILLER                   PIC X(17) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-DATE-X TO WS-FROM-DATE.
           MOVE '01'          TO WS-FROM-DATE(7:2).
           MOVE WS-RUN-DATE-X TO WS-TO-DATE.
           PERFORM 120-READ-PARM-CARD.
           INITIALIZE WS-LINE-TOTALS
                      WS-PRODUCT-TOTALS
                      WS-GRAND-TOTALS.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'LSLRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           MOVE WS-FROM-DATE  TO RPT-PER-FROM.
           MOVE WS-TO-DATE    TO RPT-PER-TO.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-PERIOD-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           IF WS-LSL-AVAILABLE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-PRODUCT-CODE
                                    SRT-CUSTOMER-NUMBER
                   INPUT PROCEDURE IS 500-RELEASE-LOST-SALES
                   OUTPUT PROCEDURE IS 600-PRINT-LOST-SALES
           END-IF.
      *
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-LSL-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-PRINTED-COUNT  TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT LSLFILE.
           IF NOT WS-LSLFILE-SUCCESS
               IF WS-LSLFILE-SW = '35'
                   MOVE 'N' TO WS-LSL-AVAILABLE-SW
                   DISPLAY "NO LSLFILE - NO LOST SALES RECORDED"
               ELSE
                   DISPLAY "WS-LSLFILE-SW=" WS-LSLFILE-SW
                   DISPLAY "LSLFILE OPEN ERROR"
                   STOP RUN
               END-IF
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
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE LSLPARM CARD IS OPTIONAL - NO FILE, NO CARD OR A
      *    NON-NUMERIC FROM DATE LEAVES THE MONTH TO DATE ALONE.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "LSLPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF PARM-FROM-DATE-X NUMERIC
                           MOVE PARM-FROM-DATE-X TO WS-FROM-DATE
                           IF PARM-TO-DATE-X NUMERIC
                               MOVE PARM-TO-DATE-X TO WS-TO-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO LSLPARM CARD - DEFAULTS USED"
           END-IF.
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
      *****************************************************************
      *    LSLAB2 IS KEYED BY THE DATE AND TIME OF THE CANCELLATION,
      *    SO THE PERIOD IS ONE START AND A RUN OF READS UNTIL THE
      *    DATE PASSES THE END.
      *****************************************************************
       200-START-LOST-SALES.
      *
           MOVE WS-FROM-DATE TO LSL-LOST-DATE.
           MOVE ZERO         TO LSL-LOST-TIME.
           MOVE ZERO         TO LSL-LOST-SEQ.
           START LSLFILE KEY IS NOT LESS THAN LSL-KEY.
           IF WS-LSLFILE-SUCCESS
               PERFORM 300-READ-LOST-SALE
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
       300-READ-LOST-SALE.
      *
           READ LSLFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF LSL-LOST-DATE > WS-TO-DATE
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       ADD 1 TO WS-LSL-READ-COUNT
                   END-IF
           END-READ.
      *
       500-RELEASE-LOST-SALES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 200-START-LOST-SALES.
           PERFORM 510-RELEASE-LOST-SALE
               UNTIL WS-EOF-YES.
      *
       510-RELEASE-LOST-SALE.
      *
           MOVE LSL-PRODUCT-CODE    TO SRT-PRODUCT-CODE.
           MOVE LSL-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER.
           MOVE LSL-REASON          TO SRT-REASON.
           MOVE LSL-QUANTITY-LOST   TO SRT-QUANTITY-LOST.
           RELEASE SORT-RECORD.
      *
           PERFORM 300-READ-LOST-SALE.
      *
      *****************************************************************
      *    CONTROL BREAKS: A NEW CUSTOMER PRINTS THE LINE BUILT SO FAR,
      *    A NEW PRODUCT ALSO PRINTS THE PRODUCT TOTAL.
      *****************************************************************
       600-PRINT-LOST-SALES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 610-RETURN-LOST-SALE.
           PERFORM 620-ACCUMULATE-LOST-SALE
               UNTIL WS-EOF-YES.
      *
           IF WS-PRODUCT-ACTIVE
               PERFORM 650-PRINT-CUSTOMER-LINE
               PERFORM 660-PRINT-PRODUCT-TOTAL
           END-IF.
      *
       610-RETURN-LOST-SALE.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-RETURN.
      *
       620-ACCUMULATE-LOST-SALE.
      *
           IF        WS-PRODUCT-ACTIVE
                 AND SRT-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT
               PERFORM 650-PRINT-CUSTOMER-LINE
               PERFORM 660-PRINT-PRODUCT-TOTAL
           ELSE
               IF        WS-PRODUCT-ACTIVE
                     AND SRT-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                   PERFORM 650-PRINT-CUSTOMER-LINE
               END-IF
           END-IF.
      *
           IF NOT WS-PRODUCT-ACTIVE
               PERFORM 630-START-PRODUCT
           END-IF.
           MOVE SRT-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER.
      *
           ADD 1 TO WS-LN-EVENTS.
           EVALUATE SRT-REASON
               WHEN 'P'
                   ADD SRT-QUANTITY-LOST TO WS-LN-PRICE
               WHEN 'L'
                   ADD SRT-QUANTITY-LOST TO WS-LN-LEAD-TIME
               WHEN OTHER
                   ADD SRT-QUANTITY-LOST TO WS-LN-NO-STOCK
           END-EVALUATE.
           ADD SRT-QUANTITY-LOST TO WS-LN-TOTAL.
      *
           PERFORM 610-RETURN-LOST-SALE.
      *
       630-START-PRODUCT.
      *
           MOVE 'Y' TO WS-PRODUCT-ACTIVE-SW.
           MOVE 'Y' TO WS-FIRST-LINE-SW.
           MOVE SRT-PRODUCT-CODE TO WS-CURRENT-PRODUCT.
           MOVE SPACE TO WS-CURRENT-PDESC.
           MOVE SRT-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF WS-PRDFILE-SUCCESS
               MOVE PRD-PRODUCT-DESCRIPTION TO WS-CURRENT-PDESC
           END-IF.
      *
      *    THE PRODUCT CODE AND DESCRIPTION PRINT ON ITS FIRST
      *    CUSTOMER LINE ONLY.
      *
       650-PRINT-CUSTOMER-LINE.
      *
           IF WS-FIRST-LINE
               MOVE WS-CURRENT-PRODUCT TO RPT-PRODUCT
               MOVE WS-CURRENT-PDESC   TO RPT-PDESC
               MOVE 'N' TO WS-FIRST-LINE-SW
           ELSE
               MOVE SPACE TO RPT-PRODUCT
                             RPT-PDESC
           END-IF.
           MOVE WS-CURRENT-CUSTOMER TO RPT-CUSTOMER.
           MOVE SPACE TO RPT-CNAME.
           MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               MOVE CM-LAST-NAME TO RPT-CNAME
           END-IF.
           MOVE WS-LN-EVENTS    TO RPT-EVENTS.
           MOVE WS-LN-NO-STOCK  TO RPT-NO-STOCK.
           MOVE WS-LN-PRICE     TO RPT-PRICE.
           MOVE WS-LN-LEAD-TIME TO RPT-LEAD-TIME.
           MOVE WS-LN-TOTAL     TO RPT-TOTAL-LOST.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-PRINTED-COUNT.
      *
           ADD WS-LN-EVENTS    TO WS-PT-EVENTS.
           ADD WS-LN-NO-STOCK  TO WS-PT-NO-STOCK.
           ADD WS-LN-PRICE     TO WS-PT-PRICE.
           ADD WS-LN-LEAD-TIME TO WS-PT-LEAD-TIME.
           ADD WS-LN-TOTAL     TO WS-PT-TOTAL.
           INITIALIZE WS-LINE-TOTALS.
      *
       660-PRINT-PRODUCT-TOTAL.
      *
           MOVE SPACE TO RPT-TOT-LABEL.
           STRING '** PRODUCT ' DELIMITED BY SIZE
                  WS-CURRENT-PRODUCT DELIMITED BY SPACE
                  ' TOTAL' DELIMITED BY SIZE
               INTO RPT-TOT-LABEL.
           MOVE WS-PT-EVENTS    TO RPT-TOT-EVENTS.
           MOVE WS-PT-NO-STOCK  TO RPT-TOT-NO-STOCK.
           MOVE WS-PT-PRICE     TO RPT-TOT-PRICE.
           MOVE WS-PT-LEAD-TIME TO RPT-TOT-LEAD-TIME.
           MOVE WS-PT-TOTAL     TO RPT-TOT-LOST.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           ADD WS-PT-EVENTS    TO WS-GT-EVENTS.
           ADD WS-PT-NO-STOCK  TO WS-GT-NO-STOCK.
           ADD WS-PT-PRICE     TO WS-GT-PRICE.
           ADD WS-PT-LEAD-TIME TO WS-GT-LEAD-TIME.
           ADD WS-PT-TOTAL     TO WS-GT-TOTAL.
           INITIALIZE WS-PRODUCT-TOTALS.
           MOVE 'N' TO WS-PRODUCT-ACTIVE-SW.
      *
       700-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'REPORT TOTAL - ALL PRODUCTS' TO RPT-TOT-LABEL.
           MOVE WS-GT-EVENTS    TO RPT-TOT-EVENTS.
           MOVE WS-GT-NO-STOCK  TO RPT-TOT-NO-STOCK.
           MOVE WS-GT-PRICE     TO RPT-TOT-PRICE.
           MOVE WS-GT-LEAD-TIME TO RPT-TOT-LEAD-TIME.
           MOVE WS-GT-TOTAL     TO RPT-TOT-LOST.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-LSL-AVAILABLE
               CLOSE LSLFILE
           END-IF.
           CLOSE CMFFILE.
           CLOSE PRDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "LOST SALES READ:        " WS-LSL-READ-COUNT.
           DISPLAY "CUSTOMER LINES PRINTED: " WS-PRINTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
