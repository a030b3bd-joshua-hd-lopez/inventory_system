       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSGBLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CONSIGNMENT USAGE BILLING.  RUN AHEAD OF EDIORB2 IN THE
      *    NIGHTLY STREAM, LIKE SDORLB2: EVERY PENDING USAGE RECORD
      *    ON CSUAB2 - KEYED ON CSUEAB2 OR WRITTEN BY CCPSTB2 FROM A
      *    CONSIGNMENT COUNT - IS WRITTEN TO AN EDIORB2-FORMAT
      *    TRANSMISSION FILE, SO CONSUMED STOCK IS INVOICED WITH THE
      *    SAME PRICING, CREDIT AND DUPLICATE-PO EDITS AS EVERY OTHER
      *    ORDER, AND THE GATEWAY TAKES IT OFF WHSAB2 AS IT POSTS.
      *    ONE ORDER IS CUT PER CONSIGNMENT WAREHOUSE AND CUSTOMER,
      *    TEN LINES AT A TIME, UNDER PO NUMBER 'U' + PROCESSING DATE
      *    (MMDDYY) + A THREE-DIGIT SEQUENCE, MARKED SOURCE 'U' SO
      *    THE INVOICE AND THE CHANNEL REPORT SHOW IT AS CONSIGNMENT
      *    USE.  EACH BILLED USAGE RECORD IS MARKED BILLED WITH THE
      *    DATE AND PO NUMBER.  A RECORD WITH NO CUSTOMER OR A
      *    QUANTITY TOO LARGE FOR AN EDI LINE IS HELD ON THE
      *    REGISTER AND STAYS PENDING.  THE GATEWAY AND ITS REJECT
      *    REPORT HAVE THE FINAL WORD ON EACH ORDER.
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

           SELECT CSUFILE ASSIGN TO CSUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSU-KEY
               FILE STATUS IS WS-CSUFILE-SW.

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

           SELECT EDIOUT-FILE ASSIGN TO EDIOUT
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
       FD CSUFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONSIGNMENT-USAGE-RECORD.
      *
       COPY CSGUSE.
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
       FD EDIOUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EDIOUT-RECORD.
       01  EDIOUT-RECORD                     PIC X(80).
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
       01 WS-CSUFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CSUFILE-SUCCESS                VALUE '00'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-CSUFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CSUFILE-AVAILABLE              VALUE 'Y'.
      *
       01 WS-EDI-WORK-RECORD.
           05  WS-EDI-RECORD-TYPE            PIC X(01).
           05  WS-EDI-DATA-AREA              PIC X(79).
           05  WS-EDI-HEADER-AREA REDEFINES WS-EDI-DATA-AREA.
               10  WS-EDI-H-CUSTOMER         PIC X(06).
               10  WS-EDI-H-PO-NUMBER        PIC X(10).
               10  WS-EDI-H-SOURCE           PIC X(01).
               10  FILLER                    PIC X(62).
           05  WS-EDI-ENV-HEADER-AREA REDEFINES WS-EDI-DATA-AREA.
               10  WS-EDI-X-SENDER           PIC X(06).
               10  WS-EDI-X-TRANSMISSION     PIC 9(06).
               10  FILLER                    PIC X(67).
           05  WS-EDI-ENV-TRAILER-AREA REDEFINES WS-EDI-DATA-AREA.
               10  WS-EDI-Z-ORDER-COUNT      PIC 9(05).
               10  WS-EDI-Z-LINE-COUNT       PIC 9(07).
               10  FILLER                    PIC X(67).
           05  WS-EDI-DETAIL-AREA REDEFINES WS-EDI-DATA-AREA.
               10  WS-EDI-D-PRODUCT          PIC X(10).
               10  WS-EDI-D-WAREHOUSE        PIC X(03).
               10  WS-EDI-D-QUANTITY         PIC 9(05).
               10  WS-EDI-D-NET-PRICE        PIC 9(07)V99.
               10  FILLER                    PIC X(52).
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC 9(02).
           05  WS-PROC-DD                    PIC 9(02).
           05  WS-PROC-YYYY                  PIC 9(04).
      *
       01 WS-ENV-TRANSMISSION                PIC 9(06).
       01 WS-ENV-TRANSMISSION-R REDEFINES WS-ENV-TRANSMISSION.
           05  WS-ENV-TR-MM                  PIC 9(02).
           05  WS-ENV-TR-DD                  PIC 9(02).
           05  WS-ENV-TR-YY                  PIC 9(02).
      *
      *    THE BILLING PO: 'U', THE TRANSMISSION NUMBER (MMDDYY) AND
      *    THE ORDER'S SEQUENCE WITHIN THE RUN.
      *
       01 WS-BILLING-PO.
           05  WS-BPO-PREFIX                 PIC X(01)  VALUE 'U'.
           05  WS-BPO-DATE                   PIC 9(06).
           05  WS-BPO-SEQUENCE               PIC 9(03).
      *
       01 WS-CURRENT-WAREHOUSE               PIC X(03)  VALUE SPACE.
       01 WS-CURRENT-CUSTOMER                PIC X(06)  VALUE SPACE.
       01 WS-ORDER-LINE-COUNT                PIC S9(03) COMP-3
                                              VALUE ZERO.
       01 WS-ENV-ORDER-COUNT                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-ENV-LINE-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-HELD-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'CONSIGNMENT USAGE BILLING REGISTER'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(05) VALUE 'WHS'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(08) VALUE 'CUST#'.
           05  FILLER          PIC X(10) VALUE 'USED'.
           05  FILLER          PIC X(04) VALUE 'SRC'.
           05  FILLER          PIC X(10) VALUE '  QUANTITY'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(12) VALUE 'PO NUMBER'.
           05  FILLER          PIC X(69) VALUE 'DISPOSITION'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CUSTOMER         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-USAGE-DATE       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SOURCE           PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-QUANTITY         PIC Z(06)9-.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-PO-NUMBER        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DISPOSITION      PIC X(40).
           05  FILLER               PIC X(29) VALUE SPACE.
      *
       01  RPT-COUNT-LINE.
           05  RPT-CNT-LABEL        PIC X(30).
           05  RPT-CNT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(95) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           MOVE WS-RUN-MM   TO WS-PROC-MM.
           MOVE WS-RUN-DD   TO WS-PROC-DD.
           MOVE WS-RUN-YYYY TO WS-PROC-YYYY.
           PERFORM 150-GET-PROCESSING-DATE.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'CSGBLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 450-WRITE-ENVELOPE-HEADER.
      *
           IF WS-CSUFILE-AVAILABLE
               PERFORM 300-READ-USAGE
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 400-PROCESS-USAGE
               UNTIL WS-EOF-YES.
      *
           MOVE 'ORDERS WRITTEN:' TO RPT-CNT-LABEL.
           MOVE WS-ENV-ORDER-COUNT TO RPT-CNT-COUNT.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'USAGE LINES BILLED:' TO RPT-CNT-LABEL.
           MOVE WS-ENV-LINE-COUNT TO RPT-CNT-COUNT.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'USAGE LINES HELD:' TO RPT-CNT-LABEL.
           MOVE WS-HELD-COUNT TO RPT-CNT-COUNT.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
      *
           PERFORM 460-WRITE-ENVELOPE-TRAILER.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT     TO WS-RUN-COUNT-IN.
           MOVE WS-ENV-LINE-COUNT TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO USAGE HAS EVER BEEN RECORDED; THE
      *    RUN STILL CUTS AN EMPTY TRANSMISSION SO THE STREAM RUNS.
      *****************************************************************
           OPEN I-O CSUFILE.
           IF NOT WS-CSUFILE-SUCCESS
               IF WS-CSUFILE-SW = '35'
                   MOVE 'N' TO WS-CSUFILE-AVAILABLE-SW
                   DISPLAY "CSUFILE NOT FOUND - NO USAGE TO BILL"
               ELSE
                   DISPLAY "WS-CSUFILE-SW=" WS-CSUFILE-SW
                   DISPLAY "CSUFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT EDIOUT-FILE.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "EDIOUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
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
       300-READ-USAGE.
      *
           READ CSUFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
      *
       400-PROCESS-USAGE.
      *
           IF CSU-STATUS-PENDING
               MOVE CSU-WAREHOUSE-CODE  TO RPT-WAREHOUSE
               MOVE CSU-PRODUCT-CODE    TO RPT-PRODUCT
               MOVE CSU-CUSTOMER-NUMBER TO RPT-CUSTOMER
               MOVE CSU-USAGE-DATE      TO RPT-USAGE-DATE
               MOVE CSU-SOURCE          TO RPT-SOURCE
               MOVE CSU-QUANTITY        TO RPT-QUANTITY
               MOVE SPACE               TO RPT-PO-NUMBER
               EVALUATE TRUE
                   WHEN CSU-CUSTOMER-NUMBER = SPACE
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'HELD - NO CUSTOMER ON THE USAGE'
                           TO RPT-DISPOSITION
                   WHEN CSU-QUANTITY NOT > ZERO
                     OR CSU-QUANTITY > 99999
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'HELD - QUANTITY OUT OF RANGE FOR EDI'
                           TO RPT-DISPOSITION
                   WHEN OTHER
                       PERFORM 410-BILL-ONE-USAGE
               END-EVALUATE
               WRITE PRINT-LINE FROM RPT-DETAIL-LINE
           END-IF.
      *
           PERFORM 300-READ-USAGE.
      *
      *****************************************************************
      *    A NEW ORDER STARTS WHEN THE WAREHOUSE OR CUSTOMER CHANGES
      *    OR THE CURRENT ORDER ALREADY HAS THE TEN LINES THE GATEWAY
      *    TAKES.  THE FILE IS IN WAREHOUSE ORDER, SO EACH SITE'S
      *    USAGE COMES TOGETHER.
      *****************************************************************
       410-BILL-ONE-USAGE.
      *
           IF       CSU-WAREHOUSE-CODE NOT = WS-CURRENT-WAREHOUSE
                 OR CSU-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
                 OR WS-ORDER-LINE-COUNT NOT < 10
               PERFORM 500-WRITE-ORDER-HEADER
           END-IF.
      *
           PERFORM 510-WRITE-DETAIL-RECORD.
      *
           SET CSU-STATUS-BILLED TO TRUE.
           MOVE WS-PROC-DATE-MDY TO CSU-BILLED-DATE.
           MOVE WS-BILLING-PO    TO CSU-BILLING-PO.
           REWRITE CONSIGNMENT-USAGE-RECORD.
           IF NOT WS-CSUFILE-SUCCESS
               DISPLAY "CSU REWRITE ERROR STATUS=" WS-CSUFILE-SW
               STOP RUN
           END-IF.
      *
           MOVE WS-BILLING-PO TO RPT-PO-NUMBER.
           MOVE 'BILLED' TO RPT-DISPOSITION.
      *
       450-WRITE-ENVELOPE-HEADER.
      *
           MOVE WS-PROC-MM TO WS-ENV-TR-MM.
           MOVE WS-PROC-DD TO WS-ENV-TR-DD.
           MOVE WS-PROC-YYYY(3:2) TO WS-ENV-TR-YY.
           MOVE WS-ENV-TRANSMISSION TO WS-BPO-DATE.
           MOVE ZERO TO WS-BPO-SEQUENCE.
      *
           MOVE SPACE TO WS-EDI-WORK-RECORD.
           MOVE 'X' TO WS-EDI-RECORD-TYPE.
           MOVE 'CSGUSE' TO WS-EDI-X-SENDER.
           MOVE WS-ENV-TRANSMISSION TO WS-EDI-X-TRANSMISSION.
           WRITE EDIOUT-RECORD FROM WS-EDI-WORK-RECORD.
      *
       460-WRITE-ENVELOPE-TRAILER.
      *
           MOVE SPACE TO WS-EDI-WORK-RECORD.
           MOVE 'Z' TO WS-EDI-RECORD-TYPE.
           MOVE WS-ENV-ORDER-COUNT TO WS-EDI-Z-ORDER-COUNT.
           MOVE WS-ENV-LINE-COUNT TO WS-EDI-Z-LINE-COUNT.
           WRITE EDIOUT-RECORD FROM WS-EDI-WORK-RECORD.
      *
       500-WRITE-ORDER-HEADER.
      *
           ADD 1 TO WS-BPO-SEQUENCE.
           ADD 1 TO WS-ENV-ORDER-COUNT.
           MOVE ZERO TO WS-ORDER-LINE-COUNT.
           MOVE CSU-WAREHOUSE-CODE  TO WS-CURRENT-WAREHOUSE.
           MOVE CSU-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER.
      *
           MOVE SPACE TO WS-EDI-WORK-RECORD.
           MOVE 'H' TO WS-EDI-RECORD-TYPE.
           MOVE CSU-CUSTOMER-NUMBER TO WS-EDI-H-CUSTOMER.
           MOVE WS-BILLING-PO       TO WS-EDI-H-PO-NUMBER.
      *
      *    MARK THE ORDER SO THE GATEWAY BOOKS IT AS CONSIGNMENT
      *    USE, NOT TRADING-PARTNER EDI.
      *
           MOVE 'U' TO WS-EDI-H-SOURCE.
           WRITE EDIOUT-RECORD FROM WS-EDI-WORK-RECORD.
      *
       510-WRITE-DETAIL-RECORD.
      *
           MOVE SPACE TO WS-EDI-WORK-RECORD.
           MOVE 'D' TO WS-EDI-RECORD-TYPE.
           MOVE CSU-PRODUCT-CODE   TO WS-EDI-D-PRODUCT.
           MOVE CSU-WAREHOUSE-CODE TO WS-EDI-D-WAREHOUSE.
           MOVE CSU-QUANTITY       TO WS-EDI-D-QUANTITY.
           MOVE ZERO TO WS-EDI-D-NET-PRICE.
           WRITE EDIOUT-RECORD FROM WS-EDI-WORK-RECORD.
           ADD 1 TO WS-ENV-LINE-COUNT.
           ADD 1 TO WS-ORDER-LINE-COUNT.
      *
       900-CLOSE-FILES.
      *
           IF WS-CSUFILE-AVAILABLE
               CLOSE CSUFILE
           END-IF.
           CLOSE EDIOUT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "ORDERS WRITTEN: " WS-ENV-ORDER-COUNT.
           DISPLAY "USAGE LINES HELD: " WS-HELD-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
