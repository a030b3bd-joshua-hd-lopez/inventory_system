       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSNRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    ASN-VERSUS-ACTUAL DISCREPANCY REPORT, BY VENDOR.  WALKS THE
      *    VENDOR SHIP NOTICES ON VSNAB2 (LOADED BY VSNIMB2) AND
      *    LISTS EVERY NOTICE LINE THAT DID NOT TIE OUT:
      *      - OVER / SHORT - RECEIVED ON RCVAB2 AGAINST THE NOTICE,
      *        BUT THE DOCK COUNTED MORE OR FEWER THAN THE VENDOR SAID
      *        IT SHIPPED (A LINE BLANKED AT THE DOCK IS SHORT THE
      *        WHOLE QUANTITY);
      *      - NOT ARRIVED - STILL PENDING AFTER ITS EXPECTED ARRIVAL
      *        DATE (THE PROCESSING DATE FROM DAYAB2).
      *    NOTICES NOT YET DUE, AND NOTICES RECEIVED EXACTLY, DO NOT
      *    PRINT.  THE LINES ARE SORTED BY VENDOR, ASN, PO AND LINE
      *    WITH A COUNT PER VENDOR SO THE BUYER CAN TAKE THE SHORT
      *    SHIPMENTS UP WITH EACH SUPPLIER IN ONE CALL.
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

           SELECT VSNFILE ASSIGN TO VSNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VSN-KEY
               FILE STATUS IS WS-VSNFILE-SW.

           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-KEY
               FILE STATUS IS WS-VNDFILE-SW.

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
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD VSNFILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS VENDOR-ASN-RECORD.
      *
       COPY VNDASN.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
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
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-VENDOR-NUMBER             PIC X(06).
           05  SRT-ASN-NUMBER                PIC X(10).
           05  SRT-PO-NUMBER                 PIC 9(06).
           05  SRT-LINE-NUMBER               PIC 9(02).
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-QUANTITY-SHIPPED          PIC S9(07).
           05  SRT-QUANTITY-RECEIVED         PIC S9(07).
           05  SRT-EXPECTED-ARRIVAL          PIC X(08).
           05  SRT-RECEIPT-DATE              PIC X(08).
           05  SRT-EXCEPTION                 PIC X(01).
               88  SRT-OVER                      VALUE 'O'.
               88  SRT-SHORT                     VALUE 'S'.
               88  SRT-NOT-ARRIVED               VALUE 'N'.
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
       01 WS-VSNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VSNFILE-SUCCESS                VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
      *****************************************************************
      *    THE EXPECTED ARRIVAL (MMDDYYYY) IS TURNED YEAR-FIRST TO
      *    COMPARE WITH THE PROCESSING DATE.
      *****************************************************************
       01 WS-ARRIVAL-MDY                     PIC X(08).
       01 WS-ARRIVAL-MDY-R REDEFINES WS-ARRIVAL-MDY.
           05  WS-ARR-MM                     PIC X(02).
           05  WS-ARR-DD                     PIC X(02).
           05  WS-ARR-YYYY                   PIC X(04).
       01 WS-ARRIVAL-YMD                     PIC X(08).
      *
       01 WS-NOTICE-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-PRINT-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-DIFFERENCE                      PIC S9(07) COMP-3.
       01 WS-BREAK-VENDOR                    PIC X(06) VALUE SPACE.
      *
       01  VENDOR-TOTALS.
           05  VTL-OVER-LINES                PIC S9(05) COMP-3.
           05  VTL-SHORT-LINES               PIC S9(05) COMP-3.
           05  VTL-MISSING-LINES             PIC S9(05) COMP-3.
           05  VTL-OVER-QTY                  PIC S9(09) COMP-3.
           05  VTL-SHORT-QTY                 PIC S9(09) COMP-3.
           05  VTL-MISSING-QTY               PIC S9(09) COMP-3.
       01  GRAND-TOTALS.
           05  GTL-OVER-LINES                PIC S9(05) COMP-3
                                              VALUE ZERO.
           05  GTL-SHORT-LINES               PIC S9(05) COMP-3
                                              VALUE ZERO.
           05  GTL-MISSING-LINES             PIC S9(05) COMP-3
                                              VALUE ZERO.
           05  GTL-OVER-QTY                  PIC S9(09) COMP-3
                                              VALUE ZERO.
           05  GTL-SHORT-QTY                 PIC S9(09) COMP-3
                                              VALUE ZERO.
           05  GTL-MISSING-QTY               PIC S9(09) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'ASN VERSUS ACTUAL DISCREPANCY REPORT'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(12) VALUE 'ASN'.
           05  FILLER          PIC X(11) VALUE 'PO  LINE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE '   SHIPPED'.
           05  FILLER          PIC X(10) VALUE '  RECEIVED'.
           05  FILLER          PIC X(10) VALUE 'DIFFERENCE'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'ARRIVAL'.
           05  FILLER          PIC X(10) VALUE 'RECEIVED'.
           05  FILLER          PIC X(12) VALUE 'EXCEPTION'.
           05  FILLER          PIC X(33) VALUE SPACE.
      *
       01  RPT-VENDOR-LINE.
           05  FILLER               PIC X(08) VALUE 'VENDOR '.
           05  RPT-VND-NUMBER       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VND-NAME         PIC X(30).
           05  FILLER               PIC X(86) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-ASN              PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PO               PIC 9(06).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-LINE             PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-SHIPPED          PIC Z(08)9-.
           05  RPT-RECEIVED         PIC Z(08)9-.
           05  RPT-DIFFERENCE       PIC Z(08)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ARRIVAL          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RECEIPT-DATE     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EXCEPTION        PIC X(12).
           05  FILLER               PIC X(34) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(12).
           05  FILLER               PIC X(07) VALUE 'OVER: '.
           05  RPT-TOT-OVER-LINES   PIC Z(04)9.
           05  FILLER               PIC X(07) VALUE ' LINES '.
           05  RPT-TOT-OVER-QTY     PIC Z(08)9-.
           05  FILLER               PIC X(10) VALUE '   SHORT: '.
           05  RPT-TOT-SHORT-LINES  PIC Z(04)9.
           05  FILLER               PIC X(07) VALUE ' LINES '.
           05  RPT-TOT-SHORT-QTY    PIC Z(08)9-.
           05  FILLER               PIC X(16) VALUE
               '   NOT ARRIVED: '.
           05  RPT-TOT-MISS-LINES   PIC Z(04)9.
           05  FILLER               PIC X(07) VALUE ' LINES '.
           05  RPT-TOT-MISS-QTY     PIC Z(08)9-.
           05  FILLER               PIC X(21) VALUE SPACE.
      *
       01  RPT-COUNT-LINE.
           05  FILLER               PIC X(28) VALUE
               'SHIP NOTICE LINES ON FILE:'.
           05  RPT-CNT-NOTICES      PIC Z(06)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  FILLER               PIC X(28) VALUE
               'DISCREPANCIES REPORTED:'.
           05  RPT-CNT-PRINTED      PIC Z(06)9.
           05  FILLER               PIC X(58) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'VSNRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-VENDOR-NUMBER
                                SRT-ASN-NUMBER
                                SRT-PO-NUMBER
                                SRT-LINE-NUMBER
               INPUT PROCEDURE IS 500-RELEASE-DISCREPANCIES
               OUTPUT PROCEDURE IS 600-PRINT-DISCREPANCIES.
      *
           PERFORM 800-PRINT-GRAND-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-NOTICE-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-PRINT-COUNT  TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
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
      *****************************************************************
      *    NO SHIP NOTICE FILE (35) MEANS NO VENDOR HAS SENT ONE YET -
      *    THE REPORT PRINTS EMPTY RATHER THAN FAILING THE STREAM.
      *****************************************************************
           OPEN INPUT VSNFILE.
           IF NOT WS-VSNFILE-SUCCESS
               IF WS-VSNFILE-SW = '35'
                   MOVE 'Y' TO WS-EOF-SW
                   DISPLAY "VSNFILE NOT FOUND - NO SHIP NOTICES"
               ELSE
                   DISPLAY "WS-VSNFILE-SW=" WS-VSNFILE-SW
                   DISPLAY "VSNFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-SHIP-NOTICE.
      *
           READ VSNFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       500-RELEASE-DISCREPANCIES.
      *
           IF NOT WS-EOF-YES
               PERFORM 300-READ-SHIP-NOTICE
           END-IF.
           PERFORM 510-CHECK-ONE-NOTICE
               UNTIL WS-EOF-YES.
      *
       510-CHECK-ONE-NOTICE.
      *
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE SPACE TO SRT-EXCEPTION.
      *
           IF VSN-STATUS-RECEIVED
               EVALUATE TRUE
                   WHEN VSN-QUANTITY-RECEIVED > VSN-QUANTITY-SHIPPED
                       SET SRT-OVER TO TRUE
                   WHEN VSN-QUANTITY-RECEIVED < VSN-QUANTITY-SHIPPED
                       SET SRT-SHORT TO TRUE
               END-EVALUATE
           ELSE
               MOVE VSN-EXPECTED-ARRIVAL TO WS-ARRIVAL-MDY
               MOVE WS-ARR-YYYY TO WS-ARRIVAL-YMD(1:4)
               MOVE WS-ARR-MM   TO WS-ARRIVAL-YMD(5:2)
               MOVE WS-ARR-DD   TO WS-ARRIVAL-YMD(7:2)
               IF        WS-ARRIVAL-MDY NUMERIC
                     AND WS-ARRIVAL-YMD < WS-RUN-DATE-X
                   SET SRT-NOT-ARRIVED TO TRUE
               END-IF
           END-IF.
      *
           IF SRT-EXCEPTION NOT = SPACE
               MOVE VSN-VENDOR-NUMBER     TO SRT-VENDOR-NUMBER
               MOVE VSN-ASN-NUMBER        TO SRT-ASN-NUMBER
               MOVE VSN-PO-NUMBER         TO SRT-PO-NUMBER
               MOVE VSN-LINE-NUMBER       TO SRT-LINE-NUMBER
               MOVE VSN-PRODUCT-CODE      TO SRT-PRODUCT-CODE
               MOVE VSN-QUANTITY-SHIPPED  TO SRT-QUANTITY-SHIPPED
               MOVE VSN-QUANTITY-RECEIVED TO SRT-QUANTITY-RECEIVED
               MOVE VSN-EXPECTED-ARRIVAL  TO SRT-EXPECTED-ARRIVAL
               MOVE VSN-RECEIPT-DATE      TO SRT-RECEIPT-DATE
               RELEASE SORT-RECORD
           END-IF.
      *
           PERFORM 300-READ-SHIP-NOTICE.
      *
       600-PRINT-DISCREPANCIES.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 610-RETURN-SORTED-RECORD.
           PERFORM 620-PRINT-ONE-DISCREPANCY
               UNTIL WS-SORT-EOF.
           IF WS-BREAK-VENDOR NOT = SPACE
               PERFORM 660-PRINT-VENDOR-TOTAL
           END-IF.
      *
       610-RETURN-SORTED-RECORD.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PRINT-ONE-DISCREPANCY.
      *
           IF SRT-VENDOR-NUMBER NOT = WS-BREAK-VENDOR
               IF WS-BREAK-VENDOR NOT = SPACE
                   PERFORM 660-PRINT-VENDOR-TOTAL
               END-IF
               PERFORM 650-PRINT-VENDOR-HEADING
           END-IF.
      *
           MOVE SRT-ASN-NUMBER        TO RPT-ASN.
           MOVE SRT-PO-NUMBER         TO RPT-PO.
           MOVE SRT-LINE-NUMBER       TO RPT-LINE.
           MOVE SRT-PRODUCT-CODE      TO RPT-PRODUCT.
           MOVE SRT-QUANTITY-SHIPPED  TO RPT-SHIPPED.
           MOVE SRT-EXPECTED-ARRIVAL  TO RPT-ARRIVAL.
      *
           EVALUATE TRUE
               WHEN SRT-NOT-ARRIVED
                   MOVE ZERO  TO RPT-RECEIVED
                   MOVE SPACE TO RPT-RECEIPT-DATE
                   COMPUTE WS-DIFFERENCE = ZERO - SRT-QUANTITY-SHIPPED
                   MOVE 'NOT ARRIVED' TO RPT-EXCEPTION
                   ADD 1 TO VTL-MISSING-LINES
                   ADD SRT-QUANTITY-SHIPPED TO VTL-MISSING-QTY
               WHEN SRT-OVER
                   MOVE SRT-QUANTITY-RECEIVED TO RPT-RECEIVED
                   MOVE SRT-RECEIPT-DATE      TO RPT-RECEIPT-DATE
                   COMPUTE WS-DIFFERENCE =
                       SRT-QUANTITY-RECEIVED - SRT-QUANTITY-SHIPPED
                   MOVE 'OVER'        TO RPT-EXCEPTION
                   ADD 1 TO VTL-OVER-LINES
                   ADD WS-DIFFERENCE  TO VTL-OVER-QTY
               WHEN OTHER
                   MOVE SRT-QUANTITY-RECEIVED TO RPT-RECEIVED
                   MOVE SRT-RECEIPT-DATE      TO RPT-RECEIPT-DATE
                   COMPUTE WS-DIFFERENCE =
                       SRT-QUANTITY-RECEIVED - SRT-QUANTITY-SHIPPED
                   MOVE 'SHORT'       TO RPT-EXCEPTION
                   ADD 1 TO VTL-SHORT-LINES
                   SUBTRACT WS-DIFFERENCE FROM VTL-SHORT-QTY
           END-EVALUATE.
           MOVE WS-DIFFERENCE TO RPT-DIFFERENCE.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-PRINT-COUNT.
      *
           PERFORM 610-RETURN-SORTED-RECORD.
      *
       650-PRINT-VENDOR-HEADING.
      *
           MOVE SRT-VENDOR-NUMBER TO WS-BREAK-VENDOR
                                     RPT-VND-NUMBER
                                     VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF WS-VNDFILE-SUCCESS
               MOVE VND-NAME TO RPT-VND-NAME
           ELSE
               MOVE 'VENDOR NOT ON FILE' TO RPT-VND-NAME
           END-IF.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-VENDOR-LINE.
           MOVE ZERO TO VTL-OVER-LINES VTL-SHORT-LINES
                        VTL-MISSING-LINES VTL-OVER-QTY
                        VTL-SHORT-QTY VTL-MISSING-QTY.
      *
       660-PRINT-VENDOR-TOTAL.
      *
           MOVE 'VENDOR TOT'      TO RPT-TOT-LABEL.
           MOVE VTL-OVER-LINES    TO RPT-TOT-OVER-LINES.
           MOVE VTL-OVER-QTY      TO RPT-TOT-OVER-QTY.
           MOVE VTL-SHORT-LINES   TO RPT-TOT-SHORT-LINES.
           MOVE VTL-SHORT-QTY     TO RPT-TOT-SHORT-QTY.
           MOVE VTL-MISSING-LINES TO RPT-TOT-MISS-LINES.
           MOVE VTL-MISSING-QTY   TO RPT-TOT-MISS-QTY.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           ADD VTL-OVER-LINES    TO GTL-OVER-LINES.
           ADD VTL-SHORT-LINES   TO GTL-SHORT-LINES.
           ADD VTL-MISSING-LINES TO GTL-MISSING-LINES.
           ADD VTL-OVER-QTY      TO GTL-OVER-QTY.
           ADD VTL-SHORT-QTY     TO GTL-SHORT-QTY.
           ADD VTL-MISSING-QTY   TO GTL-MISSING-QTY.
      *
       800-PRINT-GRAND-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'GRAND TOT'       TO RPT-TOT-LABEL.
           MOVE GTL-OVER-LINES    TO RPT-TOT-OVER-LINES.
           MOVE GTL-OVER-QTY      TO RPT-TOT-OVER-QTY.
           MOVE GTL-SHORT-LINES   TO RPT-TOT-SHORT-LINES.
           MOVE GTL-SHORT-QTY     TO RPT-TOT-SHORT-QTY.
           MOVE GTL-MISSING-LINES TO RPT-TOT-MISS-LINES.
           MOVE GTL-MISSING-QTY   TO RPT-TOT-MISS-QTY.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           MOVE WS-NOTICE-COUNT TO RPT-CNT-NOTICES.
           MOVE WS-PRINT-COUNT  TO RPT-CNT-PRINTED.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-VSNFILE-SW NOT = '35'
               CLOSE VSNFILE
           END-IF.
           CLOSE VNDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "DISCREPANCIES REPORTED: " WS-PRINT-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
