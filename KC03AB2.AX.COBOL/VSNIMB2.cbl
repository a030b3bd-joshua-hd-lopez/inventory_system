       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSNIMB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    VENDOR ADVANCE SHIP NOTICE IMPORT, IN THE LBXIMB2 GATEWAY
      *    STYLE.  A VENDOR SENDS A FILE (VSNDATA) FOR EACH SHIPMENT
      *    IT PUTS ON A TRUCK TO US: AN 'H' RECORD PER NOTICE (VENDOR,
      *    ASN NUMBER, SHIP DATE, EXPECTED ARRIVAL), A 'D' RECORD PER
      *    PO LINE ON THE TRUCK (QUANTITY SHIPPED, LOT, FIRST AND
      *    LAST SERIAL OF THE RUN) AND ONE 'T' TRAILER WITH THE
      *    DETAIL COUNT AND QUANTITY THE FILE CLAIMS.  A DETAIL FOR
      *    AN OPEN POAB2 LINE OF THE SAME VENDOR IS STAGED ON VSNAB2
      *    AS A PENDING RECEIPT, WHICH THE DOCK THEN CONFIRMS OR
      *    CORRECTS IN ONE PASS ON RCVAB2 BY KEYING THE ASN NUMBER
      *    WITH THE PO.  NOTHING IS RECEIVED HERE - STOCK MOVES ONLY
      *    WHEN THE DOCK COUNTS IT.  A DETAIL THAT CANNOT BE MATCHED
      *    TO AN OPEN LINE, OR A NOTICE ALREADY LOADED, PRINTS ON THE
      *    REJECT REPORT.  THE RUN PROVES ITSELF AGAINST THE TRAILER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT VSNINPUT ASSIGN TO VSNDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-SW.

           SELECT VSNFILE ASSIGN TO VSNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VSN-KEY
               FILE STATUS IS WS-VSNFILE-SW.

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

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD VSNINPUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS VSNI-RECORD.

       01  VSNI-RECORD.
           05  VSNI-RECORD-TYPE              PIC X(01).
               88  VSNI-HEADER-RECORD              VALUE 'H'.
               88  VSNI-DETAIL-RECORD              VALUE 'D'.
               88  VSNI-TRAILER-RECORD             VALUE 'T'.
           05  VSNI-DATA-AREA                PIC X(79).
           05  VSNI-HEADER-AREA REDEFINES VSNI-DATA-AREA.
               10  VSNI-H-VENDOR-NUMBER      PIC X(06).
               10  VSNI-H-ASN-NUMBER         PIC X(10).
               10  VSNI-H-SHIP-DATE          PIC X(08).
               10  VSNI-H-EXPECTED-ARRIVAL   PIC X(08).
               10  FILLER                    PIC X(47).
           05  VSNI-DETAIL-AREA REDEFINES VSNI-DATA-AREA.
               10  VSNI-D-PO-NUMBER          PIC 9(06).
               10  VSNI-D-LINE-NUMBER        PIC 9(02).
               10  VSNI-D-QUANTITY           PIC 9(07).
               10  VSNI-D-LOT-NUMBER         PIC X(10).
               10  VSNI-D-SERIAL-FIRST       PIC X(15).
               10  VSNI-D-SERIAL-LAST        PIC X(15).
               10  FILLER                    PIC X(24).
           05  VSNI-TRAILER-AREA REDEFINES VSNI-DATA-AREA.
               10  VSNI-T-DETAIL-COUNT       PIC 9(07).
               10  VSNI-T-TOTAL-QTY          PIC 9(11).
               10  FILLER                    PIC X(61).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD POFILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS PURCHASE-ORDER-RECORD.
      *
       COPY PURCHORD.
      *
       FD VSNFILE
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS VENDOR-ASN-RECORD.
      *
       COPY VNDASN.
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
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
           88  WS-POFILE-NOTFOUND                 VALUE '23'.
       01 WS-VSNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VSNFILE-SUCCESS                VALUE '00'.
           88  WS-VSNFILE-DUPLICATE               VALUE '22'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-TRAILER-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-READ                   VALUE 'Y'.
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
      *
       01 WS-NOTICE-HEADER.
           05  WS-ASN-VENDOR                 PIC X(06) VALUE SPACE.
           05  WS-ASN-NUMBER                 PIC X(10) VALUE SPACE.
           05  WS-ASN-SHIP-DATE              PIC X(08) VALUE SPACE.
           05  WS-ASN-EXPECTED-ARRIVAL       PIC X(08) VALUE SPACE.
       01 WS-REJECT-REASON                   PIC X(34).
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LOADED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECTED-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-NOTICE-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-QTY                       PIC S9(11) COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-QTY                     PIC S9(11) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'VENDOR ADVANCE SHIP NOTICE IMPORT'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-LOADED-LINE.
           05  FILLER               PIC X(09) VALUE 'STAGED:  '.
           05  RPT-LD-VENDOR        PIC X(06).
           05  FILLER               PIC X(06) VALUE '  ASN '.
           05  RPT-LD-ASN           PIC X(10).
           05  FILLER               PIC X(05) VALUE '  PO '.
           05  RPT-LD-PO            PIC 9(06).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-LD-LINE          PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LD-PRODUCT       PIC X(10).
           05  FILLER               PIC X(06) VALUE '  QTY '.
           05  RPT-LD-QTY           PIC Z(06)9.
           05  FILLER               PIC X(10) VALUE '  ARRIVES '.
           05  RPT-LD-ARRIVAL       PIC X(08).
           05  FILLER               PIC X(44) VALUE SPACE.
      *
       01  RPT-REJECT-LINE.
           05  FILLER               PIC X(09) VALUE 'REJECT:  '.
           05  RPT-RJ-VENDOR        PIC X(06).
           05  FILLER               PIC X(06) VALUE '  ASN '.
           05  RPT-RJ-ASN           PIC X(10).
           05  FILLER               PIC X(05) VALUE '  PO '.
           05  RPT-RJ-PO            PIC 9(06).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-RJ-LINE          PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RJ-REASON        PIC X(34).
           05  FILLER               PIC X(51) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(30).
           05  RPT-TOT-VALUE        PIC Z(10)9-.
           05  FILLER               PIC X(90) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'VSNIMB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           PERFORM 300-READ-SHIP-NOTICE.
           PERFORM 400-PROCESS-SHIP-NOTICE
               UNTIL WS-EOF-YES.
      *
           PERFORM 800-PROVE-THE-RUN.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT   TO WS-RUN-COUNT-IN.
           MOVE WS-LOADED-COUNT TO WS-RUN-COUNT-OUT.
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
           OPEN INPUT VSNINPUT.
           IF NOT WS-INFILE-SUCCESS
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "VSNDATA OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "POFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O VSNFILE.
           IF NOT WS-VSNFILE-SUCCESS
               IF WS-VSNFILE-SW = '35'
                   OPEN OUTPUT VSNFILE
                   CLOSE VSNFILE
                   OPEN I-O VSNFILE
               END-IF
               IF NOT WS-VSNFILE-SUCCESS
                   DISPLAY "WS-VSNFILE-SW=" WS-VSNFILE-SW
                   DISPLAY "VSNFILE OPEN ERROR"
                   STOP RUN
               END-IF
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
           READ VSNINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       400-PROCESS-SHIP-NOTICE.
      *
           EVALUATE TRUE
               WHEN VSNI-HEADER-RECORD
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE VSNI-H-VENDOR-NUMBER    TO WS-ASN-VENDOR
                   MOVE VSNI-H-ASN-NUMBER       TO WS-ASN-NUMBER
                   MOVE VSNI-H-SHIP-DATE        TO WS-ASN-SHIP-DATE
                   MOVE VSNI-H-EXPECTED-ARRIVAL
                       TO WS-ASN-EXPECTED-ARRIVAL
               WHEN VSNI-DETAIL-RECORD
                   ADD 1 TO WS-READ-COUNT
                   IF VSNI-D-QUANTITY NUMERIC
                       ADD VSNI-D-QUANTITY TO WS-TOTAL-QTY
                   END-IF
                   PERFORM 500-STAGE-ONE-LINE
               WHEN VSNI-TRAILER-RECORD
                   MOVE 'Y' TO WS-TRAILER-SW
                   MOVE VSNI-T-DETAIL-COUNT TO WS-TRAILER-COUNT
                   MOVE VSNI-T-TOTAL-QTY    TO WS-TRAILER-QTY
               WHEN OTHER
                   MOVE WS-ASN-VENDOR TO RPT-RJ-VENDOR
                   MOVE WS-ASN-NUMBER TO RPT-RJ-ASN
                   MOVE ZERO          TO RPT-RJ-PO
                                         RPT-RJ-LINE
                   MOVE 'UNKNOWN RECORD TYPE' TO RPT-RJ-REASON
                   WRITE PRINT-LINE FROM RPT-REJECT-LINE
           END-EVALUATE.
      *
           PERFORM 300-READ-SHIP-NOTICE.
      *
       500-STAGE-ONE-LINE.
      *
           MOVE SPACE TO WS-REJECT-REASON.
      *
           IF        WS-ASN-VENDOR = SPACE
                  OR WS-ASN-NUMBER = SPACE
               MOVE 'NO SHIP NOTICE HEADER' TO WS-REJECT-REASON
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               IF        VSNI-D-QUANTITY NOT NUMERIC
                      OR VSNI-D-QUANTITY = ZERO
                   MOVE 'SHIPPED QUANTITY MISSING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               MOVE VSNI-D-PO-NUMBER   TO PO-PO-NUMBER
               MOVE VSNI-D-LINE-NUMBER TO PO-LINE-NUMBER
               READ POFILE
               EVALUATE TRUE
                   WHEN NOT WS-POFILE-SUCCESS
                       MOVE 'PO LINE NOT ON FILE'
                           TO WS-REJECT-REASON
                   WHEN PO-VENDOR-NUMBER NOT = WS-ASN-VENDOR
                       MOVE 'PO BELONGS TO ANOTHER VENDOR'
                           TO WS-REJECT-REASON
                   WHEN NOT PO-STATUS-OPEN
                       MOVE 'LINE NO LONGER OPEN'
                           TO WS-REJECT-REASON
                   WHEN PO-DROP-SHIP
                       MOVE 'DROP-SHIP LINE - NOT COMING HERE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               PERFORM 520-WRITE-PENDING-RECEIPT
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               ADD 1 TO WS-LOADED-COUNT
               MOVE WS-ASN-VENDOR      TO RPT-LD-VENDOR
               MOVE WS-ASN-NUMBER      TO RPT-LD-ASN
               MOVE VSN-PO-NUMBER      TO RPT-LD-PO
               MOVE VSN-LINE-NUMBER    TO RPT-LD-LINE
               MOVE VSN-PRODUCT-CODE   TO RPT-LD-PRODUCT
               MOVE VSN-QUANTITY-SHIPPED TO RPT-LD-QTY
               MOVE VSN-EXPECTED-ARRIVAL TO RPT-LD-ARRIVAL
               WRITE PRINT-LINE FROM RPT-LOADED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-ASN-VENDOR      TO RPT-RJ-VENDOR
               MOVE WS-ASN-NUMBER      TO RPT-RJ-ASN
               MOVE VSNI-D-PO-NUMBER   TO RPT-RJ-PO
               MOVE VSNI-D-LINE-NUMBER TO RPT-RJ-LINE
               MOVE WS-REJECT-REASON   TO RPT-RJ-REASON
               WRITE PRINT-LINE FROM RPT-REJECT-LINE
           END-IF.
      *
      *****************************************************************
      *    A NOTICE WITH NO EXPECTED ARRIVAL IS TAKEN TO ARRIVE ON
      *    THE PO'S EXPECTED DATE.  THE SAME NOTICE SENT TWICE FINDS
      *    ITS FIRST COPY ON FILE AND IS REFUSED.
      *****************************************************************
       520-WRITE-PENDING-RECEIPT.
      *
           MOVE VSNI-D-PO-NUMBER     TO VSN-PO-NUMBER.
           MOVE VSNI-D-LINE-NUMBER   TO VSN-LINE-NUMBER.
           MOVE WS-ASN-NUMBER        TO VSN-ASN-NUMBER.
           MOVE WS-ASN-VENDOR        TO VSN-VENDOR-NUMBER.
           MOVE PO-PRODUCT-CODE      TO VSN-PRODUCT-CODE.
           MOVE VSNI-D-QUANTITY      TO VSN-QUANTITY-SHIPPED.
           MOVE VSNI-D-LOT-NUMBER    TO VSN-LOT-NUMBER.
           MOVE VSNI-D-SERIAL-FIRST  TO VSN-SERIAL-FIRST.
           MOVE VSNI-D-SERIAL-LAST   TO VSN-SERIAL-LAST.
           MOVE WS-ASN-SHIP-DATE     TO VSN-SHIP-DATE.
           IF WS-ASN-EXPECTED-ARRIVAL NUMERIC
               MOVE WS-ASN-EXPECTED-ARRIVAL TO VSN-EXPECTED-ARRIVAL
           ELSE
               MOVE PO-EXPECTED-DATE TO VSN-EXPECTED-ARRIVAL
           END-IF.
           MOVE WS-RUN-DATE-MDY      TO VSN-IMPORT-DATE.
           SET VSN-STATUS-PENDING TO TRUE.
           MOVE ZERO                 TO VSN-QUANTITY-RECEIVED.
           MOVE SPACE                TO VSN-RECEIPT-DATE.
           MOVE 'VSN '               TO VSN-OPERATOR.
      *
           WRITE VENDOR-ASN-RECORD.
           IF WS-VSNFILE-DUPLICATE
               MOVE 'NOTICE ALREADY LOADED' TO WS-REJECT-REASON
           ELSE
               IF NOT WS-VSNFILE-SUCCESS
                   DISPLAY "WS-VSNFILE-SW=" WS-VSNFILE-SW
                   DISPLAY "VSNFILE WRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       800-PROVE-THE-RUN.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'SHIP NOTICES READ:            ' TO RPT-TOT-LABEL.
           MOVE WS-NOTICE-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'LINES READ:                   ' TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'LINES STAGED FOR RECEIVING:   ' TO RPT-TOT-LABEL.
           MOVE WS-LOADED-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'LINES REJECTED:               ' TO RPT-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL QUANTITY SHIPPED:       ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-QTY TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           IF NOT WS-TRAILER-READ
               DISPLAY "VSNIMB2: NO TRAILER - FILE MAY BE INCOMPLETE"
           ELSE
               IF        WS-TRAILER-COUNT NOT = WS-READ-COUNT
                      OR WS-TRAILER-QTY NOT = WS-TOTAL-QTY
                   MOVE 'TRAILER LINE COUNT:           '
                       TO RPT-TOT-LABEL
                   MOVE WS-TRAILER-COUNT TO RPT-TOT-VALUE
                   WRITE PRINT-LINE FROM RPT-TOTAL-LINE
                   MOVE 'TRAILER QUANTITY:             '
                       TO RPT-TOT-LABEL
                   MOVE WS-TRAILER-QTY TO RPT-TOT-VALUE
                   WRITE PRINT-LINE FROM RPT-TOTAL-LINE
                   DISPLAY "VSNIMB2: FILE DOES NOT AGREE WITH TRAILER"
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE VSNINPUT.
           CLOSE POFILE.
           CLOSE VSNFILE.
           CLOSE PRINT-FILE.
           DISPLAY "ASN LINES STAGED:   " WS-LOADED-COUNT.
           DISPLAY "ASN LINES REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
