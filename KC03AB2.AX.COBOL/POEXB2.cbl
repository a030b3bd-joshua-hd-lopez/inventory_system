       IDENTIFICATION DIVISION.
       PROGRAM-ID. POEXB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    NIGHTLY ELECTRONIC PURCHASE ORDER EXTRACT.  THE OUTBOUND
      *    TWIN OF INVEXB2 FOR THE BUYING SIDE: EVERY VENDOR FLAGGED
      *    VND-EDI-PO ON VNDAB2 GETS ITS PURCHASE ORDERS AS A
      *    FIXED-FORMAT INTERFACE FILE (POXOUT) FOR THE EDI
      *    TRANSLATOR INSTEAD OF THE POPRTB2 PAPER.  TWO PASSES:
      *      - NEW ORDERS.  POAB2 IS READ IN KEY ORDER AND EVERY
      *        LINE ORDERED ON THE PROCESSING DATE (POEAB2, POCVTB2,
      *        ORDERAB2 DROP-SHIPS) GOES OUT UNDER AN 'H' RECORD
      *        WITH PURPOSE O (ORIGINAL).
      *      - REVISIONS.  EVERY PRVAB2 REVISION STILL PENDING
      *        TRANSMISSION (WRITTEN BY THE POCHAB2 CHANGE SCREEN)
      *        SENDS THE CHANGED LINE AS IT NOW STANDS UNDER AN 'H'
      *        RECORD WITH PURPOSE C (CHANGE), ONE 'D' PER LINE
      *        HOWEVER MANY TIMES IT WAS CHANGED.  A PO ORDERED
      *        TODAY ALREADY WENT OUT IN ITS CHANGED FORM, SO ITS
      *        REVISIONS ARE MARKED SENT WITHOUT A SECOND COPY.
      *        REVISIONS FOR PAPER VENDORS ARE MARKED NOT REQUIRED.
      *    ONE 'T' TRAILER CARRIES THE CONTROL TOTALS (HEADERS,
      *    DETAILS, QUANTITY, VALUE) AND THE TRANSMISSION REGISTER
      *    PRINTS THE SAME FIGURES.  THE VENDOR'S ACKNOWLEDGMENTS
      *    COME BACK THROUGH POAKB2.
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

           SELECT POFILE ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POFILE-SW.

           SELECT VNDFILE ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-KEY
               FILE STATUS IS WS-VNDFILE-SW.

           SELECT VPXFILE ASSIGN TO VPXFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VPX-KEY
               FILE STATUS IS WS-VPXFILE-SW.

           SELECT PRVFILE ASSIGN TO PRVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-KEY
               FILE STATUS IS WS-PRVFILE-SW.

           SELECT POXOUT ASSIGN TO POXOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.

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
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
      *
       FD VPXFILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS VENDOR-PRODUCT-XREF-RECORD.
      *
       COPY VNDXREF.
      *
       FD PRVFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PO-REVISION-RECORD.
      *
       COPY POREV.
      *
       FD POXOUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POXOUT-RECORD.
       01  POXOUT-RECORD                     PIC X(100).
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
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
           88  WS-VNDFILE-NOTFOUND                VALUE '23'.
       01 WS-VPXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VPXFILE-SUCCESS                VALUE '00'.
       01 WS-VPXFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-VPXFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRVFILE-SUCCESS                VALUE '00'.
       01 WS-PRVFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-PRVFILE-AVAILABLE              VALUE 'Y'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-PRV-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PRV-EOF-YES                    VALUE 'Y'.
       01 WS-EDI-VENDOR-SW                   PIC X(01)  VALUE 'N'.
           88  WS-EDI-VENDOR                     VALUE 'Y'.
       01 WS-PO-SENT-TODAY-SW                PIC X(01)  VALUE 'N'.
           88  WS-PO-SENT-TODAY                  VALUE 'Y'.
       01 WS-LINE-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-LINE-FOUND                     VALUE 'Y'.
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
       01 WS-CURRENT-PO                      PIC 9(06) VALUE ZERO.
       01 WS-CURRENT-VENDOR                  PIC X(06) VALUE SPACE.
       01 WS-LAST-PRV-LINE.
           05  WS-LAST-PRV-PO                PIC 9(06) VALUE ZERO.
           05  WS-LAST-PRV-LINE-NO           PIC 9(02) VALUE ZERO.
       01 WS-LINE-ACTION                     PIC X(01).
       01 WS-LINE-VALUE                      PIC S9(09)V99 COMP-3.
       01 WS-PO-LINES                        PIC S9(05) COMP-3.
       01 WS-PO-VALUE                        PIC S9(11)V99 COMP-3.
       01 WS-HEADER-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-DETAIL-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-QTY                       PIC S9(11) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-VALUE                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-LINES-READ                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REVISIONS-READ                  PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
      *    THE INTERFACE RECORDS, FIXED COLUMNS FOR THE TRANSLATOR.
      *    H PURPOSE: O = ORIGINAL ORDER, C = CHANGE TO AN ORDER
      *    ALREADY SENT.  D ACTION: A = ADD, C = CHANGED, X = LINE
      *    CANCELLED, S = SHORT-CLOSED AT THE QUANTITY SHOWN.
      *
       01  PX-HEADER-RECORD.
           05  FILLER                        PIC X(01) VALUE 'H'.
           05  PXH-PO-NUMBER                 PIC 9(06).
           05  PXH-PURPOSE                   PIC X(01).
           05  PXH-VENDOR-NUMBER             PIC X(06).
           05  PXH-ORDER-DATE                PIC X(08).
           05  PXH-TRANSMIT-DATE             PIC X(08).
           05  PXH-DROP-SHIP-SW              PIC X(01).
           05  FILLER                        PIC X(69) VALUE SPACE.
      *
       01  PX-DETAIL-RECORD.
           05  FILLER                        PIC X(01) VALUE 'D'.
           05  PXD-PO-NUMBER                 PIC 9(06).
           05  PXD-LINE-NUMBER               PIC 9(02).
           05  PXD-ACTION                    PIC X(01).
           05  PXD-PRODUCT-CODE              PIC X(10).
           05  PXD-VENDOR-ITEM               PIC X(15).
           05  PXD-WAREHOUSE-CODE            PIC X(03).
           05  PXD-QUANTITY                  PIC S9(07).
           05  PXD-UNIT-COST                 PIC S9(05)V99.
           05  PXD-EXPECTED-DATE             PIC X(08).
           05  PXD-EXTENDED                  PIC S9(09)V99.
           05  FILLER                        PIC X(29) VALUE SPACE.
      *
       01  PX-TRAILER-RECORD.
           05  FILLER                        PIC X(01) VALUE 'T'.
           05  PXT-HEADER-COUNT              PIC 9(07).
           05  PXT-DETAIL-COUNT              PIC 9(07).
           05  PXT-TOTAL-QUANTITY            PIC S9(11).
           05  PXT-TOTAL-VALUE               PIC S9(11)V99.
           05  PXT-EXTRACT-DATE              PIC X(08).
           05  FILLER                        PIC X(53) VALUE SPACE.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'ELECTRONIC PURCHASE ORDER EXTRACT REG.'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'PO #'.
           05  FILLER          PIC X(10) VALUE 'PURPOSE'.
           05  FILLER          PIC X(08) VALUE 'VENDOR'.
           05  FILLER          PIC X(32) VALUE 'VENDOR NAME'.
           05  FILLER          PIC X(07) VALUE 'LINES'.
           05  FILLER          PIC X(15) VALUE '          VALUE'.
           05  FILLER          PIC X(52) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PO-NUMBER        PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PURPOSE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VENDOR           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VENDOR-NAME      PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LINES            PIC Z(04)9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VALUE            PIC Z(10)9.99-.
           05  FILLER               PIC X(52) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(09) VALUE 'HEADERS: '.
           05  RPT-TOT-HEADERS      PIC Z(06)9.
           05  FILLER               PIC X(11) VALUE '  DETAILS: '.
           05  RPT-TOT-DETAILS      PIC Z(06)9.
           05  FILLER               PIC X(12) VALUE '  QUANTITY: '.
           05  RPT-TOT-QTY          PIC Z(10)9-.
           05  FILLER               PIC X(09) VALUE '  VALUE: '.
           05  RPT-TOT-VALUE        PIC Z(10)9.99-.
           05  FILLER               PIC X(50) VALUE SPACE.
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
           MOVE 'POEXB2  ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-PO-LINE.
           PERFORM 400-PROCESS-PO-LINE
               UNTIL WS-EOF-YES.
           IF WS-CURRENT-PO NOT = ZERO
               PERFORM 480-PRINT-PO-REGISTER-LINE
           END-IF.
      *
           IF WS-PRVFILE-AVAILABLE
               PERFORM 500-EXTRACT-REVISIONS
           END-IF.
      *
           PERFORM 800-WRITE-TRAILER.
           PERFORM 900-CLOSE-FILES.
      *
           COMPUTE WS-RUN-COUNT-IN = WS-LINES-READ + WS-REVISIONS-READ.
           COMPUTE WS-RUN-COUNT-OUT = WS-HEADER-COUNT
                                    + WS-DETAIL-COUNT.
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
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "POFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    NO CROSS-REFERENCE (35) SENDS THE LINES WITH THE VENDOR
      *    ITEM BLANK; NO REVISION FILE (35) MEANS NO PO HAS EVER
      *    BEEN CHANGED.  NEITHER HOLDS UP THE NEW ORDERS.
      *****************************************************************
           OPEN INPUT VPXFILE.
           IF NOT WS-VPXFILE-SUCCESS
               IF WS-VPXFILE-SW = '35'
                   MOVE 'N' TO WS-VPXFILE-AVAILABLE-SW
                   DISPLAY "VPXFILE NOT FOUND - NO VENDOR ITEM NOS"
               ELSE
                   DISPLAY "WS-VPXFILE-SW=" WS-VPXFILE-SW
                   DISPLAY "VPXFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O PRVFILE.
           IF NOT WS-PRVFILE-SUCCESS
               IF WS-PRVFILE-SW = '35'
                   MOVE 'N' TO WS-PRVFILE-AVAILABLE-SW
                   DISPLAY "PRVFILE NOT FOUND - NO REVISIONS SENT"
               ELSE
                   DISPLAY "WS-PRVFILE-SW=" WS-PRVFILE-SW
                   DISPLAY "PRVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT POXOUT.
           IF NOT WS-OUTFILE-SUCCESS
               DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
               DISPLAY "POXOUT OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-PO-LINE.
      *
           READ POFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
      *****************************************************************
      *    PASS 1 - NEW ORDERS.  A CANCELLED LINE ON A PO ORDERED
      *    TODAY NEVER REACHED THE VENDOR, SO IT IS LEFT OFF.
      *****************************************************************
       400-PROCESS-PO-LINE.
      *
           ADD 1 TO WS-LINES-READ.
      *
           IF        PO-ORDER-DATE = WS-RUN-DATE-MDY-R
                 AND NOT PO-STATUS-CANCELLED
               IF PO-PO-NUMBER NOT = WS-CURRENT-PO
                   IF WS-CURRENT-PO NOT = ZERO
                       PERFORM 480-PRINT-PO-REGISTER-LINE
                   END-IF
                   MOVE PO-PO-NUMBER     TO WS-CURRENT-PO
                   MOVE PO-VENDOR-NUMBER TO WS-CURRENT-VENDOR
                   PERFORM 450-CHECK-EDI-VENDOR
                   IF WS-EDI-VENDOR
                       MOVE 'O' TO PXH-PURPOSE
                       PERFORM 460-WRITE-PO-HEADER
                   ELSE
                       MOVE ZERO TO WS-CURRENT-PO
                   END-IF
               END-IF
               IF WS-EDI-VENDOR AND WS-CURRENT-PO NOT = ZERO
                   MOVE 'A' TO WS-LINE-ACTION
                   PERFORM 470-WRITE-PO-DETAIL
               END-IF
           END-IF.
      *
           PERFORM 300-READ-PO-LINE.
      *
       450-CHECK-EDI-VENDOR.
      *
           MOVE 'N' TO WS-EDI-VENDOR-SW.
           MOVE WS-CURRENT-VENDOR TO VND-VENDOR-NUMBER.
           READ VNDFILE.
           IF WS-VNDFILE-SUCCESS
               IF VND-EDI-PO
                   MOVE 'Y' TO WS-EDI-VENDOR-SW
               END-IF
           ELSE
               MOVE SPACE TO VND-NAME
           END-IF.
      *
       460-WRITE-PO-HEADER.
      *
           MOVE PO-PO-NUMBER     TO PXH-PO-NUMBER.
           MOVE PO-VENDOR-NUMBER TO PXH-VENDOR-NUMBER.
           MOVE PO-ORDER-DATE    TO PXH-ORDER-DATE.
           MOVE WS-RUN-DATE-MDY  TO PXH-TRANSMIT-DATE.
           IF PO-DROP-SHIP
               MOVE 'Y' TO PXH-DROP-SHIP-SW
           ELSE
               MOVE 'N' TO PXH-DROP-SHIP-SW
           END-IF.
           WRITE POXOUT-RECORD FROM PX-HEADER-RECORD.
           ADD 1 TO WS-HEADER-COUNT.
      *
           MOVE ZERO TO WS-PO-LINES
                        WS-PO-VALUE.
           MOVE PO-PO-NUMBER TO RPT-PO-NUMBER.
           IF PXH-PURPOSE = 'O'
               MOVE 'ORIGINAL' TO RPT-PURPOSE
           ELSE
               MOVE 'CHANGE'   TO RPT-PURPOSE
           END-IF.
           MOVE PO-VENDOR-NUMBER TO RPT-VENDOR.
           MOVE VND-NAME         TO RPT-VENDOR-NAME.
      *
       470-WRITE-PO-DETAIL.
      *
           MOVE PO-PO-NUMBER      TO PXD-PO-NUMBER.
           MOVE PO-LINE-NUMBER    TO PXD-LINE-NUMBER.
           MOVE WS-LINE-ACTION    TO PXD-ACTION.
           MOVE PO-PRODUCT-CODE   TO PXD-PRODUCT-CODE.
           MOVE PO-WAREHOUSE-CODE TO PXD-WAREHOUSE-CODE.
           MOVE PO-QUANTITY-ORDERED TO PXD-QUANTITY.
           MOVE PO-UNIT-COST      TO PXD-UNIT-COST.
           MOVE PO-EXPECTED-DATE  TO PXD-EXPECTED-DATE.
      *
           MOVE SPACE TO PXD-VENDOR-ITEM.
           IF WS-VPXFILE-AVAILABLE
               MOVE PO-VENDOR-NUMBER TO VPX-VENDOR-NUMBER
               MOVE PO-PRODUCT-CODE  TO VPX-PRODUCT-CODE
               READ VPXFILE
               IF WS-VPXFILE-SUCCESS
                   MOVE VPX-VENDOR-ITEM-NUMBER TO PXD-VENDOR-ITEM
               END-IF
           END-IF.
      *
      *    A CANCELLED LINE CARRIES NO VALUE - NOTHING MORE IS OWED.
      *
           IF PO-STATUS-CANCELLED
               MOVE ZERO TO WS-LINE-VALUE
           ELSE
               COMPUTE WS-LINE-VALUE ROUNDED =
                   PO-QUANTITY-ORDERED * PO-UNIT-COST
           END-IF.
           MOVE WS-LINE-VALUE TO PXD-EXTENDED.
           WRITE POXOUT-RECORD FROM PX-DETAIL-RECORD.
      *
           ADD 1 TO WS-DETAIL-COUNT
                    WS-PO-LINES.
           IF NOT PO-STATUS-CANCELLED
               ADD PO-QUANTITY-ORDERED TO WS-TOTAL-QTY
           END-IF.
           ADD WS-LINE-VALUE TO WS-TOTAL-VALUE
                                WS-PO-VALUE.
      *
       480-PRINT-PO-REGISTER-LINE.
      *
           MOVE WS-PO-LINES TO RPT-LINES.
           MOVE WS-PO-VALUE TO RPT-VALUE.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
      *****************************************************************
      *    PASS 2 - REVISIONS.  PRVAB2 IS KEYED BY PO AND LINE FIRST,
      *    SO A PO'S REVISIONS ARRIVE TOGETHER AND ONE LINE'S
      *    REPEATED CHANGES ARRIVE BACK TO BACK.  THE LINE GOES OUT
      *    ONCE, AS IT NOW STANDS ON POAB2.
      *****************************************************************
       500-EXTRACT-REVISIONS.
      *
           MOVE ZERO TO WS-CURRENT-PO.
           MOVE 'N'  TO WS-EDI-VENDOR-SW.
           PERFORM 510-READ-REVISION.
           PERFORM 520-PROCESS-REVISION
               UNTIL WS-PRV-EOF-YES.
           IF WS-CURRENT-PO NOT = ZERO
               PERFORM 480-PRINT-PO-REGISTER-LINE
           END-IF.
      *
       510-READ-REVISION.
      *
           READ PRVFILE
               AT END MOVE 'Y' TO WS-PRV-EOF-SW
           END-READ.
      *
       520-PROCESS-REVISION.
      *
           IF PRV-EDI-PENDING
               ADD 1 TO WS-REVISIONS-READ
               IF PRV-PO-NUMBER NOT = WS-LAST-PRV-PO
                   PERFORM 530-START-REVISED-PO
               END-IF
               IF WS-EDI-VENDOR
                   IF        NOT WS-PO-SENT-TODAY
                         AND PRV-LINE-NUMBER NOT = WS-LAST-PRV-LINE-NO
                       PERFORM 535-READ-REVISED-LINE
                       IF WS-LINE-FOUND
                           PERFORM 540-SEND-REVISED-LINE
                       END-IF
                   END-IF
                   SET PRV-EDI-SENT TO TRUE
               ELSE
                   SET PRV-EDI-NOT-REQUIRED TO TRUE
               END-IF
               MOVE PRV-PO-NUMBER   TO WS-LAST-PRV-PO
               MOVE PRV-LINE-NUMBER TO WS-LAST-PRV-LINE-NO
               REWRITE PO-REVISION-RECORD
               IF NOT WS-PRVFILE-SUCCESS
                   DISPLAY "WS-PRVFILE-SW=" WS-PRVFILE-SW
                   DISPLAY "PRVFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           PERFORM 510-READ-REVISION.
      *
      *****************************************************************
      *    FIRST REVISION FOR A PO: IS THE VENDOR ELECTRONIC, AND DID
      *    THE WHOLE PO ALREADY GO OUT TODAY AS AN ORIGINAL?
      *****************************************************************
       530-START-REVISED-PO.
      *
           MOVE ZERO TO WS-LAST-PRV-LINE-NO.
           MOVE 'N'  TO WS-PO-SENT-TODAY-SW.
           MOVE PRV-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
           PERFORM 450-CHECK-EDI-VENDOR.
      *
           IF WS-EDI-VENDOR
               PERFORM 535-READ-REVISED-LINE
               IF        WS-LINE-FOUND
                     AND PO-ORDER-DATE = WS-RUN-DATE-MDY-R
                   MOVE 'Y' TO WS-PO-SENT-TODAY-SW
               END-IF
           END-IF.
      *
       535-READ-REVISED-LINE.
      *
           MOVE PRV-PO-NUMBER   TO PO-PO-NUMBER.
           MOVE PRV-LINE-NUMBER TO PO-LINE-NUMBER.
           READ POFILE KEY IS PO-KEY.
           IF WS-POFILE-SUCCESS
               MOVE 'Y' TO WS-LINE-FOUND-SW
           ELSE
               MOVE 'N' TO WS-LINE-FOUND-SW
           END-IF.
      *
       540-SEND-REVISED-LINE.
      *
           IF PRV-PO-NUMBER NOT = WS-CURRENT-PO
               IF WS-CURRENT-PO NOT = ZERO
                   PERFORM 480-PRINT-PO-REGISTER-LINE
               END-IF
               MOVE PRV-PO-NUMBER TO WS-CURRENT-PO
               MOVE 'C' TO PXH-PURPOSE
               PERFORM 460-WRITE-PO-HEADER
           END-IF.
      *
           EVALUATE TRUE
               WHEN PO-STATUS-CANCELLED
                   MOVE 'X' TO WS-LINE-ACTION
               WHEN PO-STATUS-CLOSED
                   MOVE 'S' TO WS-LINE-ACTION
               WHEN OTHER
                   MOVE 'C' TO WS-LINE-ACTION
           END-EVALUATE.
           PERFORM 470-WRITE-PO-DETAIL.
      *
       800-WRITE-TRAILER.
      *
           MOVE WS-HEADER-COUNT TO PXT-HEADER-COUNT.
           MOVE WS-DETAIL-COUNT TO PXT-DETAIL-COUNT.
           MOVE WS-TOTAL-QTY    TO PXT-TOTAL-QUANTITY.
           MOVE WS-TOTAL-VALUE  TO PXT-TOTAL-VALUE.
           MOVE WS-RUN-DATE-MDY TO PXT-EXTRACT-DATE.
           WRITE POXOUT-RECORD FROM PX-TRAILER-RECORD.
      *
           MOVE WS-HEADER-COUNT TO RPT-TOT-HEADERS.
           MOVE WS-DETAIL-COUNT TO RPT-TOT-DETAILS.
           MOVE WS-TOTAL-QTY    TO RPT-TOT-QTY.
           MOVE WS-TOTAL-VALUE  TO RPT-TOT-VALUE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE POFILE.
           CLOSE VNDFILE.
           IF WS-VPXFILE-AVAILABLE
               CLOSE VPXFILE
           END-IF.
           IF WS-PRVFILE-AVAILABLE
               CLOSE PRVFILE
           END-IF.
           CLOSE POXOUT.
           CLOSE PRINT-FILE.
           DISPLAY "PO HEADERS EXTRACTED: " WS-HEADER-COUNT.
           DISPLAY "PO LINES EXTRACTED:   " WS-DETAIL-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
