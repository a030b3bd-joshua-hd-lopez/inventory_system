       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARCLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    WARRANTY CLAIMS REPORT.  EVERY SERIALIZED UNIT CUSTOMERS
      *    HAVE SENT BACK (SERAB2 STATUS R) THAT CAME BACK INSIDE ITS
      *    WARRANTY - RETURN DATE NO LATER THAN THE SHIP DATE PLUS
      *    THE PRODUCT'S PRD-WARRANTY-MONTHS - IS LISTED UNDER THE
      *    VENDOR WE BOUGHT IT FROM (THE VENDOR ON THE PO THE SERIAL
      *    WAS RECEIVED ON) AND THE PRODUCT, WITH ITS RMA, SHIP AND
      *    RETURN DATES AND UNIT COST.  PRODUCT SUBTOTALS, VENDOR
      *    TOTALS AND A GRAND TOTAL GIVE THE COST TO CLAIM BACK FROM
      *    EACH MANUFACTURER.  A PRODUCT WITH NO WARRANTY, OR A UNIT
      *    RETURNED AFTER ITS WARRANTY ENDED, IS NOT A CLAIM AND IS
      *    LEFT OFF.  THE SAME RULE WARQAB2 SHOWS AND RMAAB2 WARNS ON.
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

           SELECT SERFILE ASSIGN TO SERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SER-KEY
               FILE STATUS IS WS-SERFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

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
       FD SERFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SERIAL-UNIT-RECORD.
      *
       COPY SERIAL.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
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
      *    ONE SORT RECORD PER IN-WARRANTY RETURN, IN VENDOR, PRODUCT,
      *    SERIAL ORDER.
      *
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-VENDOR-NUMBER             PIC X(06).
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-SERIAL-NUMBER             PIC X(15).
           05  SRT-RMA-NUMBER                PIC 9(06).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-SHIP-DATE                 PIC X(08).
           05  SRT-RETURN-DATE               PIC X(08).
           05  SRT-WARRANTY-END              PIC X(08).
           05  SRT-UNIT-COST                 PIC S9(07)V99.
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
       01 WS-SERFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SERFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-POFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-POFILE-SUCCESS                 VALUE '00'.
       01 WS-VNDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VNDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
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
      *
      *    WARRANTY END = SHIP DATE PLUS PRD-WARRANTY-MONTHS, SAME DAY
      *    OF THE MONTH.  DATES ON SERAB2 ARE MMDDYYYY; THEY ARE
      *    COMPARED AS YYYYMMDD.
      *
       01 WS-SHIP-DATE                       PIC X(08).
       01 WS-SHIP-DATE-R REDEFINES WS-SHIP-DATE.
           05  WS-SHIP-MM                    PIC 9(02).
           05  WS-SHIP-DD                    PIC 9(02).
           05  WS-SHIP-YYYY                  PIC 9(04).
       01 WS-RETURN-DATE                     PIC X(08).
       01 WS-RETURN-DATE-R REDEFINES WS-RETURN-DATE.
           05  WS-RETURN-MM                  PIC 9(02).
           05  WS-RETURN-DD                  PIC 9(02).
           05  WS-RETURN-YYYY                PIC 9(04).
       01 WS-RETURN-YMD                      PIC 9(08).
       01 WS-RETURN-YMD-R REDEFINES WS-RETURN-YMD.
           05  WS-RETURN-YMD-YYYY            PIC 9(04).
           05  WS-RETURN-YMD-MM              PIC 9(02).
           05  WS-RETURN-YMD-DD              PIC 9(02).
       01 WS-WAR-END-YMD                     PIC 9(08).
       01 WS-WAR-END-YMD-R REDEFINES WS-WAR-END-YMD.
           05  WS-WAR-END-YYYY               PIC 9(04).
           05  WS-WAR-END-MM                 PIC 9(02).
           05  WS-WAR-END-DD                 PIC 9(02).
       01 WS-WAR-END-MDY                     PIC X(08).
       01 WS-WAR-END-MDY-R REDEFINES WS-WAR-END-MDY.
           05  WS-WAR-END-MDY-MM             PIC 9(02).
           05  WS-WAR-END-MDY-DD             PIC 9(02).
           05  WS-WAR-END-MDY-YYYY           PIC 9(04).
       01 WS-MONTH-COUNT                     PIC 9(04).
       01 WS-YEARS-ADDED                     PIC 9(04).
       01 WS-MONTH-REM                       PIC 9(02).
      *
       01 WS-CURRENT-VENDOR                  PIC X(06)  VALUE SPACE.
       01 WS-CURRENT-PRODUCT                 PIC X(10)  VALUE SPACE.
       01 WS-PROD-COUNT                      PIC S9(07) COMP-3.
       01 WS-PROD-COST                       PIC S9(11)V99 COMP-3.
       01 WS-VEND-COUNT                      PIC S9(07) COMP-3.
       01 WS-VEND-COST                       PIC S9(11)V99 COMP-3.
       01 WS-GRAND-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-GRAND-COST                      PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-SER-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-OUT-OF-WARRANTY-COUNT           PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'WARRANTY CLAIMS BY VENDOR AND PRODUCT'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(17) VALUE 'SERIAL'.
           05  FILLER          PIC X(08) VALUE 'RMA#'.
           05  FILLER          PIC X(08) VALUE 'INVOICE'.
           05  FILLER          PIC X(10) VALUE 'SHIPPED'.
           05  FILLER          PIC X(10) VALUE 'RETURNED'.
           05  FILLER          PIC X(10) VALUE 'WARR END'.
           05  FILLER          PIC X(13) VALUE '    UNIT COST'.
           05  FILLER          PIC X(44) VALUE SPACE.
      *
       01  RPT-VENDOR-LINE.
           05  FILLER               PIC X(08) VALUE 'VENDOR: '.
           05  RPT-VND-NUMBER       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VND-NAME         PIC X(30).
           05  FILLER               PIC X(86) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SERIAL           PIC X(15).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RMA              PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-INVOICE          PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SHIP-DATE        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RETURN-DATE      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-WARRANTY-END     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-UNIT-COST        PIC Z(06)9.99-.
           05  FILLER               PIC X(46) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(40).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(10) VALUE ' CLAIMS'.
           05  FILLER               PIC X(11) VALUE SPACE.
           05  RPT-TOT-COST         PIC Z(08)9.99-.
           05  FILLER               PIC X(51) VALUE SPACE.
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
           MOVE 'WARCLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-VENDOR-NUMBER
                                SRT-PRODUCT-CODE
                                SRT-SERIAL-NUMBER
               INPUT PROCEDURE IS 500-RELEASE-CLAIMS
               OUTPUT PROCEDURE IS 600-PRINT-CLAIMS.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-SER-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-GRAND-COUNT    TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT SERFILE.
           IF NOT WS-SERFILE-SUCCESS
               DISPLAY "WS-SERFILE-SW=" WS-SERFILE-SW
               DISPLAY "SERFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT POFILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "POFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT VNDFILE.
           IF NOT WS-VNDFILE-SUCCESS
               DISPLAY "WS-VNDFILE-SW=" WS-VNDFILE-SW
               DISPLAY "VNDFILE OPEN ERROR"
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
      *****************************************************************
      *    SORT INPUT.  ONLY RETURNED SERIALS ARE CANDIDATES.  EACH
      *    ONE'S WARRANTY END IS WORKED FROM ITS SHIP DATE AND THE
      *    PRODUCT'S WARRANTY MONTHS; THOSE RETURNED ON OR BEFORE IT
      *    GO TO THE SORT UNDER THE VENDOR ON THEIR RECEIVING PO.
      *****************************************************************
       500-RELEASE-CLAIMS.
      *
           PERFORM 510-READ-SERIAL.
           PERFORM 520-CHECK-ONE-SERIAL
               UNTIL WS-EOF-YES.
      *
       510-READ-SERIAL.
      *
           READ SERFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-SER-READ-COUNT
           END-READ.
      *
       520-CHECK-ONE-SERIAL.
      *
           IF SER-STATUS-RETURNED
               PERFORM 530-CHECK-WARRANTY
           END-IF.
      *
           PERFORM 510-READ-SERIAL.
      *
       530-CHECK-WARRANTY.
      *
           MOVE SER-SHIP-DATE   TO WS-SHIP-DATE.
           MOVE SER-RETURN-DATE TO WS-RETURN-DATE.
           MOVE SER-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               MOVE ZERO TO PRD-WARRANTY-MONTHS
                            PRD-UNIT-COST
           END-IF.
      *
           IF       PRD-WARRANTY-MONTHS > ZERO
                AND WS-SHIP-DATE IS NUMERIC
                AND WS-RETURN-DATE IS NUMERIC
               COMPUTE WS-MONTH-COUNT =
                   WS-SHIP-MM - 1 + PRD-WARRANTY-MONTHS
               DIVIDE WS-MONTH-COUNT BY 12
                   GIVING WS-YEARS-ADDED
                   REMAINDER WS-MONTH-REM
               COMPUTE WS-WAR-END-YYYY = WS-SHIP-YYYY + WS-YEARS-ADDED
               COMPUTE WS-WAR-END-MM   = WS-MONTH-REM + 1
               MOVE WS-SHIP-DD     TO WS-WAR-END-DD
               MOVE WS-RETURN-YYYY TO WS-RETURN-YMD-YYYY
               MOVE WS-RETURN-MM   TO WS-RETURN-YMD-MM
               MOVE WS-RETURN-DD   TO WS-RETURN-YMD-DD
               IF WS-RETURN-YMD NOT > WS-WAR-END-YMD
                   PERFORM 540-RELEASE-CLAIM
               ELSE
                   ADD 1 TO WS-OUT-OF-WARRANTY-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-OUT-OF-WARRANTY-COUNT
           END-IF.
      *
       540-RELEASE-CLAIM.
      *
           MOVE SPACE TO SRT-VENDOR-NUMBER.
           IF SER-PO-NUMBER NOT = ZERO
               PERFORM 550-GET-PO-VENDOR
           END-IF.
      *
           MOVE WS-WAR-END-MM   TO WS-WAR-END-MDY-MM.
           MOVE WS-WAR-END-DD   TO WS-WAR-END-MDY-DD.
           MOVE WS-WAR-END-YYYY TO WS-WAR-END-MDY-YYYY.
      *
           MOVE SER-PRODUCT-CODE   TO SRT-PRODUCT-CODE.
           MOVE SER-SERIAL-NUMBER  TO SRT-SERIAL-NUMBER.
           MOVE SER-RMA-NUMBER     TO SRT-RMA-NUMBER.
           MOVE SER-INVOICE-NUMBER TO SRT-INVOICE-NUMBER.
           MOVE SER-SHIP-DATE      TO SRT-SHIP-DATE.
           MOVE SER-RETURN-DATE    TO SRT-RETURN-DATE.
           MOVE WS-WAR-END-MDY     TO SRT-WARRANTY-END.
           MOVE PRD-UNIT-COST      TO SRT-UNIT-COST.
           RELEASE SORT-RECORD.
      *
      *    THE VENDOR IS ON EVERY LINE OF THE PO; THE FIRST LINE ON
      *    FILE FOR THE PO NUMBER IS TAKEN.
      *
       550-GET-PO-VENDOR.
      *
           MOVE SER-PO-NUMBER TO PO-PO-NUMBER.
           MOVE ZERO          TO PO-LINE-NUMBER.
           START POFILE KEY >= PO-KEY.
           IF WS-POFILE-SUCCESS
               READ POFILE NEXT RECORD
                   AT END MOVE '10' TO WS-POFILE-SW
               END-READ
               IF       WS-POFILE-SUCCESS
                    AND PO-PO-NUMBER = SER-PO-NUMBER
                   MOVE PO-VENDOR-NUMBER TO SRT-VENDOR-NUMBER
               END-IF
           END-IF.
      *
      *****************************************************************
      *    SORT OUTPUT.  A VENDOR HEADING PRINTS AHEAD OF EACH
      *    VENDOR'S CLAIMS; A SUBTOTAL AT EACH CHANGE OF PRODUCT, A
      *    VENDOR TOTAL AT EACH CHANGE OF VENDOR, AND THE GRAND TOTAL
      *    AFTER THE LAST.
      *****************************************************************
       600-PRINT-CLAIMS.
      *
           PERFORM 610-RETURN-SORTED-CLAIM.
           IF NOT WS-SORT-EOF
               PERFORM 640-START-VENDOR
               PERFORM 650-START-PRODUCT
           END-IF.
           PERFORM 620-PRINT-ONE-CLAIM
               UNTIL WS-SORT-EOF.
           IF WS-GRAND-COUNT > ZERO
               PERFORM 660-PRINT-PRODUCT-TOTAL
               PERFORM 670-PRINT-VENDOR-TOTAL
           END-IF.
      *
           MOVE 'GRAND TOTAL - ALL VENDORS' TO RPT-TOT-LABEL.
           MOVE WS-GRAND-COUNT TO RPT-TOT-COUNT.
           MOVE WS-GRAND-COST  TO RPT-TOT-COST.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       610-RETURN-SORTED-CLAIM.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PRINT-ONE-CLAIM.
      *
           IF SRT-VENDOR-NUMBER NOT = WS-CURRENT-VENDOR
               PERFORM 660-PRINT-PRODUCT-TOTAL
               PERFORM 670-PRINT-VENDOR-TOTAL
               PERFORM 640-START-VENDOR
               PERFORM 650-START-PRODUCT
           ELSE
               IF SRT-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT
                   PERFORM 660-PRINT-PRODUCT-TOTAL
                   PERFORM 650-START-PRODUCT
               END-IF
           END-IF.
      *
           ADD 1 TO WS-PROD-COUNT
                    WS-VEND-COUNT
                    WS-GRAND-COUNT.
           ADD SRT-UNIT-COST TO WS-PROD-COST
                                WS-VEND-COST
                                WS-GRAND-COST.
      *
           MOVE SRT-PRODUCT-CODE   TO RPT-PRODUCT.
           MOVE SRT-SERIAL-NUMBER  TO RPT-SERIAL.
           MOVE SRT-RMA-NUMBER     TO RPT-RMA.
           MOVE SRT-INVOICE-NUMBER TO RPT-INVOICE.
           MOVE SRT-SHIP-DATE      TO RPT-SHIP-DATE.
           MOVE SRT-RETURN-DATE    TO RPT-RETURN-DATE.
           MOVE SRT-WARRANTY-END   TO RPT-WARRANTY-END.
           MOVE SRT-UNIT-COST      TO RPT-UNIT-COST.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 610-RETURN-SORTED-CLAIM.
      *
       640-START-VENDOR.
      *
           MOVE SRT-VENDOR-NUMBER TO WS-CURRENT-VENDOR.
           MOVE ZERO TO WS-VEND-COUNT
                        WS-VEND-COST.
           MOVE SRT-VENDOR-NUMBER TO RPT-VND-NUMBER.
           IF SRT-VENDOR-NUMBER = SPACE
               MOVE '** NO RECEIVING PO ON FILE **' TO RPT-VND-NAME
           ELSE
               MOVE SRT-VENDOR-NUMBER TO VND-VENDOR-NUMBER
               READ VNDFILE
               IF WS-VNDFILE-SUCCESS
                   MOVE VND-NAME TO RPT-VND-NAME
               ELSE
                   MOVE '** NOT ON FILE **' TO RPT-VND-NAME
               END-IF
           END-IF.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-VENDOR-LINE.
      *
       650-START-PRODUCT.
      *
           MOVE SRT-PRODUCT-CODE TO WS-CURRENT-PRODUCT.
           MOVE ZERO TO WS-PROD-COUNT
                        WS-PROD-COST.
      *
       660-PRINT-PRODUCT-TOTAL.
      *
           MOVE SPACE TO RPT-TOT-LABEL.
           STRING '  TOTAL FOR PRODUCT ' WS-CURRENT-PRODUCT
               DELIMITED BY SIZE INTO RPT-TOT-LABEL
           END-STRING.
           MOVE WS-PROD-COUNT TO RPT-TOT-COUNT.
           MOVE WS-PROD-COST  TO RPT-TOT-COST.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       670-PRINT-VENDOR-TOTAL.
      *
           MOVE SPACE TO RPT-TOT-LABEL.
           STRING 'TOTAL FOR VENDOR ' WS-CURRENT-VENDOR
               DELIMITED BY SIZE INTO RPT-TOT-LABEL
           END-STRING.
           MOVE WS-VEND-COUNT TO RPT-TOT-COUNT.
           MOVE WS-VEND-COST  TO RPT-TOT-COST.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE SERFILE.
           CLOSE PRDFILE.
           CLOSE POFILE.
           CLOSE VNDFILE.
           CLOSE PRINT-FILE.
           DISPLAY "WARRANTY CLAIMS LISTED:   " WS-GRAND-COUNT.
           DISPLAY "RETURNS NOT UNDER WARRANTY: "
               WS-OUT-OF-WARRANTY-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
