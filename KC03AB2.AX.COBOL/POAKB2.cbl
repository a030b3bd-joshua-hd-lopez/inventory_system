       IDENTIFICATION DIVISION.
       PROGRAM-ID. POAKB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    PURCHASE ORDER ACKNOWLEDGMENT IMPORT, IN THE LBXIMB2
      *    GATEWAY STYLE.  AN ELECTRONIC-PO VENDOR ANSWERS THE
      *    POEXB2 TRANSMISSION WITH A FILE (POAKDATA) OF: AN 'H'
      *    RECORD PER PO (VENDOR, PO, ACKNOWLEDGMENT DATE), A 'D'
      *    RECORD PER LINE (STATUS, QUANTITY THE VENDOR ACCEPTS,
      *    DATE IT PROMISES TO SHIP) AND ONE 'T' TRAILER WITH THE
      *    DETAIL COUNT AND ACCEPTED QUANTITY THE FILE CLAIMS.
      *    A DETAIL FOR AN OPEN POAB2 LINE OF THE SAME VENDOR
      *    CARRIES ITS PROMISED DATE INTO PO-EXPECTED-DATE, SO THE
      *    RECEIVING SCHEDULE AND THE OPEN-PO REPORTS SHOW WHEN THE
      *    GOODS WILL REALLY COME.  THE ORDER QUANTITY IS NEVER
      *    TOUCHED HERE - A LINE THE VENDOR REJECTED OR CUT (FEWER
      *    ACCEPTED THAN ORDERED), AND ANY DETAIL THAT CANNOT BE
      *    MATCHED TO AN OPEN LINE, PRINTS ON THE BUYER EXCEPTIONS
      *    REPORT FOR THE BUYER TO RESOLVE ON POCHAB2 OR WITH THE
      *    VENDOR.  THE RUN PROVES ITSELF AGAINST THE TRAILER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT AKINPUT ASSIGN TO POAKDATA
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
       FD AKINPUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AK-RECORD.

       01  AK-RECORD.
           05  AK-RECORD-TYPE                PIC X(01).
               88  AK-HEADER-RECORD                VALUE 'H'.
               88  AK-DETAIL-RECORD                VALUE 'D'.
               88  AK-TRAILER-RECORD               VALUE 'T'.
           05  AK-DATA-AREA                  PIC X(79).
           05  AK-HEADER-AREA REDEFINES AK-DATA-AREA.
               10  AK-H-VENDOR-NUMBER        PIC X(06).
               10  AK-H-PO-NUMBER            PIC 9(06).
               10  AK-H-ACK-DATE             PIC X(08).
               10  FILLER                    PIC X(59).
      *
      *        STATUS: A = ACCEPTED AS ORDERED, C = ACCEPTED WITH
      *        CHANGES (QUANTITY AND/OR DATE), R = REJECTED.
      *
           05  AK-DETAIL-AREA REDEFINES AK-DATA-AREA.
               10  AK-D-PO-NUMBER            PIC 9(06).
               10  AK-D-LINE-NUMBER          PIC 9(02).
               10  AK-D-STATUS               PIC X(01).
                   88  AK-D-ACCEPTED               VALUE 'A'.
                   88  AK-D-CHANGED                VALUE 'C'.
                   88  AK-D-REJECTED               VALUE 'R'.
               10  AK-D-ACCEPTED-QTY         PIC 9(07).
               10  AK-D-PROMISED-DATE        PIC X(08).
               10  AK-D-PROMISED-DATE-N REDEFINES AK-D-PROMISED-DATE
                                             PIC 9(08).
               10  FILLER                    PIC X(55).
           05  AK-TRAILER-AREA REDEFINES AK-DATA-AREA.
               10  AK-T-DETAIL-COUNT         PIC 9(07).
               10  AK-T-TOTAL-QTY            PIC 9(11).
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
      *
       01 WS-ACK-VENDOR                      PIC X(06) VALUE SPACE.
       01 WS-ACK-DATE                        PIC X(08) VALUE SPACE.
       01 WS-EXCEPTION-REASON                PIC X(34).
       01 WS-OLD-EXPECTED-DATE               PIC X(08).
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-DATES-UPDATED                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-CONFIRMED-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-EXCEPTION-COUNT                 PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TOTAL-ACCEPTED-QTY              PIC S9(11) COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TRAILER-QTY                     PIC S9(11) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'PO ACKNOWLEDGMENT IMPORT - EXCEPTIONS'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(73) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'VENDOR'.
           05  FILLER          PIC X(10) VALUE 'PO  LINE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE '   ORDERED'.
           05  FILLER          PIC X(10) VALUE '  ACCEPTED'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(10) VALUE 'EXPECTED'.
           05  FILLER          PIC X(10) VALUE 'PROMISED'.
           05  FILLER          PIC X(34) VALUE 'EXCEPTION'.
           05  FILLER          PIC X(26) VALUE SPACE.
      *
       01  RPT-EXCEPTION-LINE.
           05  RPT-EX-VENDOR        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EX-PO            PIC 9(06).
           05  FILLER               PIC X(01) VALUE '-'.
           05  RPT-EX-LINE          PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-EX-PRODUCT       PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EX-ORDERED       PIC Z(08)9-.
           05  RPT-EX-ACCEPTED      PIC Z(08)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EX-EXPECTED      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EX-PROMISED      PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-EX-REASON        PIC X(34).
           05  FILLER               PIC X(26) VALUE SPACE.
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
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'POAKB2  ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-ACKNOWLEDGMENT.
           PERFORM 400-PROCESS-ACKNOWLEDGMENT
               UNTIL WS-EOF-YES.
      *
           PERFORM 800-PROVE-THE-RUN.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT    TO WS-RUN-COUNT-IN.
           MOVE WS-DATES-UPDATED TO WS-RUN-COUNT-OUT.
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
           OPEN INPUT AKINPUT.
           IF NOT WS-INFILE-SUCCESS
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "POAKDATA OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O POFILE.
           IF NOT WS-POFILE-SUCCESS
               DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
               DISPLAY "POFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-ACKNOWLEDGMENT.
      *
           READ AKINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       400-PROCESS-ACKNOWLEDGMENT.
      *
           EVALUATE TRUE
               WHEN AK-HEADER-RECORD
                   MOVE AK-H-VENDOR-NUMBER TO WS-ACK-VENDOR
                   MOVE AK-H-ACK-DATE      TO WS-ACK-DATE
               WHEN AK-DETAIL-RECORD
                   ADD 1 TO WS-READ-COUNT
                   IF AK-D-ACCEPTED-QTY NUMERIC
                       ADD AK-D-ACCEPTED-QTY TO WS-TOTAL-ACCEPTED-QTY
                   END-IF
                   PERFORM 500-APPLY-ONE-LINE
               WHEN AK-TRAILER-RECORD
                   MOVE 'Y' TO WS-TRAILER-SW
                   MOVE AK-T-DETAIL-COUNT TO WS-TRAILER-COUNT
                   MOVE AK-T-TOTAL-QTY    TO WS-TRAILER-QTY
               WHEN OTHER
                   MOVE SPACE TO PURCHASE-ORDER-RECORD
                   MOVE ZERO  TO PO-KEY
                                 PO-QUANTITY-ORDERED
                   MOVE SPACE TO AK-D-PROMISED-DATE
                                 WS-OLD-EXPECTED-DATE
                   MOVE ZERO  TO AK-D-ACCEPTED-QTY
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-EXCEPTION-REASON
                   PERFORM 600-PRINT-EXCEPTION
           END-EVALUATE.
      *
           PERFORM 300-READ-ACKNOWLEDGMENT.
      *
      *****************************************************************
      *    MATCH THE DETAIL TO ITS PO LINE, THEN TAKE THE PROMISED
      *    DATE.  A REJECTED LINE KEEPS ITS EXPECTED DATE - THE GOODS
      *    ARE NOT COMING FROM THIS VENDOR AT ALL UNTIL THE BUYER
      *    SAYS OTHERWISE.
      *****************************************************************
       500-APPLY-ONE-LINE.
      *
           MOVE SPACE TO WS-EXCEPTION-REASON.
           IF AK-D-ACCEPTED-QTY NOT NUMERIC
               MOVE ZERO TO AK-D-ACCEPTED-QTY
           END-IF.
      *
           MOVE AK-D-PO-NUMBER   TO PO-PO-NUMBER.
           MOVE AK-D-LINE-NUMBER TO PO-LINE-NUMBER.
           READ POFILE.
           EVALUATE TRUE
               WHEN NOT WS-POFILE-SUCCESS
                   MOVE SPACE TO PURCHASE-ORDER-RECORD
                   MOVE AK-D-PO-NUMBER   TO PO-PO-NUMBER
                   MOVE AK-D-LINE-NUMBER TO PO-LINE-NUMBER
                   MOVE ZERO TO PO-QUANTITY-ORDERED
                   MOVE 'PO LINE NOT ON FILE' TO WS-EXCEPTION-REASON
               WHEN PO-VENDOR-NUMBER NOT = WS-ACK-VENDOR
                   MOVE 'PO BELONGS TO ANOTHER VENDOR'
                       TO WS-EXCEPTION-REASON
               WHEN NOT PO-STATUS-OPEN
                   MOVE 'LINE NO LONGER OPEN'
                       TO WS-EXCEPTION-REASON
               WHEN AK-D-REJECTED
                   MOVE 'LINE REJECTED BY VENDOR'
                       TO WS-EXCEPTION-REASON
               WHEN NOT AK-D-ACCEPTED AND NOT AK-D-CHANGED
                   MOVE 'UNKNOWN ACKNOWLEDGMENT STATUS'
                       TO WS-EXCEPTION-REASON
           END-EVALUATE.
      *
           IF WS-EXCEPTION-REASON = SPACE
               MOVE PO-EXPECTED-DATE TO WS-OLD-EXPECTED-DATE
               PERFORM 520-TAKE-PROMISED-DATE
               IF AK-D-ACCEPTED-QTY < PO-QUANTITY-ORDERED
                   MOVE 'QUANTITY CUT BY VENDOR'
                       TO WS-EXCEPTION-REASON
               ELSE
                   ADD 1 TO WS-CONFIRMED-COUNT
               END-IF
           ELSE
               MOVE PO-EXPECTED-DATE TO WS-OLD-EXPECTED-DATE
           END-IF.
      *
           IF WS-EXCEPTION-REASON NOT = SPACE
               PERFORM 600-PRINT-EXCEPTION
           END-IF.
      *
      *****************************************************************
      *    A BLANK OR NON-NUMERIC PROMISED DATE MEANS THE VENDOR
      *    STANDS ON THE DATE WE ASKED FOR.
      *****************************************************************
       520-TAKE-PROMISED-DATE.
      *
           IF        AK-D-PROMISED-DATE NUMERIC
                 AND AK-D-PROMISED-DATE-N NOT = ZERO
                 AND AK-D-PROMISED-DATE NOT = PO-EXPECTED-DATE
               MOVE AK-D-PROMISED-DATE TO PO-EXPECTED-DATE
               REWRITE PURCHASE-ORDER-RECORD
               IF NOT WS-POFILE-SUCCESS
                   DISPLAY "WS-POFILE-SW=" WS-POFILE-SW
                   DISPLAY "POFILE REWRITE ERROR"
                   STOP RUN
               END-IF
               ADD 1 TO WS-DATES-UPDATED
           END-IF.
      *
       600-PRINT-EXCEPTION.
      *
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-ACK-VENDOR       TO RPT-EX-VENDOR.
           MOVE PO-PO-NUMBER        TO RPT-EX-PO.
           MOVE PO-LINE-NUMBER      TO RPT-EX-LINE.
           MOVE PO-PRODUCT-CODE     TO RPT-EX-PRODUCT.
           MOVE PO-QUANTITY-ORDERED TO RPT-EX-ORDERED.
           MOVE AK-D-ACCEPTED-QTY   TO RPT-EX-ACCEPTED.
           MOVE WS-OLD-EXPECTED-DATE TO RPT-EX-EXPECTED.
           MOVE AK-D-PROMISED-DATE  TO RPT-EX-PROMISED.
           MOVE WS-EXCEPTION-REASON TO RPT-EX-REASON.
           WRITE PRINT-LINE FROM RPT-EXCEPTION-LINE.
      *
       800-PROVE-THE-RUN.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'LINES ACKNOWLEDGED:           ' TO RPT-TOT-LABEL.
           MOVE WS-READ-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CONFIRMED IN FULL:            ' TO RPT-TOT-LABEL.
           MOVE WS-CONFIRMED-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'EXPECTED DATES UPDATED:       ' TO RPT-TOT-LABEL.
           MOVE WS-DATES-UPDATED TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'EXCEPTIONS FOR THE BUYER:     ' TO RPT-TOT-LABEL.
           MOVE WS-EXCEPTION-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL QUANTITY ACCEPTED:      ' TO RPT-TOT-LABEL.
           MOVE WS-TOTAL-ACCEPTED-QTY TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           IF NOT WS-TRAILER-READ
               DISPLAY "POAKB2: NO TRAILER - FILE MAY BE INCOMPLETE"
           ELSE
               IF        WS-TRAILER-COUNT NOT = WS-READ-COUNT
                      OR WS-TRAILER-QTY NOT = WS-TOTAL-ACCEPTED-QTY
                   MOVE 'TRAILER LINE COUNT:           '
                       TO RPT-TOT-LABEL
                   MOVE WS-TRAILER-COUNT TO RPT-TOT-VALUE
                   WRITE PRINT-LINE FROM RPT-TOTAL-LINE
                   MOVE 'TRAILER QUANTITY:             '
                       TO RPT-TOT-LABEL
                   MOVE WS-TRAILER-QTY TO RPT-TOT-VALUE
                   WRITE PRINT-LINE FROM RPT-TOTAL-LINE
                   DISPLAY "POAKB2: FILE DOES NOT AGREE WITH TRAILER"
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE AKINPUT.
           CLOSE POFILE.
           CLOSE PRINT-FILE.
           DISPLAY "LINES ACKNOWLEDGED:     " WS-READ-COUNT.
           DISPLAY "EXPECTED DATES UPDATED: " WS-DATES-UPDATED.
           DISPLAY "EXCEPTIONS:             " WS-EXCEPTION-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
