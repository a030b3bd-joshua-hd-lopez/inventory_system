       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    OPEN ORDER CHANGE LOG.  LISTS EVERY CHANGE ORDCHAB2 MADE
      *    TO AN OPEN ORDER ON THE PROCESSING DATE - QUANTITY
      *    CHANGES, LINES ADDED AND DELETED, RE-PRICES, SHIP-TO AND
      *    CARRIER CHANGES - IN INVOICE ORDER, WITH THE OPERATOR WHO
      *    MADE EACH ONE AND ITS OLD AND NEW VALUE.  QUANTITIES ARE
      *    THE ORDERED QUANTITY (SHIPPABLE PLUS BACKORDERED).  A
      *    COUNT BY CHANGE TYPE PRINTS AT THE END.  RUN DAILY AFTER
      *    THE ORDER DESK CLOSES SO SALES CAN SEE WHO CHANGED WHAT.
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

           SELECT OCLFILE ASSIGN TO OCLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCL-KEY
               FILE STATUS IS WS-OCLFILE-SW.

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
       FD OCLFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ORDER-CHANGE-RECORD.
      *
       COPY ORDCHG.
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
       01 WS-OCLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OCLFILE-SUCCESS                VALUE '00'.
           88  WS-OCLFILE-EOF                    VALUE '10'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
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
       01 WS-CURRENT-INVOICE                 PIC 9(06)  VALUE ZERO.
       01 WS-OCL-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LISTED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-ORDER-COUNT                     PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-TYPE-COUNTS.
           05  WS-QTY-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-ADD-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-DELETE-COUNT               PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-PRICE-COUNT                PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-SHIPTO-COUNT               PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-CARRIER-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'OPEN ORDER CHANGE LOG'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'INVOICE'.
           05  FILLER          PIC X(08) VALUE 'CUST#'.
           05  FILLER          PIC X(06) VALUE 'OPER'.
           05  FILLER          PIC X(14) VALUE 'CHANGE'.
           05  FILLER          PIC X(06) VALUE 'LINE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(06) VALUE 'WHSE'.
           05  FILLER          PIC X(10) VALUE '   OLD QTY'.
           05  FILLER          PIC X(10) VALUE '   NEW QTY'.
           05  FILLER          PIC X(13) VALUE '    OLD PRICE'.
           05  FILLER          PIC X(13) VALUE '    NEW PRICE'.
           05  FILLER          PIC X(06) VALUE '  OLD'.
           05  FILLER          PIC X(20) VALUE '  NEW'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-INVOICE          PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CUSTOMER         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-OPERATOR         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CHANGE-TYPE      PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LINE-NUMBER      PIC Z9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-OLD-QTY          PIC Z(06)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-NEW-QTY          PIC Z(06)9-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-OLD-PRICE        PIC Z(06)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-NEW-PRICE        PIC Z(06)9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-OLD-CODE         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-NEW-CODE         PIC X(04).
           05  FILLER               PIC X(20) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(40).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(85) VALUE SPACE.
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
           MOVE 'ORDCLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-CHANGE.
           PERFORM 400-LIST-CHANGE
               UNTIL WS-EOF-YES.
      *
           PERFORM 500-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-OCL-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-LISTED-COUNT   TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT OCLFILE.
           IF NOT WS-OCLFILE-SUCCESS
               DISPLAY "WS-OCLFILE-SW=" WS-OCLFILE-SW
               DISPLAY "OCLFILE OPEN ERROR"
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
       300-READ-CHANGE.
      *
           READ OCLFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-OCL-READ-COUNT
           END-READ.
      *
      *****************************************************************
      *    ONLY THE PROCESSING DATE'S CHANGES ARE LISTED.  THE LOG IS
      *    KEYED BY INVOICE, SO AN ORDER'S CHANGES PRINT TOGETHER IN
      *    THE ORDER THEY WERE MADE, WITH A BLANK LINE BETWEEN ORDERS.
      *****************************************************************
       400-LIST-CHANGE.
      *
           IF OCL-CHANGE-DATE = WS-PROC-DATE-MDY
               IF OCL-INVOICE-NUMBER NOT = WS-CURRENT-INVOICE
                   IF WS-ORDER-COUNT > ZERO
                       MOVE SPACE TO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
                   MOVE OCL-INVOICE-NUMBER TO WS-CURRENT-INVOICE
                   ADD 1 TO WS-ORDER-COUNT
               END-IF
               PERFORM 410-PRINT-CHANGE-LINE
           END-IF.
      *
           PERFORM 300-READ-CHANGE.
      *
       410-PRINT-CHANGE-LINE.
      *
           MOVE SPACE TO RPT-DETAIL-LINE.
           MOVE OCL-INVOICE-NUMBER  TO RPT-INVOICE.
           MOVE OCL-CUSTOMER-NUMBER TO RPT-CUSTOMER.
           MOVE OCL-OPERATOR        TO RPT-OPERATOR.
      *
           EVALUATE TRUE
               WHEN OCL-TYPE-QUANTITY
                   MOVE 'QTY CHANGED'  TO RPT-CHANGE-TYPE
                   ADD 1 TO WS-QTY-COUNT
               WHEN OCL-TYPE-ADD-LINE
                   MOVE 'LINE ADDED'   TO RPT-CHANGE-TYPE
                   ADD 1 TO WS-ADD-COUNT
               WHEN OCL-TYPE-DELETE-LINE
                   MOVE 'LINE DELETED' TO RPT-CHANGE-TYPE
                   ADD 1 TO WS-DELETE-COUNT
               WHEN OCL-TYPE-PRICE
                   MOVE 'RE-PRICED'    TO RPT-CHANGE-TYPE
                   ADD 1 TO WS-PRICE-COUNT
               WHEN OCL-TYPE-SHIPTO
                   MOVE 'SHIP-TO'      TO RPT-CHANGE-TYPE
                   ADD 1 TO WS-SHIPTO-COUNT
               WHEN OCL-TYPE-CARRIER
                   MOVE 'CARRIER'      TO RPT-CHANGE-TYPE
                   ADD 1 TO WS-CARRIER-COUNT
               WHEN OTHER
                   MOVE OCL-CHANGE-TYPE TO RPT-CHANGE-TYPE
           END-EVALUATE.
      *
           IF OCL-TYPE-SHIPTO OR OCL-TYPE-CARRIER
               MOVE OCL-OLD-CODE TO RPT-OLD-CODE
               MOVE OCL-NEW-CODE TO RPT-NEW-CODE
           ELSE
               MOVE OCL-LINE-NUMBER    TO RPT-LINE-NUMBER
               MOVE OCL-PRODUCT-CODE   TO RPT-PRODUCT
               MOVE OCL-WAREHOUSE-CODE TO RPT-WAREHOUSE
               MOVE OCL-OLD-QUANTITY   TO RPT-OLD-QTY
               MOVE OCL-NEW-QUANTITY   TO RPT-NEW-QTY
               MOVE OCL-OLD-PRICE      TO RPT-OLD-PRICE
               MOVE OCL-NEW-PRICE      TO RPT-NEW-PRICE
           END-IF.
      *
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LISTED-COUNT.
      *
       500-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'ORDERS CHANGED' TO RPT-TOT-LABEL.
           MOVE WS-ORDER-COUNT   TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  QUANTITY CHANGES' TO RPT-TOT-LABEL.
           MOVE WS-QTY-COUNT     TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  LINES ADDED'  TO RPT-TOT-LABEL.
           MOVE WS-ADD-COUNT     TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  LINES DELETED' TO RPT-TOT-LABEL.
           MOVE WS-DELETE-COUNT  TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  LINES RE-PRICED' TO RPT-TOT-LABEL.
           MOVE WS-PRICE-COUNT   TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  SHIP-TO CHANGES' TO RPT-TOT-LABEL.
           MOVE WS-SHIPTO-COUNT  TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  CARRIER CHANGES' TO RPT-TOT-LABEL.
           MOVE WS-CARRIER-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'TOTAL CHANGES LISTED' TO RPT-TOT-LABEL.
           MOVE WS-LISTED-COUNT  TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE OCLFILE.
           CLOSE PRINT-FILE.
           DISPLAY "ORDER CHANGES LISTED: " WS-LISTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
