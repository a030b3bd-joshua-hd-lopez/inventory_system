      *    AND THE SHIP/RECEIVE DATES AND OPERATORS - WITH COUNTS OF
      *    IN-TRANSIT AND RECEIVED TRANSFERS AND THE TOTAL QUANTITY
      *    STILL IN TRANSIT, SO STOCK BETWEEN LOCATIONS IS ALWAYS
      *    ACCOUNTED FOR.  PENDING TRANSFERS LOADED FROM THE
      *    REBALANCING RUN (RBLSGB2) AND NOT YET CONFIRMED BY THE
      *    SOURCE WAREHOUSE ARE LISTED AND COUNTED SEPARATELY - THEIR
      *    STOCK HAS NOT LEFT THE SOURCE.  A TRANSFER BETWEEN
      *    WAREHOUSES OF DIFFERENT COMPANIES IS MARKED YES IN THE
      *    INTERCO COLUMN SO EACH COMPANY'S ACCOUNTANT CAN BOOK IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD TRFFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TRANSFER-RECORD.
      *
       COPY TRANSFR.
                                              VALUE ZERO.
       01 WS-RECEIVED-COUNT                  PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-PENDING-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-IN-TRANSIT-QTY                  PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-RUN-DATE-X                      PIC 9(08).
           05  FILLER          PIC X(11) VALUE 'STATUS'.
           05  FILLER          PIC X(10) VALUE 'SHIPPED'.
           05  FILLER          PIC X(10) VALUE 'RECEIVED'.
           05  FILLER          PIC X(05) VALUE SPACE.
           05  FILLER          PIC X(07) VALUE 'INTERCO'.
           05  FILLER          PIC X(49) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-TRANSFER-NUMBER  PIC 9(06).
           05  RPT-SHIP-DATE        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RECEIVE-DATE     PIC X(08).
           05  FILLER               PIC X(08) VALUE SPACE.
           05  RPT-INTERCO          PIC X(03).
           05  FILLER               PIC X(52) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE 'IN TRANSIT:'.
           05  FILLER               PIC X(25) VALUE
               '  QUANTITY IN TRANSIT:'.
           05  RPT-IN-TRANSIT-QTY   PIC Z(08)9-.
           05  FILLER               PIC X(12) VALUE '   PENDING:'.
           05  RPT-PENDING-COUNT    PIC Z(04)9.
           05  FILLER               PIC X(46) VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           MOVE WS-IN-TRANSIT-COUNT TO RPT-IN-TRANSIT-COUNT.
           MOVE WS-RECEIVED-COUNT   TO RPT-RECEIVED-COUNT.
           MOVE WS-IN-TRANSIT-QTY   TO RPT-IN-TRANSIT-QTY.
           MOVE WS-PENDING-COUNT    TO RPT-PENDING-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE TRF-QUANTITY        TO RPT-QUANTITY.
           MOVE TRF-SHIP-DATE       TO RPT-SHIP-DATE.
           MOVE TRF-RECEIVE-DATE    TO RPT-RECEIVE-DATE.
           IF TRF-INTERCOMPANY
               MOVE 'YES'           TO RPT-INTERCO
           ELSE
               MOVE SPACE           TO RPT-INTERCO
           END-IF.
      *
           EVALUATE TRUE
               WHEN TRF-STATUS-IN-TRANSIT
                   MOVE 'IN TRANSIT' TO RPT-STATUS
                   ADD 1 TO WS-IN-TRANSIT-COUNT
                   ADD TRF-QUANTITY TO WS-IN-TRANSIT-QTY
               WHEN TRF-STATUS-PENDING
                   MOVE 'PENDING'    TO RPT-STATUS
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   MOVE 'RECEIVED'   TO RPT-STATUS
                   ADD 1 TO WS-RECEIVED-COUNT
           END-EVALUATE.
      *
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
