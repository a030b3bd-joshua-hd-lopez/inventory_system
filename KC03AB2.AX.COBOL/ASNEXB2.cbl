      *    THE NOTICES PRODUCED.  A QUEUED INVOICE THAT HAS SINCE
      *    BEEN VOIDED OR ARCHIVED IS MARKED OFF WITH A NOTE AND
      *    PRODUCES NO NOTICE.
      *
      *    A SHIPMENT PACKED INTO CARTONS AT THE PACK STATION (PCKAB2)
      *    ALSO CARRIES, AFTER ITS D RECORDS, A C RECORD PER CARTON
      *    (CARTON NUMBER, LABEL SERIAL, WEIGHT) EACH FOLLOWED BY A K
      *    RECORD PER ITEM IN THE BOX (PRODUCT, QUANTITY, LOT), SO
      *    THE RETAILER'S NOTICE CAN SAY WHAT IS IN EVERY CARTON.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT CTNFILE ASSIGN TO CTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTN-KEY
               FILE STATUS IS WS-CTNFILE-SW.

           SELECT ASNOUT ASSIGN TO ASNOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.
       COPY ASNQUE.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD CTNFILE
           RECORD CONTAINS 350 CHARACTERS
           DATA RECORD IS CARTON-RECORD.
      *
       COPY CARTON.
      *
       FD ASNOUT
           RECORD CONTAINS 80 CHARACTERS
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-NOTFOUND                VALUE '23'.
       01 WS-CTNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTNFILE-SUCCESS                VALUE '00'.
       01 WS-CTN-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-CTN-AVAILABLE                  VALUE 'Y'.
       01 WS-CTN-BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
           88  WS-CTN-BROWSE-DONE                VALUE 'Y'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
       01 WS-NOTICE-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LINE-SUB                        PIC S9(03) COMP-3.
       01 WS-CTN-SUB                         PIC S9(03) COMP-3.
       01 WS-SHIPMENT-CARTONS                PIC S9(05) COMP-3.
       01 WS-CARTON-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-CARTONS-EDIT                    PIC ZZZZ9.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-AD-QUANTITY                PIC 9(07).
           05  WS-AD-LOT-NUMBER              PIC X(10).
           05  FILLER                        PIC X(46) VALUE SPACE.
      *
       01  WS-ASN-CARTON-RECORD.
           05  WS-AC-RECORD-TYPE             PIC X(01).
           05  WS-AC-INVOICE-NUMBER          PIC 9(06).
           05  WS-AC-CARTON-NUMBER           PIC 9(03).
           05  WS-AC-SERIAL-NUMBER           PIC 9(10).
           05  WS-AC-WEIGHT                  PIC 9(05)V99.
           05  WS-AC-WAREHOUSE               PIC X(03).
           05  WS-AC-ITEM-COUNT              PIC 9(02).
           05  FILLER                        PIC X(48) VALUE SPACE.
      *
       01  WS-ASN-CONTENT-RECORD.
           05  WS-AK-RECORD-TYPE             PIC X(01).
           05  WS-AK-INVOICE-NUMBER          PIC 9(06).
           05  WS-AK-CARTON-NUMBER           PIC 9(03).
           05  WS-AK-SERIAL-NUMBER           PIC 9(10).
           05  WS-AK-PRODUCT                 PIC X(10).
           05  WS-AK-QUANTITY                PIC 9(07).
           05  WS-AK-LOT-NUMBER              PIC X(10).
           05  WS-AK-LINE-NUMBER             PIC 9(02).
           05  FILLER                        PIC X(31) VALUE SPACE.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE 'NOTICES PRODUCED:'.
           05  RPT-TOT-NOTICES      PIC Z(06)9.
           05  FILLER               PIC X(19) VALUE
               '   CARTONS LISTED:'.
           05  RPT-TOT-CARTONS      PIC Z(06)9.
           05  FILLER               PIC X(81) VALUE SPACE.
      *
       COPY RUNWS.
      *
               UNTIL WS-EOF-YES.
      *
           MOVE WS-NOTICE-COUNT TO RPT-TOT-NOTICES.
           MOVE WS-CARTON-COUNT TO RPT-TOT-CARTONS.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           PERFORM 900-CLOSE-FILES.
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *
      *    FILE STATUS 35 MEANS NOTHING HAS EVER BEEN PACKED AT THE
      *    PACK STATION; THE NOTICES CARRY NO CARTON RECORDS.
      *
           OPEN INPUT CTNFILE.
           IF NOT WS-CTNFILE-SUCCESS
               IF WS-CTNFILE-SW = '35'
                   MOVE 'N' TO WS-CTN-AVAILABLE-SW
                   DISPLAY "CTNFILE NOT ON FILE - NO CARTON DETAIL"
               ELSE
                   DISPLAY "WS-CTNFILE-SW=" WS-CTNFILE-SW
                   DISPLAY "CTNFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT ASNOUT.
           IF NOT WS-OUTFILE-SUCCESS
           PERFORM 430-WRITE-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 10.
      *
           MOVE ZERO TO WS-SHIPMENT-CARTONS.
           IF WS-CTN-AVAILABLE
               PERFORM 440-WRITE-CARTON-RECORDS
           END-IF.
      *
           MOVE INV-CARRIER-CODE    TO RPT-CARRIER.
           MOVE INV-TRACKING-NUMBER TO RPT-TRACKING.
           MOVE INV-SHIP-DATE       TO RPT-SHIP-DATE.
           IF WS-SHIPMENT-CARTONS > ZERO
               MOVE WS-SHIPMENT-CARTONS TO WS-CARTONS-EDIT
               STRING 'PACKED IN '    DELIMITED BY SIZE
                      WS-CARTONS-EDIT DELIMITED BY SIZE
                      ' CARTONS'      DELIMITED BY SIZE
                   INTO RPT-NOTE
           END-IF.
      *
       430-WRITE-ONE-LINE.
      *
           IF        INV-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACE
                 AND INV-QUANTITY(WS-LINE-SUB) > ZERO
                 AND NOT INV-LINE-CHARGE(WS-LINE-SUB)
               MOVE 'D'                TO WS-AD-RECORD-TYPE
               MOVE INV-INVOICE-NUMBER TO WS-AD-INVOICE-NUMBER
               MOVE INV-PRODUCT-CODE(WS-LINE-SUB)
                   TO WS-AD-LOT-NUMBER
               WRITE ASNOUT-RECORD FROM WS-ASN-DETAIL-RECORD
           END-IF.
      *
      *****************************************************************
      *    A C RECORD FOR EACH CARTON PACKED AGAINST THE INVOICE, IN
      *    CARTON ORDER, EACH FOLLOWED BY ITS K CONTENT RECORDS.
      *****************************************************************
       440-WRITE-CARTON-RECORDS.
      *
           MOVE 'N' TO WS-CTN-BROWSE-DONE-SW.
           MOVE INV-INVOICE-NUMBER TO CTN-INVOICE-NUMBER.
           MOVE ZERO               TO CTN-CARTON-NUMBER.
           START CTNFILE KEY >= CTN-KEY.
           IF NOT WS-CTNFILE-SUCCESS
               MOVE 'Y' TO WS-CTN-BROWSE-DONE-SW
           END-IF.
      *
           PERFORM 445-WRITE-NEXT-CARTON
               UNTIL WS-CTN-BROWSE-DONE.
      *
       445-WRITE-NEXT-CARTON.
      *
           READ CTNFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CTN-BROWSE-DONE-SW
           END-READ.
      *
           IF NOT WS-CTN-BROWSE-DONE
               IF CTN-INVOICE-NUMBER NOT = INV-INVOICE-NUMBER
                   MOVE 'Y' TO WS-CTN-BROWSE-DONE-SW
               ELSE
                   MOVE 'C'                TO WS-AC-RECORD-TYPE
                   MOVE CTN-INVOICE-NUMBER TO WS-AC-INVOICE-NUMBER
                   MOVE CTN-CARTON-NUMBER  TO WS-AC-CARTON-NUMBER
                   MOVE CTN-SERIAL-NUMBER  TO WS-AC-SERIAL-NUMBER
                   MOVE CTN-WEIGHT         TO WS-AC-WEIGHT
                   MOVE CTN-WAREHOUSE-CODE TO WS-AC-WAREHOUSE
                   MOVE CTN-ITEM-COUNT     TO WS-AC-ITEM-COUNT
                   WRITE ASNOUT-RECORD FROM WS-ASN-CARTON-RECORD
                   PERFORM 450-WRITE-ONE-CONTENT
                       VARYING WS-CTN-SUB FROM 1 BY 1
                         UNTIL WS-CTN-SUB > CTN-ITEM-COUNT
                            OR WS-CTN-SUB > 10
                   ADD 1 TO WS-SHIPMENT-CARTONS
                            WS-CARTON-COUNT
               END-IF
           END-IF.
      *
       450-WRITE-ONE-CONTENT.
      *
           MOVE 'K'                TO WS-AK-RECORD-TYPE.
           MOVE CTN-INVOICE-NUMBER TO WS-AK-INVOICE-NUMBER.
           MOVE CTN-CARTON-NUMBER  TO WS-AK-CARTON-NUMBER.
           MOVE CTN-SERIAL-NUMBER  TO WS-AK-SERIAL-NUMBER.
           MOVE CTN-PRODUCT-CODE(WS-CTN-SUB) TO WS-AK-PRODUCT.
           MOVE CTN-QUANTITY(WS-CTN-SUB)     TO WS-AK-QUANTITY.
           MOVE CTN-LOT-NUMBER(WS-CTN-SUB)   TO WS-AK-LOT-NUMBER.
           MOVE CTN-LINE-NUMBER(WS-CTN-SUB)  TO WS-AK-LINE-NUMBER.
           WRITE ASNOUT-RECORD FROM WS-ASN-CONTENT-RECORD.
      *
       900-CLOSE-FILES.
      *
           CLOSE ASNFILE.
           CLOSE INVFILE.
           IF WS-CTN-AVAILABLE
               CLOSE CTNFILE
           END-IF.
           CLOSE ASNOUT.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
