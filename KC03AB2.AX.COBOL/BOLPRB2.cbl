      *    CARRIER - EVERY SHIPMENT HANDED TO THAT CARRIER WITH THE
      *    TOTAL WEIGHT AND A DRIVER SIGNATURE LINE.  THE TYPEWRITER
      *    CAN FINALLY RETIRE.
      *
      *    A SHIPMENT PACKED INTO CARTONS AT THE PACK STATION (PCKAB2,
      *    CTNAB2) LISTS EACH CARTON WITH ITS SERIAL AND SCALE WEIGHT
      *    UNDER THE PRODUCT LINES, AND ITS PIECE COUNT AND TOTAL
      *    WEIGHT ARE THE CARTONS' OWN - ON THE BILL AND THE MANIFEST
      *    - INSTEAD OF THE CASE-PACK AND SHIP-WEIGHT ESTIMATES.
      *
      *    EVERY BILL CARRIES THE FREIGHT TERMS STAMPED ON THE ORDER
      *    AND, FOR COLLECT OR THIRD PARTY, THE CARRIER ACCOUNT THE
      *    FREIGHT IS BILLED TO; THE MANIFEST SHOWS THE TERMS ON EACH
      *    SHIPMENT LINE SO THE DRIVER KNOWS WHICH ONES ARE NOT OURS
      *    TO PAY.
      *
      *    A SHIPMENT WITH HAZARDOUS MATERIALS (PRD-HAZMAT) LISTS ITS
      *    HAZMAT LINES FIRST, MARKED X IN THE HM COLUMN, EACH FOLLOWED
      *    BY ITS BASIC DESCRIPTION FROM HAZAB2 - UN NUMBER, PROPER
      *    SHIPPING NAME, HAZARD CLASS AND PACKING GROUP - AND THE
      *    24-HOUR EMERGENCY CONTACT.  THE BILL THEN CARRIES THE
      *    SHIPPER'S CERTIFICATION AND A SIGNATURE LINE.  A HAZMAT
      *    PRODUCT MISSING FROM HAZAB2 PRINTS A WARNING IN PLACE OF
      *    ITS DESCRIPTION SO THE DOCK HOLDS THE FREIGHT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CARFILE-SW.

           SELECT CTNFILE ASSIGN TO CTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTN-KEY
               FILE STATUS IS WS-CTNFILE-SW.

           SELECT HAZFILE ASSIGN TO HAZFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HAZ-KEY
               FILE STATUS IS WS-HAZFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD SHTFILE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS SHIPTO-ADDRESS-RECORD.
      *
       COPY SHIPTO.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD CARFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CARRIER-RATE-RECORD.
      *
       COPY CARRIER.
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WAREHOUSE-MASTER-RECORD.
      *
       COPY WHSMAST.
      *
       FD CTNFILE
           RECORD CONTAINS 350 CHARACTERS
           DATA RECORD IS CARTON-RECORD.
      *
       COPY CARTON.
      *
       FD HAZFILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS HAZMAT-RECORD.
      *
       COPY HAZMAT.
      *
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-TRACKING-NUMBER           PIC X(20).
           05  SRT-TOTAL-WEIGHT              PIC S9(07)V99.
           05  SRT-TOTAL-CARTONS             PIC S9(05).
           05  SRT-FREIGHT-TERMS             PIC X(20).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           88  WS-SHT-AVAILABLE                  VALUE 'Y'.
       01 WS-CAR-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-CAR-AVAILABLE                  VALUE 'Y'.
       01 WS-CTNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTNFILE-SUCCESS                VALUE '00'.
       01 WS-CTN-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-CTN-AVAILABLE                  VALUE 'Y'.
       01 WS-CTN-BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
           88  WS-CTN-BROWSE-DONE                VALUE 'Y'.
       01 WS-HAZFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-HAZFILE-SUCCESS                VALUE '00'.
       01 WS-HAZ-AVAILABLE-SW                PIC X(01)  VALUE 'Y'.
           88  WS-HAZ-AVAILABLE                  VALUE 'Y'.
       01 WS-HAZMAT-PASS-SW                  PIC X(01)  VALUE 'N'.
           88  WS-HAZMAT-PASS                    VALUE 'Y'.
       01 WS-LINE-HAZMAT-SW                  PIC X(01)  VALUE 'N'.
           88  WS-LINE-HAZMAT                    VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
       01 WS-CURRENT-CARRIER                 PIC X(04).
       01 WS-CARRIER-WEIGHT                  PIC S9(09)V99 COMP-3.
       01 WS-CARRIER-SHIPMENTS               PIC S9(05) COMP-3.
       01 WS-BOL-HAZMAT-LINES                PIC S9(03) COMP-3.
      *
      *    THE SHIPMENT'S PACKED CARTONS, WHEN IT HAS ANY.
      *
       01 WS-PACKED-CARTONS                  PIC S9(05) COMP-3.
       01 WS-PACKED-WEIGHT                   PIC S9(07)V99 COMP-3.
       01 WS-CTN-SUB                         PIC S9(03) COMP-3.
       01 WS-CTN-TABLE.
           05  WS-CTN-ENTRY OCCURS 200 TIMES.
               10  WS-CTN-TAB-NUMBER         PIC 9(03).
               10  WS-CTN-TAB-SERIAL         PIC 9(10).
               10  WS-CTN-TAB-WEIGHT         PIC S9(05)V99.
      *
       01  BOL-HEADER-LINE.
           05  FILLER          PIC X(17) VALUE 'BILL OF LADING - '.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  BOL-CARRIER-NAME PIC X(30).
           05  FILLER          PIC X(42) VALUE SPACE.
      *
       01  BOL-TERMS-LINE.
           05  FILLER          PIC X(15) VALUE 'FREIGHT TERMS: '.
           05  BOL-TERMS       PIC X(20).
           05  BOL-ACCOUNT-LABEL PIC X(19).
           05  BOL-ACCOUNT     PIC X(15).
           05  FILLER          PIC X(63) VALUE SPACE.
      *
       01  BOL-FROM-LINE-1.
           05  FILLER          PIC X(11) VALUE 'SHIP FROM: '.
           05  FILLER          PIC X(57) VALUE SPACE.
      *
       01  BOL-DETAIL-HEADING.
           05  FILLER          PIC X(04) VALUE 'HM'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE 'QUANTITY'.
           05  FILLER          PIC X(10) VALUE 'CARTONS'.
           05  FILLER          PIC X(96) VALUE 'WEIGHT'.
      *
       01  BOL-DETAIL-LINE.
           05  BOL-DET-HM       PIC X(01).
           05  FILLER           PIC X(03) VALUE SPACE.
           05  BOL-DET-PRODUCT  PIC X(10).
           05  FILLER           PIC X(02) VALUE SPACE.
           05  BOL-DET-QTY      PIC Z(06)9-.
           05  BOL-DET-CARTONS  PIC Z(04)9.
           05  FILLER           PIC X(03) VALUE SPACE.
           05  BOL-DET-WEIGHT   PIC Z(06)9.99-.
           05  FILLER           PIC X(87) VALUE SPACE.
      *
       01  BOL-HAZ-DESC-LINE.
           05  FILLER           PIC X(04) VALUE SPACE.
           05  BOL-HAZ-UN       PIC X(06).
           05  FILLER           PIC X(02) VALUE ', '.
           05  BOL-HAZ-NAME     PIC X(50).
           05  FILLER           PIC X(08) VALUE '  CLASS '.
           05  BOL-HAZ-CLASS    PIC X(04).
           05  FILLER           PIC X(05) VALUE '  PG '.
           05  BOL-HAZ-PG       PIC X(03).
           05  FILLER           PIC X(50) VALUE SPACE.
      *
       01  BOL-HAZ-EMERG-LINE.
           05  FILLER           PIC X(04) VALUE SPACE.
           05  FILLER           PIC X(20) VALUE 'EMERGENCY CONTACT: '.
           05  BOL-HAZ-CONTACT  PIC X(25).
           05  FILLER           PIC X(09) VALUE '  PHONE: '.
           05  BOL-HAZ-PHONE    PIC X(15).
           05  FILLER           PIC X(59) VALUE SPACE.
      *
       01  BOL-HAZ-MISSING-LINE.
           05  FILLER           PIC X(04) VALUE SPACE.
           05  FILLER           PIC X(54) VALUE
               '*** HAZMAT - NO SHIPPING DESCRIPTION ON FILE (HAZAB2)'.
           05  FILLER           PIC X(74) VALUE ' - HOLD FREIGHT ***'.
      *
       01  BOL-HAZ-CERT-HEADING.
           05  FILLER           PIC X(44) VALUE
               'HAZARDOUS MATERIALS - SHIPPER CERTIFICATION'.
           05  FILLER           PIC X(88) VALUE SPACE.
      *
       01  BOL-HAZ-CERT-LINE-1.
           05  FILLER           PIC X(55) VALUE
               'THIS IS TO CERTIFY THAT THE ABOVE-NAMED MATERIALS'.
           05  FILLER           PIC X(77) VALUE SPACE.
      *
       01  BOL-HAZ-CERT-LINE-2.
           05  FILLER           PIC X(55) VALUE
               'ARE PROPERLY CLASSIFIED, DESCRIBED, PACKAGED, MARKED'.
           05  FILLER           PIC X(77) VALUE SPACE.
      *
       01  BOL-HAZ-CERT-LINE-3.
           05  FILLER           PIC X(55) VALUE
               'AND LABELED, AND ARE IN PROPER CONDITION FOR'.
           05  FILLER           PIC X(77) VALUE SPACE.
      *
       01  BOL-HAZ-CERT-LINE-4.
           05  FILLER           PIC X(55) VALUE
               'TRANSPORTATION ACCORDING TO THE APPLICABLE REGULATIONS'.
           05  FILLER           PIC X(77) VALUE SPACE.
      *
       01  BOL-HAZ-CERT-LINE-5.
           05  FILLER           PIC X(55) VALUE
               'OF THE DEPARTMENT OF TRANSPORTATION.'.
           05  FILLER           PIC X(77) VALUE SPACE.
      *
       01  BOL-HAZ-SIGN-LINE.
           05  FILLER           PIC X(21) VALUE
               'SHIPPER SIGNATURE: ..'.
           05  FILLER           PIC X(30) VALUE ALL '.'.
           05  FILLER           PIC X(81) VALUE SPACE.
      *
       01  BOL-CARTON-HEADING.
           05  FILLER          PIC X(10) VALUE 'CARTON'.
           05  FILLER          PIC X(14) VALUE 'SERIAL'.
           05  FILLER          PIC X(108) VALUE 'WEIGHT'.
      *
       01  BOL-CARTON-LINE.
           05  BOL-CTN-NUMBER   PIC ZZ9.
           05  FILLER           PIC X(07) VALUE SPACE.
           05  BOL-CTN-SERIAL   PIC 9(10).
           05  FILLER           PIC X(04) VALUE SPACE.
           05  BOL-CTN-WEIGHT   PIC Z(04)9.99.
           05  FILLER           PIC X(100) VALUE SPACE.
      *
       01  BOL-TOTAL-LINE.
           05  FILLER           PIC X(16) VALUE 'TOTAL CARTONS:'.
           05  MAN-DET-CARTONS  PIC Z(04)9.
           05  FILLER           PIC X(03) VALUE SPACE.
           05  MAN-DET-WEIGHT   PIC Z(06)9.99-.
           05  FILLER           PIC X(03) VALUE SPACE.
           05  MAN-DET-TERMS    PIC X(20).
           05  FILLER           PIC X(49) VALUE SPACE.
      *
       01  MAN-TOTAL-LINE.
           05  FILLER           PIC X(12) VALUE 'SHIPMENTS:'.
                   STOP RUN
               END-IF
           END-IF.
      *
      *
      *    FILE STATUS 35 MEANS NOTHING HAS EVER BEEN PACKED AT THE
      *    PACK STATION; EVERY SHIPMENT USES THE ESTIMATES.
      *
           OPEN INPUT CTNFILE.
           IF NOT WS-CTNFILE-SUCCESS
               IF WS-CTNFILE-SW = '35'
                   MOVE 'N' TO WS-CTN-AVAILABLE-SW
                   DISPLAY "CTNFILE NOT ON FILE - ESTIMATED CARTONS"
               ELSE
                   DISPLAY "WS-CTNFILE-SW=" WS-CTNFILE-SW
                   DISPLAY "CTNFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *    FILE STATUS 35 MEANS NO PRODUCT HAS HAZMAT DATA YET; A
      *    PRODUCT FLAGGED HAZMAT PRINTS THE MISSING-DATA WARNING.
      *
           OPEN INPUT HAZFILE.
           IF NOT WS-HAZFILE-SUCCESS
               IF WS-HAZFILE-SW = '35'
                   MOVE 'N' TO WS-HAZ-AVAILABLE-SW
                   DISPLAY "HAZFILE NOT ON FILE - NO HAZMAT DATA"
               ELSE
                   DISPLAY "WS-HAZFILE-SW=" WS-HAZFILE-SW
                   DISPLAY "HAZFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTFILE-SUCCESS
           MOVE INV-CARRIER-CODE   TO BOL-CARRIER.
           PERFORM 340-READ-CARRIER-NAME.
           WRITE PRINT-LINE FROM BOL-HEADER-LINE.
           PERFORM 342-PRINT-FREIGHT-TERMS.
      *
           PERFORM 345-PRINT-SHIP-FROM.
           PERFORM 350-BUILD-SHIP-ADDRESS.
           WRITE PRINT-LINE FROM BOL-DETAIL-HEADING.
      *
           MOVE ZERO TO WS-TOTAL-WEIGHT
                        WS-TOTAL-CARTONS
                        WS-BOL-HAZMAT-LINES.
           PERFORM 370-LOAD-PACKED-CARTONS.
      *
      *    HAZMAT LINES FIRST, THEN THE REST.
      *
           MOVE 'Y' TO WS-HAZMAT-PASS-SW.
           PERFORM 360-PRINT-ONE-BOL-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 10.
           MOVE 'N' TO WS-HAZMAT-PASS-SW.
           PERFORM 360-PRINT-ONE-BOL-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 10.
      *
           IF WS-PACKED-CARTONS > ZERO
               WRITE PRINT-LINE FROM BOL-CARTON-HEADING
               PERFORM 380-PRINT-ONE-CARTON
                   VARYING WS-CTN-SUB FROM 1 BY 1
                     UNTIL WS-CTN-SUB > WS-PACKED-CARTONS
                        OR WS-CTN-SUB > 200
               MOVE WS-PACKED-CARTONS TO WS-TOTAL-CARTONS
               MOVE WS-PACKED-WEIGHT  TO WS-TOTAL-WEIGHT
           END-IF.
      *
           MOVE WS-TOTAL-CARTONS TO BOL-TOT-CARTONS.
           MOVE WS-TOTAL-WEIGHT  TO BOL-TOT-WEIGHT.
           WRITE PRINT-LINE FROM BOL-TOTAL-LINE.
      *
           IF WS-BOL-HAZMAT-LINES > ZERO
               PERFORM 390-PRINT-HAZMAT-CERTIFICATION
           END-IF.
      *
           ADD 1 TO WS-BOL-COUNT.
      *
           MOVE INV-TRACKING-NUMBER TO SRT-TRACKING-NUMBER.
           MOVE WS-TOTAL-WEIGHT     TO SRT-TOTAL-WEIGHT.
           MOVE WS-TOTAL-CARTONS    TO SRT-TOTAL-CARTONS.
           MOVE BOL-TERMS           TO SRT-FREIGHT-TERMS.
           RELEASE SORT-RECORD.
      *
       340-READ-CARRIER-NAME.
               END-IF
           END-IF.
      *
      *    THE TERMS THE ORDER SHIPS ON.  A PREPAY-AND-ADD ORDER THAT
      *    REACHED THE FREE-FREIGHT MINIMUM SHIPS PREPAID WITH NO
      *    CHARGE TO THE CUSTOMER.
      *
       342-PRINT-FREIGHT-TERMS.
      *
           MOVE SPACE TO BOL-ACCOUNT-LABEL
                         BOL-ACCOUNT.
           EVALUATE TRUE
               WHEN INV-FREIGHT-COLLECT
                   MOVE 'COLLECT'            TO BOL-TERMS
               WHEN INV-FREIGHT-THIRD-PARTY
                   MOVE 'THIRD PARTY'        TO BOL-TERMS
               WHEN INV-FREIGHT-PREPAID
                   MOVE 'PREPAID'            TO BOL-TERMS
               WHEN INV-FREIGHT-WAIVED
                   MOVE 'PREPAID - FREE FRT' TO BOL-TERMS
               WHEN OTHER
                   MOVE 'PREPAY AND ADD'     TO BOL-TERMS
           END-EVALUATE.
           IF INV-FREIGHT-COLLECT OR INV-FREIGHT-THIRD-PARTY
               MOVE '  BILL TO ACCOUNT: ' TO BOL-ACCOUNT-LABEL
               MOVE INV-FREIGHT-ACCOUNT   TO BOL-ACCOUNT
           END-IF.
           WRITE PRINT-LINE FROM BOL-TERMS-LINE.
      *
      *****************************************************************
      * THE SHIP-FROM ADDRESS COMES FROM THE WRHAB2 WAREHOUSE MASTER
      * USING THE FIRST SHIPPED LINE'S WAREHOUSE - THE BILL OF
      *
           IF        INV-PRODUCT-CODE(WS-LINE-SUB) = SPACE
                 OR INV-QUANTITY(WS-LINE-SUB) = ZERO
                 OR INV-LINE-CHARGE(WS-LINE-SUB)
               CONTINUE
           ELSE
               MOVE ZERO TO WS-LINE-WEIGHT
                            WS-LINE-CARTONS
               MOVE 'N'  TO WS-LINE-HAZMAT-SW
               MOVE INV-PRODUCT-CODE(WS-LINE-SUB)
                   TO PRD-PRODUCT-CODE
               READ PRDFILE
               IF WS-PRDFILE-SUCCESS
                   IF PRD-HAZMAT
                       MOVE 'Y' TO WS-LINE-HAZMAT-SW
                   END-IF
                   COMPUTE WS-LINE-WEIGHT ROUNDED =
                       INV-QUANTITY(WS-LINE-SUB) * PRD-SHIP-WEIGHT
                   IF PRD-CASE-PACK-QTY > ZERO
                           TO WS-LINE-CARTONS
                   END-IF
               END-IF
               IF        (WS-HAZMAT-PASS AND WS-LINE-HAZMAT)
                      OR (NOT WS-HAZMAT-PASS AND NOT WS-LINE-HAZMAT)
                   PERFORM 365-PRINT-BOL-DETAIL
               END-IF
           END-IF.
      *
       365-PRINT-BOL-DETAIL.
      *
      *    A PACKED SHIPMENT COUNTS ITS REAL CARTONS, LISTED BELOW.
      *
           IF WS-PACKED-CARTONS > ZERO
               MOVE ZERO TO WS-LINE-CARTONS
           END-IF.
           IF WS-LINE-HAZMAT
               MOVE 'X'   TO BOL-DET-HM
           ELSE
               MOVE SPACE TO BOL-DET-HM
           END-IF.
           MOVE INV-PRODUCT-CODE(WS-LINE-SUB) TO BOL-DET-PRODUCT.
           MOVE INV-QUANTITY(WS-LINE-SUB)     TO BOL-DET-QTY.
           MOVE WS-LINE-CARTONS               TO BOL-DET-CARTONS.
           MOVE WS-LINE-WEIGHT                TO BOL-DET-WEIGHT.
           WRITE PRINT-LINE FROM BOL-DETAIL-LINE.
           ADD WS-LINE-WEIGHT  TO WS-TOTAL-WEIGHT.
           ADD WS-LINE-CARTONS TO WS-TOTAL-CARTONS.
      *
           IF WS-LINE-HAZMAT
               ADD 1 TO WS-BOL-HAZMAT-LINES
               PERFORM 367-PRINT-HAZMAT-DESCRIPTION
           END-IF.
      *
      *****************************************************************
      *    THE BASIC DESCRIPTION AND EMERGENCY CONTACT UNDER A HAZMAT
      *    LINE, FROM THE PRODUCT'S HAZAB2 RECORD.
      *****************************************************************
       367-PRINT-HAZMAT-DESCRIPTION.
      *
           MOVE SPACE TO WS-HAZFILE-SW.
           IF WS-HAZ-AVAILABLE
               MOVE INV-PRODUCT-CODE(WS-LINE-SUB) TO HAZ-PRODUCT-CODE
               READ HAZFILE
           END-IF.
      *
           IF WS-HAZFILE-SUCCESS
               MOVE HAZ-UN-NUMBER         TO BOL-HAZ-UN
               MOVE HAZ-SHIPPING-NAME     TO BOL-HAZ-NAME
               MOVE HAZ-CLASS             TO BOL-HAZ-CLASS
               MOVE HAZ-PACKING-GROUP     TO BOL-HAZ-PG
               WRITE PRINT-LINE FROM BOL-HAZ-DESC-LINE
               MOVE HAZ-EMERGENCY-CONTACT TO BOL-HAZ-CONTACT
               MOVE HAZ-EMERGENCY-PHONE   TO BOL-HAZ-PHONE
               WRITE PRINT-LINE FROM BOL-HAZ-EMERG-LINE
           ELSE
               WRITE PRINT-LINE FROM BOL-HAZ-MISSING-LINE
           END-IF.
      *
      *****************************************************************
      *    THE CARTONS PACKED FOR THIS INVOICE, IN CARTON ORDER, WITH
      *    THEIR COUNT AND SCALE WEIGHT.  NONE MEANS THE SHIPMENT WAS
      *    NOT PACKED THROUGH THE PACK STATION.
      *****************************************************************
       370-LOAD-PACKED-CARTONS.
      *
           MOVE ZERO TO WS-PACKED-CARTONS
                        WS-PACKED-WEIGHT.
      *
           IF WS-CTN-AVAILABLE
               MOVE 'N' TO WS-CTN-BROWSE-DONE-SW
               MOVE INV-INVOICE-NUMBER TO CTN-INVOICE-NUMBER
               MOVE ZERO               TO CTN-CARTON-NUMBER
               START CTNFILE KEY >= CTN-KEY
               IF NOT WS-CTNFILE-SUCCESS
                   MOVE 'Y' TO WS-CTN-BROWSE-DONE-SW
               END-IF
               PERFORM 375-READ-NEXT-CARTON
                   UNTIL WS-CTN-BROWSE-DONE
           END-IF.
      *
       375-READ-NEXT-CARTON.
      *
           READ CTNFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CTN-BROWSE-DONE-SW
           NOT AT END
               IF CTN-INVOICE-NUMBER = INV-INVOICE-NUMBER
                   ADD 1 TO WS-PACKED-CARTONS
                   ADD CTN-WEIGHT TO WS-PACKED-WEIGHT
                   IF WS-PACKED-CARTONS NOT > 200
                       MOVE CTN-CARTON-NUMBER
                           TO WS-CTN-TAB-NUMBER(WS-PACKED-CARTONS)
                       MOVE CTN-SERIAL-NUMBER
                           TO WS-CTN-TAB-SERIAL(WS-PACKED-CARTONS)
                       MOVE CTN-WEIGHT
                           TO WS-CTN-TAB-WEIGHT(WS-PACKED-CARTONS)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-CTN-BROWSE-DONE-SW
               END-IF
           END-READ.
      *
       380-PRINT-ONE-CARTON.
      *
           MOVE WS-CTN-TAB-NUMBER(WS-CTN-SUB) TO BOL-CTN-NUMBER.
           MOVE WS-CTN-TAB-SERIAL(WS-CTN-SUB) TO BOL-CTN-SERIAL.
           MOVE WS-CTN-TAB-WEIGHT(WS-CTN-SUB) TO BOL-CTN-WEIGHT.
           WRITE PRINT-LINE FROM BOL-CARTON-LINE.
      *
       390-PRINT-HAZMAT-CERTIFICATION.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM BOL-HAZ-CERT-HEADING.
           WRITE PRINT-LINE FROM BOL-HAZ-CERT-LINE-1.
           WRITE PRINT-LINE FROM BOL-HAZ-CERT-LINE-2.
           WRITE PRINT-LINE FROM BOL-HAZ-CERT-LINE-3.
           WRITE PRINT-LINE FROM BOL-HAZ-CERT-LINE-4.
           WRITE PRINT-LINE FROM BOL-HAZ-CERT-LINE-5.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM BOL-HAZ-SIGN-LINE.
      *
      *****************************************************************
      *    PASS 2: ONE MANIFEST PER CARRIER, A SHIPMENT LINE EACH,
           MOVE SRT-TRACKING-NUMBER TO MAN-DET-TRACKING.
           MOVE SRT-TOTAL-CARTONS   TO MAN-DET-CARTONS.
           MOVE SRT-TOTAL-WEIGHT    TO MAN-DET-WEIGHT.
           MOVE SRT-FREIGHT-TERMS   TO MAN-DET-TERMS.
           WRITE PRINT-LINE FROM MAN-DETAIL-LINE.
           ADD SRT-TOTAL-WEIGHT TO WS-CARRIER-WEIGHT.
           ADD 1 TO WS-CARRIER-SHIPMENTS.
           IF WS-CAR-AVAILABLE
               CLOSE CARFILE
           END-IF.
           IF WS-CTN-AVAILABLE
               CLOSE CTNFILE
           END-IF.
           IF WS-HAZ-AVAILABLE
               CLOSE HAZFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "BILLS OF LADING PRINTED: " WS-BOL-COUNT.
           DISPLAY "DONE".
