      *    PO LINE TO SPOAB2 (REBUILT EVERY RUN) AT PRD-UNIT-COST,
      *    WITH A REGISTER FOR PURCHASING TO REVIEW.  POCVTB2 TURNS
      *    THE REVIEWED SUGGESTIONS INTO REAL POAB2 ORDERS.
      *
      *    STOCK ALREADY HEADED FOR A WAREHOUSE FROM ANOTHER ONE -
      *    TRFAB2 TRANSFERS STILL PENDING OR IN TRANSIT, INCLUDING
      *    THOSE THE REBALANCING RUN (RBLSGB2, SCHEDULED AHEAD OF THIS
      *    ONE) HAS JUST LOADED - COMES OFF THAT WAREHOUSE'S
      *    SHORTFALL, SO STOCK IS MOVED BEFORE MORE IS BOUGHT.
      *
      *    A CONSIGNMENT WAREHOUSE (WRHAB2 TYPE C) AT A CUSTOMER SITE
      *    IS NEVER BOUGHT FOR DIRECTLY - IT IS FILLED BY TRANSFER
      *    FROM ONE OF OUR OWN WAREHOUSES - SO IT IS PASSED OVER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS VPX-KEY
               FILE STATUS IS WS-VPXFILE-SW.

           SELECT TRFFILE ASSIGN TO TRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-KEY
               FILE STATUS IS WS-TRFFILE-SW.

           SELECT WRHFILE ASSIGN TO WRHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRH-KEY
               FILE STATUS IS WS-WRHFILE-SW.

           SELECT SPOFILE ASSIGN TO SPOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
           DATA RECORD IS VENDOR-PRODUCT-XREF-RECORD.
      *
       COPY VNDXREF.
      *
       FD TRFFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TRANSFER-RECORD.
      *
       COPY TRANSFR.
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WAREHOUSE-MASTER-RECORD.
      *
       COPY WHSMAST.
      *
       FD SPOFILE
           RECORD CONTAINS 53 CHARACTERS
       01 WS-VPXFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VPXFILE-SUCCESS                VALUE '00'.
           88  WS-VPXFILE-EOF                     VALUE '10'.
       01 WS-TRFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-TRFFILE-SUCCESS                VALUE '00'.
           88  WS-TRFFILE-EOF                     VALUE '10'.
       01 WS-WRHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WRHFILE-SUCCESS                VALUE '00'.
       01 WS-SPOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SPOFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-VPXFILE-AVAILABLE              VALUE 'Y'.
       01 WS-BKOFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-BKOFILE-AVAILABLE              VALUE 'Y'.
       01 WS-TRF-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-TRF-EOF                        VALUE 'Y'.
       01 WS-TRFFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-TRFFILE-AVAILABLE              VALUE 'Y'.
       01 WS-WRHFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-WRHFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CONSIGN-SW                      PIC X(01)  VALUE 'N'.
           88  WS-CONSIGN-WAREHOUSE              VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-WHS-COUNT                       PIC S9(07) COMP-3
      *    LIMIT SIMPLY SUGGESTS WITHOUT A VENDOR AND POCVTB2 SENDS
      *    IT TO THE MANUAL-ENTRY SIDE OF ITS REGISTER.
      *****************************************************************
      *****************************************************************
      *    OPEN INBOUND TRANSFER QUANTITY BY PRODUCT AND DESTINATION
      *    WAREHOUSE, GATHERED IN ONE PASS OF TRFAB2 UP FRONT THE SAME
      *    WAY AS THE BACKORDER DEMAND.  OVERFLOW IS CALLED OUT ON
      *    THE REGISTER; THOSE TRANSFERS ARE SIMPLY NOT NETTED.
      *****************************************************************
       01  INBOUND-TRANSFER-TABLE.
           05  ITB-ENTRY OCCURS 200 TIMES.
               10  ITB-PRODUCT-CODE          PIC X(10).
               10  ITB-WAREHOUSE-CODE        PIC X(03).
               10  ITB-QUANTITY              PIC S9(07) COMP-3.
       01  WS-ITB-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-ITB-SUB                        PIC S9(03) COMP-3.
       01  WS-ITB-USE                        PIC S9(03) COMP-3.
       01  WS-ITB-OVERFLOW-COUNT             PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-INBOUND-QTY                    PIC S9(07) COMP-3.
      *
       01  VPX-BEST-TABLE.
           05  VBT-ENTRY OCCURS 500 TIMES.
               10  VBT-PRODUCT-CODE          PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'BACKORD'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'INBOUND'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'SUGGEST'.
           05  FILLER          PIC X(29) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-PRODUCT-CODE     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-BACKORDERED      PIC Z(07)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-INBOUND          PIC Z(07)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SUGGESTED        PIC Z(07)9-.
           05  FILLER               PIC X(29) VALUE SPACE.
      *
       01  RPT-OVERFLOW-LINE.
           05  FILLER               PIC X(44) VALUE
           05  FILLER               PIC X(10) VALUE ' NETTED = '.
           05  RPT-OVERFLOW-COUNT   PIC Z(04)9.
           05  FILLER               PIC X(73) VALUE SPACE.
      *
       01  RPT-ITB-OVERFLOW-LINE.
           05  FILLER               PIC X(44) VALUE
               '** INBOUND TRANSFER TABLE FULL - TRANSFERS N'.
           05  FILLER               PIC X(14) VALUE 'OT NETTED =   '.
           05  RPT-ITB-OVERFLOW-COUNT PIC Z(04)9.
           05  FILLER               PIC X(69) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(26) VALUE
      *
           PERFORM 200-LOAD-BACKORDER-DEMAND.
           PERFORM 250-LOAD-CHEAPEST-VENDORS.
           PERFORM 280-LOAD-INBOUND-TRANSFERS.
      *
           PERFORM 300-READ-WAREHOUSE.
           PERFORM 400-PROCESS-WAREHOUSE
               MOVE WS-BKD-OVERFLOW-COUNT TO RPT-OVERFLOW-COUNT
               WRITE PRINT-LINE FROM RPT-OVERFLOW-LINE
           END-IF.
           IF WS-ITB-OVERFLOW-COUNT > ZERO
               MOVE WS-ITB-OVERFLOW-COUNT TO RPT-ITB-OVERFLOW-COUNT
               WRITE PRINT-LINE FROM RPT-ITB-OVERFLOW-LINE
           END-IF.
      *
           MOVE WS-WHS-COUNT     TO RPT-TOTAL-READ.
           MOVE WS-SUGGEST-COUNT TO RPT-TOTAL-SUGGESTED.
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO TRANSFER HAS EVER BEEN KEYED OR
      *    LOADED, SO NOTHING IS INBOUND.
      *****************************************************************
           OPEN INPUT TRFFILE.
           IF NOT WS-TRFFILE-SUCCESS
               IF WS-TRFFILE-SW = '35'
                   MOVE 'N' TO WS-TRFFILE-AVAILABLE-SW
                   DISPLAY "TRFFILE NOT FOUND - NO INBOUND TRANSFERS"
               ELSE
                   DISPLAY "WS-TRFFILE-SW=" WS-TRFFILE-SW
                   DISPLAY "TRFFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO WAREHOUSE MASTER, SO NO WAREHOUSE
      *    IS A CONSIGNMENT SITE.
      *****************************************************************
           OPEN INPUT WRHFILE.
           IF NOT WS-WRHFILE-SUCCESS
               IF WS-WRHFILE-SW = '35'
                   MOVE 'N' TO WS-WRHFILE-AVAILABLE-SW
                   DISPLAY "WRHFILE NOT FOUND - NO CONSIGNMENT SITES"
               ELSE
                   DISPLAY "WS-WRHFILE-SW=" WS-WRHFILE-SW
                   DISPLAY "WRHFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE SUGGESTION FILE IS A WORK FILE, REBUILT FROM SCRATCH
      *    EVERY RUN SO STALE SUGGESTIONS FROM LAST NIGHT NEVER
      *    LINGER INTO TONIGHT'S REVIEW.
           END-EVALUATE.
      *
           PERFORM 260-READ-XREF.
      *
       280-LOAD-INBOUND-TRANSFERS.
      *
           IF NOT WS-TRFFILE-AVAILABLE
               MOVE 'Y' TO WS-TRF-EOF-SW
           ELSE
               PERFORM 285-READ-TRANSFER
           END-IF.
           PERFORM 290-TALLY-TRANSFER
               UNTIL WS-TRF-EOF.
      *
       285-READ-TRANSFER.
      *
           READ TRFFILE
               AT END MOVE 'Y' TO WS-TRF-EOF-SW
           END-READ.
      *
       290-TALLY-TRANSFER.
      *
           IF TRF-STATUS-PENDING OR TRF-STATUS-IN-TRANSIT
               MOVE ZERO TO WS-ITB-USE
               PERFORM 295-FIND-INBOUND-ENTRY
                   VARYING WS-ITB-SUB FROM 1 BY 1
                     UNTIL WS-ITB-SUB > WS-ITB-COUNT
                        OR WS-ITB-USE > ZERO
               EVALUATE TRUE
                   WHEN WS-ITB-USE > ZERO
                       ADD TRF-QUANTITY TO ITB-QUANTITY(WS-ITB-USE)
                   WHEN WS-ITB-COUNT < 200
                       ADD 1 TO WS-ITB-COUNT
                       MOVE TRF-PRODUCT-CODE
                           TO ITB-PRODUCT-CODE(WS-ITB-COUNT)
                       MOVE TRF-TO-WAREHOUSE
                           TO ITB-WAREHOUSE-CODE(WS-ITB-COUNT)
                       MOVE TRF-QUANTITY
                           TO ITB-QUANTITY(WS-ITB-COUNT)
                   WHEN OTHER
                       ADD 1 TO WS-ITB-OVERFLOW-COUNT
               END-EVALUATE
           END-IF.
      *
           PERFORM 285-READ-TRANSFER.
      *
       295-FIND-INBOUND-ENTRY.
      *
           IF        ITB-PRODUCT-CODE(WS-ITB-SUB) = TRF-PRODUCT-CODE
                 AND ITB-WAREHOUSE-CODE(WS-ITB-SUB) = TRF-TO-WAREHOUSE
               MOVE WS-ITB-SUB TO WS-ITB-USE
           END-IF.
      *
       300-READ-WAREHOUSE.
      *
      *
       400-PROCESS-WAREHOUSE.
      *
           PERFORM 410-CHECK-CONSIGNMENT.
      *
           IF        WHS-QUANTITY-ON-HAND <= WHS-REORDER-POINT
                 AND NOT WS-CONSIGN-WAREHOUSE
               MOVE WHS-PRODUCT-CODE TO PRD-PRODUCT-CODE
               READ PRDFILE
               IF WS-PRDFILE-SUCCESS AND PRD-STATUS-ACTIVE
           END-IF.
      *
           PERFORM 300-READ-WAREHOUSE.
      *
       410-CHECK-CONSIGNMENT.
      *
           MOVE 'N' TO WS-CONSIGN-SW.
           IF WS-WRHFILE-AVAILABLE
               MOVE WHS-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE
               READ WRHFILE
               IF WS-WRHFILE-SUCCESS AND WRH-TYPE-CONSIGNMENT
                   MOVE 'Y' TO WS-CONSIGN-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE SHORTFALL AT THIS WAREHOUSE, PLUS - ON THE PRODUCT'S
      *
           COMPUTE WS-NEED-QTY =
               WHS-REORDER-POINT - WHS-QUANTITY-ON-HAND.
      *
           MOVE ZERO TO WS-INBOUND-QTY.
           PERFORM 425-ADD-INBOUND-TRANSFER
               VARYING WS-ITB-SUB FROM 1 BY 1
                 UNTIL WS-ITB-SUB > WS-ITB-COUNT.
           SUBTRACT WS-INBOUND-QTY FROM WS-NEED-QTY.
      *
           MOVE ZERO TO RPT-BACKORDERED.
           IF WHS-PRODUCT-CODE NOT = WS-LAST-NETTED-PRODUCT
               END-IF
               PERFORM 440-WRITE-SUGGESTION
           END-IF.
      *
       425-ADD-INBOUND-TRANSFER.
      *
           IF        ITB-PRODUCT-CODE(WS-ITB-SUB) = WHS-PRODUCT-CODE
                 AND ITB-WAREHOUSE-CODE(WS-ITB-SUB) = WHS-WAREHOUSE-CODE
               ADD ITB-QUANTITY(WS-ITB-SUB) TO WS-INBOUND-QTY
           END-IF.
      *
       440-WRITE-SUGGESTION.
      *
           MOVE WHS-QUANTITY-ON-HAND    TO RPT-ON-HAND.
           MOVE WHS-REORDER-POINT       TO RPT-REORDER-POINT.
           MOVE PRD-QUANTITY-ON-ORDER   TO RPT-ON-ORDER.
           MOVE WS-INBOUND-QTY          TO RPT-INBOUND.
           MOVE WS-NEED-QTY             TO RPT-SUGGESTED.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           IF WS-VPXFILE-AVAILABLE
               CLOSE VPXFILE
           END-IF.
           IF WS-TRFFILE-AVAILABLE
               CLOSE TRFFILE
           END-IF.
           IF WS-WRHFILE-AVAILABLE
               CLOSE WRHFILE
           END-IF.
           CLOSE SPOFILE.
           CLOSE PRINT-FILE.
           DISPLAY "SUGGESTED PO LINES: " WS-SUGGEST-COUNT.
