       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSGSTB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CONSIGNMENT STOCK STATUS.  LISTS, BY CUSTOMER, EVERYTHING
      *    WE HAVE SITTING AT CUSTOMER SITES ON CONSIGNMENT: EACH
      *    PRODUCT IN EACH CONSIGNMENT WAREHOUSE (WRHAB2 TYPE C) WITH
      *    ITS ON-HAND, THE USAGE ALREADY REPORTED BUT NOT YET BILLED
      *    (PENDING ON CSUAB2), THE NET STILL OWNED AND ITS VALUE AT
      *    PRODUCT UNIT COST, AND THE DATE THE SITE WAS LAST COUNTED
      *    (CCTAB2).  CUSTOMER TOTALS AND A GRAND TOTAL GIVE THE
      *    INVESTMENT HELD AT EACH CUSTOMER.  A SITE NOT COUNTED
      *    LATELY OR CARRYING A LOT OF UNBILLED USAGE IS THE ONE TO
      *    CHASE.
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

           SELECT WHSFILE ASSIGN TO WHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHSFILE-SW.

           SELECT WRHFILE ASSIGN TO WRHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRH-KEY
               FILE STATUS IS WS-WRHFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT CSUFILE ASSIGN TO CSUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSU-KEY
               FILE STATUS IS WS-CSUFILE-SW.

           SELECT CCTFILE ASSIGN TO CCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCT-KEY
               FILE STATUS IS WS-CCTFILE-SW.

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
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WAREHOUSE-MASTER-RECORD.
      *
       COPY WHSMAST.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD CSUFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONSIGNMENT-USAGE-RECORD.
      *
       COPY CSGUSE.
      *
       FD CCTFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CYCLE-COUNT-RECORD.
      *
       COPY CYCCNT.
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
      *    ONE SORT RECORD PER PRODUCT AT A CONSIGNMENT SITE, IN
      *    CUSTOMER, WAREHOUSE, PRODUCT ORDER.
      *
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-WAREHOUSE-CODE            PIC X(03).
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-ON-HAND                   PIC S9(07).
           05  SRT-PENDING                   PIC S9(07).
           05  SRT-UNIT-COST                 PIC S9(07)V99.
           05  SRT-LAST-COUNT-DATE           PIC X(08).
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
       01 WS-WHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WHSFILE-SUCCESS                VALUE '00'.
       01 WS-WRHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WRHFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-CSUFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CSUFILE-SUCCESS                VALUE '00'.
       01 WS-CCTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CCTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-CSUFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CSUFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CCTFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CCTFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CSU-BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
           88  WS-CSU-BROWSE-DONE                VALUE 'Y'.
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
       01 WS-CURRENT-CUSTOMER                PIC X(06)  VALUE SPACE.
       01 WS-PENDING-USAGE-QTY               PIC S9(07) COMP-3.
       01 WS-NET-QTY                         PIC S9(07) COMP-3.
       01 WS-EXT-VALUE                       PIC S9(11)V99 COMP-3.
       01 WS-CUST-NET-QTY                    PIC S9(09) COMP-3.
       01 WS-CUST-VALUE                      PIC S9(11)V99 COMP-3.
       01 WS-GRAND-NET-QTY                   PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-GRAND-VALUE                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-WHS-READ-COUNT                  PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LISTED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'CONSIGNMENT STOCK STATUS BY CUSTOMER'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'CUST#'.
           05  FILLER          PIC X(05) VALUE 'WHS'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE '   ON-HAND'.
           05  FILLER          PIC X(10) VALUE '   PENDING'.
           05  FILLER          PIC X(10) VALUE '       NET'.
           05  FILLER          PIC X(13) VALUE '    UNIT COST'.
           05  FILLER          PIC X(15) VALUE '          VALUE'.
           05  FILLER          PIC X(49) VALUE 'LAST COUNT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-CUSTOMER         PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ON-HAND          PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PENDING          PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-NET              PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-UNIT-COST        PIC Z(06)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VALUE            PIC Z(08)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-LAST-COUNT       PIC X(08).
           05  FILLER               PIC X(41) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(45).
           05  RPT-TOT-NET          PIC Z(06)9-.
           05  FILLER               PIC X(15) VALUE SPACE.
           05  RPT-TOT-VALUE        PIC Z(08)9.99-.
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
           MOVE 'CSGSTB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
                                SRT-WAREHOUSE-CODE
                                SRT-PRODUCT-CODE
               INPUT PROCEDURE IS 500-RELEASE-ITEMS
               OUTPUT PROCEDURE IS 600-PRINT-ITEMS.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-WHS-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-LISTED-COUNT   TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT WHSFILE.
           IF NOT WS-WHSFILE-SUCCESS
               DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
               DISPLAY "WHSFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT WRHFILE.
           IF NOT WS-WRHFILE-SUCCESS
               DISPLAY "WS-WRHFILE-SW=" WS-WRHFILE-SW
               DISPLAY "WRHFILE OPEN ERROR"
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
           OPEN INPUT CSUFILE.
           IF NOT WS-CSUFILE-SUCCESS
               IF WS-CSUFILE-SW = '35'
                   MOVE 'N' TO WS-CSUFILE-AVAILABLE-SW
                   DISPLAY "CSUFILE NOT FOUND - NO PENDING USAGE"
               ELSE
                   DISPLAY "WS-CSUFILE-SW=" WS-CSUFILE-SW
                   DISPLAY "CSUFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT CCTFILE.
           IF NOT WS-CCTFILE-SUCCESS
               IF WS-CCTFILE-SW = '35'
                   MOVE 'N' TO WS-CCTFILE-AVAILABLE-SW
                   DISPLAY "CCTFILE NOT FOUND - NO COUNT DATES"
               ELSE
                   DISPLAY "WS-CCTFILE-SW=" WS-CCTFILE-SW
                   DISPLAY "CCTFILE OPEN ERROR"
                   STOP RUN
               END-IF
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
      *    SORT INPUT.  WHSAB2 IS IN PRODUCT ORDER, SO EACH ITEM'S
      *    WAREHOUSE IS LOOKED UP ON WRHAB2 AND ONLY CONSIGNMENT
      *    SITES GO TO THE SORT, UNDER THE SITE'S CUSTOMER.
      *****************************************************************
       500-RELEASE-ITEMS.
      *
           PERFORM 510-READ-WAREHOUSE-ITEM.
           PERFORM 520-RELEASE-ONE-ITEM
               UNTIL WS-EOF-YES.
      *
       510-READ-WAREHOUSE-ITEM.
      *
           READ WHSFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-WHS-READ-COUNT
           END-READ.
      *
       520-RELEASE-ONE-ITEM.
      *
           MOVE WHS-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE.
           READ WRHFILE.
           IF WS-WRHFILE-SUCCESS AND WRH-TYPE-CONSIGNMENT
               MOVE WRH-CONSIGN-CUSTOMER TO SRT-CUSTOMER-NUMBER
               MOVE WHS-WAREHOUSE-CODE   TO SRT-WAREHOUSE-CODE
               MOVE WHS-PRODUCT-CODE     TO SRT-PRODUCT-CODE
               MOVE WHS-QUANTITY-ON-HAND TO SRT-ON-HAND
               PERFORM 530-SUM-PENDING-USAGE
               MOVE WS-PENDING-USAGE-QTY TO SRT-PENDING
               MOVE WHS-PRODUCT-CODE     TO PRD-PRODUCT-CODE
               READ PRDFILE
               IF WS-PRDFILE-SUCCESS
                   MOVE PRD-UNIT-COST TO SRT-UNIT-COST
               ELSE
                   MOVE ZERO TO SRT-UNIT-COST
               END-IF
               MOVE SPACE TO SRT-LAST-COUNT-DATE
               IF WS-CCTFILE-AVAILABLE
                   MOVE WHS-WAREHOUSE-CODE TO CCT-WAREHOUSE-CODE
                   MOVE WHS-PRODUCT-CODE   TO CCT-PRODUCT-CODE
                   READ CCTFILE
                   IF WS-CCTFILE-SUCCESS
                       MOVE CCT-COUNT-DATE TO SRT-LAST-COUNT-DATE
                   END-IF
               END-IF
               RELEASE SORT-RECORD
           END-IF.
      *
           PERFORM 510-READ-WAREHOUSE-ITEM.
      *
       530-SUM-PENDING-USAGE.
      *
           MOVE ZERO TO WS-PENDING-USAGE-QTY.
           MOVE 'N'  TO WS-CSU-BROWSE-DONE-SW.
           IF NOT WS-CSUFILE-AVAILABLE
               MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
           ELSE
               MOVE WHS-WAREHOUSE-CODE TO CSU-WAREHOUSE-CODE
               MOVE WHS-PRODUCT-CODE   TO CSU-PRODUCT-CODE
               MOVE LOW-VALUE          TO CSU-USAGE-DATE
               MOVE ZERO               TO CSU-USAGE-TIME
               START CSUFILE KEY >= CSU-KEY
               IF NOT WS-CSUFILE-SUCCESS
                   MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
               END-IF
           END-IF.
      *
           PERFORM 535-READ-NEXT-USAGE
               UNTIL WS-CSU-BROWSE-DONE.
      *
       535-READ-NEXT-USAGE.
      *
           READ CSUFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
           NOT AT END
               IF       CSU-WAREHOUSE-CODE NOT = WHS-WAREHOUSE-CODE
                     OR CSU-PRODUCT-CODE NOT = WHS-PRODUCT-CODE
                   MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
               ELSE
                   IF CSU-STATUS-PENDING
                       ADD CSU-QUANTITY TO WS-PENDING-USAGE-QTY
                   END-IF
               END-IF
           END-READ.
      *
      *****************************************************************
      *    SORT OUTPUT.  A TOTAL PRINTS AT EACH CHANGE OF CUSTOMER;
      *    THE GRAND TOTAL AFTER THE LAST.
      *****************************************************************
       600-PRINT-ITEMS.
      *
           PERFORM 610-RETURN-SORTED-ITEM.
           IF NOT WS-SORT-EOF
               MOVE SRT-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
               MOVE ZERO TO WS-CUST-NET-QTY
                            WS-CUST-VALUE
           END-IF.
           PERFORM 620-PRINT-ONE-ITEM
               UNTIL WS-SORT-EOF.
           IF WS-LISTED-COUNT > ZERO
               PERFORM 630-PRINT-CUSTOMER-TOTAL
           END-IF.
      *
           MOVE 'GRAND TOTAL - ALL CONSIGNMENT SITES' TO RPT-TOT-LABEL.
           MOVE WS-GRAND-NET-QTY TO RPT-TOT-NET.
           MOVE WS-GRAND-VALUE   TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       610-RETURN-SORTED-ITEM.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PRINT-ONE-ITEM.
      *
           IF SRT-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
               PERFORM 630-PRINT-CUSTOMER-TOTAL
               MOVE SRT-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
               MOVE ZERO TO WS-CUST-NET-QTY
                            WS-CUST-VALUE
           END-IF.
      *
           COMPUTE WS-NET-QTY = SRT-ON-HAND - SRT-PENDING.
           COMPUTE WS-EXT-VALUE ROUNDED = WS-NET-QTY * SRT-UNIT-COST.
           ADD WS-NET-QTY   TO WS-CUST-NET-QTY
                               WS-GRAND-NET-QTY.
           ADD WS-EXT-VALUE TO WS-CUST-VALUE
                               WS-GRAND-VALUE.
           ADD 1 TO WS-LISTED-COUNT.
      *
           MOVE SRT-CUSTOMER-NUMBER TO RPT-CUSTOMER.
           MOVE SRT-WAREHOUSE-CODE  TO RPT-WAREHOUSE.
           MOVE SRT-PRODUCT-CODE    TO RPT-PRODUCT.
           MOVE SRT-ON-HAND         TO RPT-ON-HAND.
           MOVE SRT-PENDING         TO RPT-PENDING.
           MOVE WS-NET-QTY          TO RPT-NET.
           MOVE SRT-UNIT-COST       TO RPT-UNIT-COST.
           MOVE WS-EXT-VALUE        TO RPT-VALUE.
           IF SRT-LAST-COUNT-DATE = SPACE
               MOVE 'NEVER'             TO RPT-LAST-COUNT
           ELSE
               MOVE SRT-LAST-COUNT-DATE TO RPT-LAST-COUNT
           END-IF.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 610-RETURN-SORTED-ITEM.
      *
       630-PRINT-CUSTOMER-TOTAL.
      *
           MOVE SPACE TO RPT-TOT-LABEL.
           STRING 'TOTAL FOR CUSTOMER ' WS-CURRENT-CUSTOMER
               DELIMITED BY SIZE INTO RPT-TOT-LABEL
           END-STRING.
           MOVE WS-CUST-NET-QTY TO RPT-TOT-NET.
           MOVE WS-CUST-VALUE   TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE WHSFILE.
           CLOSE WRHFILE.
           CLOSE PRDFILE.
           IF WS-CSUFILE-AVAILABLE
               CLOSE CSUFILE
           END-IF.
           IF WS-CCTFILE-AVAILABLE
               CLOSE CCTFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "CONSIGNMENT ITEMS LISTED: " WS-LISTED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
