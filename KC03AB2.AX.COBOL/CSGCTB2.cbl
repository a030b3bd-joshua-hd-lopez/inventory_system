       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSGCTB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    CONSIGNMENT CUSTOMER COUNT IMPORT.  A CUSTOMER HOLDING OUR
      *    STOCK ON CONSIGNMENT SENDS ITS OWN COUNT OF THE SITE - ONE
      *    CSGCOUNT LINE PER PRODUCT: CONSIGNMENT WAREHOUSE, PRODUCT,
      *    QUANTITY COUNTED AND THE DATE OF THE COUNT.  EACH GOOD LINE
      *    IS LOADED TO THE CYCLE COUNT FILE (CCTAB2) AS A COUNTED
      *    LINE, EXACTLY AS IF IT HAD BEEN KEYED ON CCEAB2, SO THE
      *    RECONCILIATION RUNS THROUGH THE NORMAL CYCLE: CCVARB2
      *    PRINTS THE VARIANCES AND CCPSTB2 POSTS THEM, TURNING A
      *    SHORTFALL AT A CONSIGNMENT SITE INTO PENDING USAGE ON
      *    CSUAB2 FOR CSGBLB2 TO BILL.  THE BOOK LOADED IS TODAY'S
      *    ON-HAND LESS USAGE ALREADY WAITING TO BILL.  A LINE ALREADY
      *    ON THE COUNT IS OVERLAID; A POSTED OR MISSING LINE BECOMES
      *    A NEW COUNT LINE.  A WAREHOUSE THAT IS NOT A CONSIGNMENT
      *    SITE, A PRODUCT NOT STOCKED THERE OR A BAD QUANTITY IS
      *    REJECTED TO THE REGISTER.  CCSHTB2 REBUILDS CCTAB2, SO THE
      *    IMPORT RUNS AFTER ANY SHEET RUN AND IS POSTED BEFORE THE
      *    NEXT ONE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO CSGCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNTFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT WRHFILE ASSIGN TO WRHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRH-KEY
               FILE STATUS IS WS-WRHFILE-SW.

           SELECT WHSFILE ASSIGN TO WHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHSFILE-SW.

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

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    ONE LINE PER PRODUCT COUNTED.  THE COUNT DATE IS MMDDYYYY;
      *    BLANK MEANS THE PROCESSING DATE.
      *
       FD COUNT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CUSTOMER-COUNT-RECORD.
       01  CUSTOMER-COUNT-RECORD.
           05  CCI-WAREHOUSE-CODE            PIC X(03).
           05  CCI-PRODUCT-CODE              PIC X(10).
           05  CCI-COUNT-QUANTITY-X          PIC X(07).
           05  CCI-COUNT-QUANTITY REDEFINES CCI-COUNT-QUANTITY-X
                                             PIC 9(07).
           05  CCI-COUNT-DATE                PIC X(08).
           05  FILLER                        PIC X(52).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WAREHOUSE-MASTER-RECORD.
      *
       COPY WHSMAST.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
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
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-CNTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CNTFILE-SUCCESS                VALUE '00'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-WRHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WRHFILE-SUCCESS                VALUE '00'.
       01 WS-WHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WHSFILE-SUCCESS                VALUE '00'.
       01 WS-CSUFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CSUFILE-SUCCESS                VALUE '00'.
       01 WS-CCTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CCTFILE-SUCCESS                VALUE '00'.
           88  WS-CCTFILE-NOTFOUND                VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-CSUFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CSUFILE-AVAILABLE              VALUE 'Y'.
       01 WS-LINE-VALID-SW                   PIC X(01)  VALUE 'Y'.
           88  WS-LINE-VALID                     VALUE 'Y'.
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
       01 WS-RUN-DATE-MDY                    PIC 9(08).
       01 WS-RUN-DATE-MDY-R REDEFINES WS-RUN-DATE-MDY.
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
      *
       01 WS-BOOK-QTY                        PIC S9(07) COMP-3.
       01 WS-PENDING-USAGE-QTY               PIC S9(07) COMP-3.
       01 WS-VARIANCE-QTY                    PIC S9(07) COMP-3.
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-LOADED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-REASON                   PIC X(40).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(40) VALUE
               'CONSIGNMENT CUSTOMER COUNT IMPORT'.
           05  FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(65) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(05) VALUE 'WHS'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE '   COUNTED'.
           05  FILLER          PIC X(10) VALUE '      BOOK'.
           05  FILLER          PIC X(10) VALUE '  VARIANCE'.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(40) VALUE 'DISPOSITION'.
           05  FILLER          PIC X(43) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-WAREHOUSE        PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-COUNTED          PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-BOOK             PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-VARIANCE         PIC Z(06)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DISPOSITION      PIC X(40).
           05  FILLER               PIC X(45) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
               'COUNT LINES READ:'.
           05  RPT-TOTAL-READ       PIC Z(06)9.
           05  FILLER               PIC X(12) VALUE
               '   LOADED:'.
           05  RPT-TOTAL-LOADED     PIC Z(06)9.
           05  FILLER               PIC X(14) VALUE
               '   REJECTED:'.
           05  RPT-TOTAL-REJECTED   PIC Z(06)9.
           05  FILLER               PIC X(67) VALUE SPACE.
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
           MOVE 'CSGCTB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           PERFORM 300-READ-COUNT-LINE.
           PERFORM 400-PROCESS-COUNT-LINE
               UNTIL WS-EOF-YES.
      *
           MOVE WS-READ-COUNT   TO RPT-TOTAL-READ.
           MOVE WS-LOADED-COUNT TO RPT-TOTAL-LOADED.
           MOVE WS-REJECT-COUNT TO RPT-TOTAL-REJECTED.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT   TO WS-RUN-COUNT-IN.
           MOVE WS-LOADED-COUNT TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT COUNT-FILE.
           IF NOT WS-CNTFILE-SUCCESS
               DISPLAY "WS-CNTFILE-SW=" WS-CNTFILE-SW
               DISPLAY "COUNT-FILE OPEN ERROR"
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
           OPEN INPUT WHSFILE.
           IF NOT WS-WHSFILE-SUCCESS
               DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
               DISPLAY "WHSFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO USAGE HAS EVER BEEN RECORDED, SO
      *    NOTHING IS WAITING TO BILL.
      *****************************************************************
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
           OPEN I-O CCTFILE.
           IF NOT WS-CCTFILE-SUCCESS
               IF WS-CCTFILE-SW = '35'
                   OPEN OUTPUT CCTFILE
                   IF WS-CCTFILE-SUCCESS
                       CLOSE CCTFILE
                       OPEN I-O CCTFILE
                       DISPLAY "CCTFILE CREATED"
                   ELSE
                       DISPLAY "WS-CCTFILE-SW=" WS-CCTFILE-SW
                       DISPLAY "CCTFILE CREATE ERROR"
                       STOP RUN
                   END-IF
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
       300-READ-COUNT-LINE.
      *
           READ COUNT-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
      *
       400-PROCESS-COUNT-LINE.
      *
           MOVE ZERO TO WS-BOOK-QTY
                        WS-VARIANCE-QTY.
           PERFORM 410-EDIT-COUNT-LINE.
      *
           MOVE CCI-WAREHOUSE-CODE TO RPT-WAREHOUSE.
           MOVE CCI-PRODUCT-CODE   TO RPT-PRODUCT.
           IF WS-LINE-VALID
               PERFORM 420-SUM-PENDING-USAGE
               COMPUTE WS-BOOK-QTY =
                   WHS-QUANTITY-ON-HAND - WS-PENDING-USAGE-QTY
               COMPUTE WS-VARIANCE-QTY =
                   CCI-COUNT-QUANTITY - WS-BOOK-QTY
               PERFORM 430-LOAD-COUNT-LINE
               ADD 1 TO WS-LOADED-COUNT
               MOVE CCI-COUNT-QUANTITY TO RPT-COUNTED
               MOVE 'LOADED TO CYCLE COUNT' TO RPT-DISPOSITION
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE ZERO             TO RPT-COUNTED
               MOVE WS-REJECT-REASON TO RPT-DISPOSITION
           END-IF.
           MOVE WS-BOOK-QTY     TO RPT-BOOK.
           MOVE WS-VARIANCE-QTY TO RPT-VARIANCE.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 300-READ-COUNT-LINE.
      *
      *****************************************************************
      *    THE LINE MUST NAME A CONSIGNMENT WAREHOUSE AND A PRODUCT
      *    STOCKED THERE, WITH A NUMERIC QUANTITY.  THE WAREHOUSE
      *    INVENTORY RECORD IS LEFT IN THE FD FOR THE BOOK.
      *****************************************************************
       410-EDIT-COUNT-LINE.
      *
           MOVE 'Y'   TO WS-LINE-VALID-SW.
           MOVE SPACE TO WS-REJECT-REASON.
      *
           IF CCI-COUNT-QUANTITY-X NOT NUMERIC
               MOVE 'N' TO WS-LINE-VALID-SW
               MOVE 'COUNTED QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
      *
           IF WS-LINE-VALID
               MOVE CCI-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE
               READ WRHFILE
               IF NOT WS-WRHFILE-SUCCESS
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'WAREHOUSE NOT ON THE WAREHOUSE MASTER'
                       TO WS-REJECT-REASON
               ELSE
                   IF NOT WRH-TYPE-CONSIGNMENT
                       MOVE 'N' TO WS-LINE-VALID-SW
                       MOVE 'NOT A CONSIGNMENT WAREHOUSE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-LINE-VALID
               MOVE CCI-PRODUCT-CODE   TO WHS-PRODUCT-CODE
               MOVE CCI-WAREHOUSE-CODE TO WHS-WAREHOUSE-CODE
               READ WHSFILE
               IF NOT WS-WHSFILE-SUCCESS
                   MOVE 'N' TO WS-LINE-VALID-SW
                   MOVE 'PRODUCT NOT STOCKED AT THAT WAREHOUSE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
       420-SUM-PENDING-USAGE.
      *
           MOVE ZERO TO WS-PENDING-USAGE-QTY.
           MOVE 'N'  TO WS-CSU-BROWSE-DONE-SW.
           IF NOT WS-CSUFILE-AVAILABLE
               MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
           ELSE
               MOVE CCI-WAREHOUSE-CODE TO CSU-WAREHOUSE-CODE
               MOVE CCI-PRODUCT-CODE   TO CSU-PRODUCT-CODE
               MOVE LOW-VALUE          TO CSU-USAGE-DATE
               MOVE ZERO               TO CSU-USAGE-TIME
               START CSUFILE KEY >= CSU-KEY
               IF NOT WS-CSUFILE-SUCCESS
                   MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
               END-IF
           END-IF.
      *
           PERFORM 425-READ-NEXT-USAGE
               UNTIL WS-CSU-BROWSE-DONE.
      *
       425-READ-NEXT-USAGE.
      *
           READ CSUFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
           NOT AT END
               IF       CSU-WAREHOUSE-CODE NOT = CCI-WAREHOUSE-CODE
                     OR CSU-PRODUCT-CODE NOT = CCI-PRODUCT-CODE
                   MOVE 'Y' TO WS-CSU-BROWSE-DONE-SW
               ELSE
                   IF CSU-STATUS-PENDING
                       ADD CSU-QUANTITY TO WS-PENDING-USAGE-QTY
                   END-IF
               END-IF
           END-READ.
      *
      *****************************************************************
      *    THE COUNT LINE IS WRITTEN COUNTED, SIGNED 'CUST' SO THE
      *    CUSTOMER'S COUNT IS TOLD APART FROM OUR OWN COUNTERS' ON
      *    THE VARIANCE REPORT AND THE AUDIT TRAIL.
      *****************************************************************
       430-LOAD-COUNT-LINE.
      *
           MOVE CCI-WAREHOUSE-CODE TO CCT-WAREHOUSE-CODE.
           MOVE CCI-PRODUCT-CODE   TO CCT-PRODUCT-CODE.
           READ CCTFILE.
           IF NOT WS-CCTFILE-SUCCESS AND NOT WS-CCTFILE-NOTFOUND
               DISPLAY "WS-CCTFILE-SW=" WS-CCTFILE-SW
               DISPLAY "CCTFILE READ ERROR"
               STOP RUN
           END-IF.
      *
           MOVE WS-BOOK-QTY        TO CCT-BOOK-QUANTITY.
           MOVE CCI-COUNT-QUANTITY TO CCT-COUNT-QUANTITY.
           SET CCT-STATUS-COUNTED  TO TRUE.
           IF CCI-COUNT-DATE = SPACE
               MOVE WS-RUN-DATE-MDY TO CCT-COUNT-DATE
           ELSE
               MOVE CCI-COUNT-DATE  TO CCT-COUNT-DATE
           END-IF.
           MOVE 'CUST'             TO CCT-OPERATOR.
      *
           IF WS-CCTFILE-SUCCESS
               REWRITE CYCLE-COUNT-RECORD
           ELSE
               WRITE CYCLE-COUNT-RECORD
           END-IF.
           IF NOT WS-CCTFILE-SUCCESS
               DISPLAY "WS-CCTFILE-SW=" WS-CCTFILE-SW
               DISPLAY "CCTFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE COUNT-FILE.
           CLOSE WRHFILE.
           CLOSE WHSFILE.
           IF WS-CSUFILE-AVAILABLE
               CLOSE CSUFILE
           END-IF.
           CLOSE CCTFILE.
           CLOSE PRINT-FILE.
           DISPLAY "COUNT LINES LOADED: " WS-LOADED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
