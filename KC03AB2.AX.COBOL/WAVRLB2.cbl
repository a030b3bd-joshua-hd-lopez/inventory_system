       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAVRLB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    PICK WAVE RELEASE.  SELECTS OPEN ORDERS (INV-ORDER-STATUS
      *    O, NOT VOIDED, NOT DROP-SHIP, NOT ALREADY IN A WAVE) FOR
      *    ONE WAREHOUSE AND RELEASES THEM TOGETHER AS ONE WAVE SO
      *    THE PICKER WALKS THE AISLES ONCE INSTEAD OF ONCE PER
      *    ORDER.  THE WAVPARM CARD NAMES THE WAREHOUSE AND, OPTIONALLY,
      *    A CARRIER (ONLY ORDERS GOING BY IT), A SHIP-BY DATE (ONLY
      *    ORDERS DATED ON OR BEFORE IT - AN OPEN ORDER SHIPS ON ITS
      *    ORDER DATE; FUTURE ORDERS ARE NOT ON THE INVOICE FILE UNTIL
      *    FUTRLB2 RELEASES THEM) AND A CAP ON ORDERS IN THE WAVE.
      *    AN ORDER WITH LINES AT ANOTHER WAREHOUSE AS WELL IS LEFT
      *    OUT AND LISTED - IT PICKS FROM ITS OWN TICKET.
      *
      *    EVERY LINE AT THE WAREHOUSE IS PLACED AT ITS PICK BIN THE
      *    SAME WAY THE PICK TICKET DOES IT (PICK-FACE BIN ON BINAB2,
      *    ELSE WHS-BIN-LOCATION, NO BIN SORTS LAST) AND SORTED INTO
      *    BIN ORDER.  PRTOUT IS THE CONSOLIDATED PICK LIST - ONE STOP
      *    PER BIN AND PRODUCT WITH THE TOTAL QUANTITY ACROSS ALL THE
      *    ORDERS; PRTSTO IS THE SORT-TO-ORDER SHEET FOR THE PACK
      *    STATION - THE SAME STOPS BROKEN BACK OUT TO THE ORDERS,
      *    EACH ORDER ASSIGNED A TOTE NUMBER, WITH THE TOTE ROSTER AT
      *    THE END.  EACH ORDER IS STAMPED WITH THE WAVE NUMBER
      *    (INV-WAVE-NUMBER) SO IT IS NEVER WAVED TWICE AND SHIP
      *    CONFIRMATION SHOWS THE WAVE, AND THE WAVE IS LOGGED ON
      *    WAVAB2 (NUMBER = HIGHEST ON FILE + 1).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO WAVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT WAVFILE ASSIGN TO WAVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAV-KEY
               FILE STATUS IS WS-WAVFILE-SW.

           SELECT BINFILE ASSIGN TO BINFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIN-KEY
               FILE STATUS IS WS-BINFILE-SW.

           SELECT WHSFILE ASSIGN TO WHSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHS-KEY
               FILE STATUS IS WS-WHSFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

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

           SELECT SHEET-FILE ASSIGN TO PRTSTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-WAREHOUSE-CODE           PIC X(03).
           05  PARM-CARRIER-CODE             PIC X(04).
           05  PARM-SHIP-BY-DATE             PIC X(08).
           05  PARM-SHIP-BY-R REDEFINES PARM-SHIP-BY-DATE.
               10  PARM-SHIP-BY-MM           PIC X(02).
               10  PARM-SHIP-BY-DD           PIC X(02).
               10  PARM-SHIP-BY-YYYY         PIC X(04).
           05  PARM-MAX-ORDERS-X             PIC X(03).
           05  PARM-MAX-ORDERS REDEFINES PARM-MAX-ORDERS-X
                                             PIC 9(03).
           05  FILLER                        PIC X(02).
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD WAVFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS PICK-WAVE-RECORD.
      *
       COPY WAVE.
      *
       FD BINFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS BIN-STOCK-RECORD.
      *
       COPY BINLOC.
      *
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
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-BIN-LOCATION              PIC X(06).
           05  SRT-PRODUCT-CODE              PIC X(10).
           05  SRT-TOTE                      PIC 9(03).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-QUANTITY                  PIC S9(07).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       FD SHEET-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SHEET-LINE.
       01  SHEET-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-PROC-DATE-MDY                   PIC X(08).
       01 WS-PROC-DATE-MDY-R REDEFINES WS-PROC-DATE-MDY.
           05  WS-PROC-MM                    PIC X(02).
           05  WS-PROC-DD                    PIC X(02).
           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
       01 WS-WAVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WAVFILE-SUCCESS                VALUE '00'.
       01 WS-BINFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BINFILE-SUCCESS                VALUE '00'.
       01 WS-WHSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WHSFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-STOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-STOFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-WAV-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-WAV-EOF                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
       01 WS-BIN-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-BIN-DONE                       VALUE 'Y'.
       01 WS-PICK-BIN-FOUND-SW               PIC X(01)  VALUE 'N'.
           88  WS-PICK-BIN-FOUND                 VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
       01 WS-SHIP-BY-YMD                     PIC X(08).
       01 WS-ORDER-DATE-MDY                  PIC X(08).
       01 WS-ORDER-DATE-R REDEFINES WS-ORDER-DATE-MDY.
           05  WS-ORDER-MM                   PIC X(02).
           05  WS-ORDER-DD                   PIC X(02).
           05  WS-ORDER-YYYY                 PIC X(04).
       01 WS-ORDER-YMD                       PIC X(08).
      *
       01 WS-WAVE-NUMBER                     PIC 9(06)  VALUE ZERO.
       01 WS-MAX-ORDERS                      PIC S9(03) COMP-3.
       01 WS-ITEM-SUB                        PIC S9(03) COMP-3.
       01 WS-HERE-LINES                      PIC S9(03) COMP-3.
       01 WS-ELSEWHERE-LINES                 PIC S9(03) COMP-3.
       01 WS-PICK-BIN                        PIC X(06).
      *
       01 WS-ORDER-COUNT                     PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-LINE-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-UNIT-COUNT                      PIC S9(09) COMP-3
                                              VALUE ZERO.
       01 WS-STOP-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    ONE ENTRY PER ORDER IN THE WAVE - THE TOTE NUMBER IS THE
      *    SUBSCRIPT.  PRINTED AS THE TOTE ROSTER AT THE END OF THE
      *    SORT-TO-ORDER SHEET.
      *****************************************************************
       01  TOTE-TABLE.
           05  TOT-ENTRY OCCURS 999 TIMES.
               10  TOT-INVOICE-NUMBER        PIC 9(06).
               10  TOT-CUSTOMER-NUMBER       PIC X(06).
               10  TOT-PO-NUMBER             PIC X(10).
               10  TOT-LINES                 PIC S9(03) COMP-3.
               10  TOT-UNITS                 PIC S9(07) COMP-3.
       01  WS-TOT-SUB                        PIC S9(05) COMP-3.
      *
      *****************************************************************
      *    ORDERS LEFT OUT BECAUSE THEY ALSO SHIP FROM ANOTHER
      *    WAREHOUSE.
      *****************************************************************
       01  MIXED-TABLE.
           05  MIX-INVOICE-NUMBER            PIC 9(06)
                                             OCCURS 500 TIMES.
       01  WS-MIX-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-MIX-SUB                        PIC S9(05) COMP-3.
      *
      *****************************************************************
      *    THE ORDERS TAKING ONE PRODUCT AT ONE STOP, HELD UNTIL THE
      *    STOP'S TOTAL IS KNOWN.  SORTED BY TOTE, SO TWO LINES OF
      *    THE SAME PRODUCT ON ONE ORDER FOLD INTO ONE ENTRY.
      *****************************************************************
       01  STOP-TABLE.
           05  STP-ENTRY OCCURS 999 TIMES.
               10  STP-TOTE                  PIC 9(03).
               10  STP-INVOICE-NUMBER        PIC 9(06).
               10  STP-QUANTITY              PIC S9(07) COMP-3.
       01  WS-STP-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
       01  WS-STP-SUB                        PIC S9(05) COMP-3.
       01  WS-STOP-BIN                       PIC X(06).
       01  WS-STOP-PRODUCT                   PIC X(10).
       01  WS-STOP-QUANTITY                  PIC S9(07) COMP-3.
      *
       01  RPT-HEADING-1.
           05  RPT-HDG-TITLE   PIC X(24).
           05  FILLER          PIC X(06) VALUE 'WAVE: '.
           05  RPT-HDG-WAVE     PIC 9(06).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(11) VALUE 'WAREHOUSE: '.
           05  RPT-HDG-WAREHOUSE PIC X(03).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'CARRIER: '.
           05  RPT-HDG-CARRIER  PIC X(04).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'SHIP BY: '.
           05  RPT-HDG-SHIP-BY  PIC X(08).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(17) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(07) VALUE ' STOP'.
           05  FILLER          PIC X(08) VALUE 'BIN'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(22) VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(04) VALUE 'UM'.
           05  FILLER          PIC X(12) VALUE '   PICK QTY'.
           05  FILLER          PIC X(08) VALUE 'ORDERS'.
           05  FILLER          PIC X(59) VALUE 'PICKED'.
      *
       01  RPT-PICK-LINE.
           05  RPT-STOP             PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-BIN              PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-UOM              PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-PICK-QTY         PIC Z(08)9-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-ORDERS           PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE '__________'.
           05  FILLER               PIC X(49) VALUE SPACE.
      *
       01  STO-HEADING-2.
           05  FILLER          PIC X(15) VALUE ' STOP/TOTE'.
           05  FILLER          PIC X(12) VALUE 'PRODUCT'.
           05  FILLER          PIC X(10) VALUE 'INVOICE'.
           05  FILLER          PIC X(12) VALUE '   QUANTITY'.
           05  FILLER          PIC X(83) VALUE 'SORTED'.
      *
       01  STO-STOP-LINE.
           05  STO-STOP             PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  STO-BIN              PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  STO-PRODUCT          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  STO-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(07) VALUE 'TOTAL: '.
           05  STO-TOTAL-QTY        PIC Z(08)9-.
           05  FILLER               PIC X(66) VALUE SPACE.
      *
       01  STO-ORDER-LINE.
           05  FILLER               PIC X(06) VALUE SPACE.
           05  FILLER               PIC X(05) VALUE 'TOTE '.
           05  STO-TOTE             PIC ZZ9.
           05  FILLER               PIC X(13) VALUE SPACE.
           05  STO-INVOICE          PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  STO-QUANTITY         PIC Z(08)9-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  FILLER               PIC X(10) VALUE '__________'.
           05  FILLER               PIC X(74) VALUE SPACE.
      *
       01  STO-ROSTER-HEADING.
           05  FILLER          PIC X(40) VALUE
               'TOTE ROSTER'.
           05  FILLER          PIC X(92) VALUE SPACE.
      *
       01  STO-ROSTER-LINE.
           05  FILLER               PIC X(06) VALUE SPACE.
           05  FILLER               PIC X(05) VALUE 'TOTE '.
           05  STO-ROS-TOTE         PIC ZZ9.
           05  FILLER               PIC X(13) VALUE '  =  INVOICE '.
           05  STO-ROS-INVOICE      PIC 9(06).
           05  FILLER               PIC X(08) VALUE '  CUST: '.
           05  STO-ROS-CUSTOMER     PIC X(06).
           05  FILLER               PIC X(06) VALUE '  PO: '.
           05  STO-ROS-PO           PIC X(10).
           05  FILLER               PIC X(09) VALUE '  LINES: '.
           05  STO-ROS-LINES        PIC ZZ9.
           05  FILLER               PIC X(09) VALUE '  UNITS: '.
           05  STO-ROS-UNITS        PIC Z(06)9-.
           05  FILLER               PIC X(46) VALUE SPACE.
      *
       01  RPT-MIXED-HEADING.
           05  FILLER          PIC X(60) VALUE
               'NOT WAVED - ORDER ALSO SHIPS FROM ANOTHER WAREHOUSE'.
           05  FILLER          PIC X(72) VALUE SPACE.
      *
       01  RPT-MIXED-LINE.
           05  FILLER               PIC X(06) VALUE SPACE.
           05  FILLER               PIC X(08) VALUE 'INVOICE '.
           05  RPT-MIX-INVOICE      PIC 9(06).
           05  FILLER               PIC X(112) VALUE SPACE.
      *
       01  RPT-NONE-LINE.
           05  FILLER          PIC X(60) VALUE
               'NO OPEN ORDERS MATCH THE SELECTION - NO WAVE RELEASED'.
           05  FILLER          PIC X(72) VALUE SPACE.
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
           PERFORM 120-READ-PARM-CARD.
           MOVE 'WAVRLB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
           PERFORM 140-SET-WAVE-NUMBER.
      *
           MOVE WS-WAVE-NUMBER      TO RPT-HDG-WAVE.
           MOVE PARM-WAREHOUSE-CODE TO RPT-HDG-WAREHOUSE.
           MOVE PARM-CARRIER-CODE   TO RPT-HDG-CARRIER.
           MOVE PARM-SHIP-BY-DATE   TO RPT-HDG-SHIP-BY.
           MOVE WS-RUN-DATE-X       TO RPT-HDG-RUN-DATE.
           MOVE 'WAVE PICK LIST'    TO RPT-HDG-TITLE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
           MOVE 'SORT-TO-ORDER SHEET' TO RPT-HDG-TITLE.
           WRITE SHEET-LINE FROM RPT-HEADING-1.
           WRITE SHEET-LINE FROM STO-HEADING-2.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-BIN-LOCATION
                                SRT-PRODUCT-CODE
                                SRT-TOTE
               INPUT PROCEDURE IS 500-SELECT-ORDERS
               OUTPUT PROCEDURE IS 600-PRINT-WAVE.
      *
           IF WS-ORDER-COUNT > ZERO
               PERFORM 700-WRITE-WAVE
               PERFORM 750-PRINT-TOTE-ROSTER
           ELSE
               WRITE PRINT-LINE FROM RPT-NONE-LINE
           END-IF.
           PERFORM 780-PRINT-MIXED-ORDERS.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT  TO WS-RUN-COUNT-IN.
           MOVE WS-ORDER-COUNT TO WS-RUN-COUNT-OUT.
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
           OPEN INPUT PARM-FILE.
           IF NOT WS-PARMFILE-SUCCESS
               DISPLAY "WS-PARMFILE-SW=" WS-PARMFILE-SW
               DISPLAY "WAVPARM OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O WAVFILE.
           IF NOT WS-WAVFILE-SUCCESS
               IF WS-WAVFILE-SW = '35'
                   OPEN OUTPUT WAVFILE
                   CLOSE WAVFILE
                   OPEN I-O WAVFILE
               END-IF
               IF NOT WS-WAVFILE-SUCCESS
                   DISPLAY "WS-WAVFILE-SW=" WS-WAVFILE-SW
                   DISPLAY "WAVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT BINFILE.
           IF NOT WS-BINFILE-SUCCESS
               DISPLAY "WS-BINFILE-SW=" WS-BINFILE-SW
               DISPLAY "BINFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT WHSFILE.
           IF NOT WS-WHSFILE-SUCCESS
               DISPLAY "WS-WHSFILE-SW=" WS-WHSFILE-SW
               DISPLAY "WHSFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT SHEET-FILE.
           IF NOT WS-STOFILE-SUCCESS
               DISPLAY "WS-STOFILE-SW=" WS-STOFILE-SW
               DISPLAY "SHEET-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       120-READ-PARM-CARD.
      *
           READ PARM-FILE
               AT END
                   DISPLAY "NO CONTROL CARD - RUN ABANDONED"
                   STOP RUN
           END-READ.
      *
           IF PARM-WAREHOUSE-CODE = SPACE
               DISPLAY "NO WAREHOUSE ON CONTROL CARD - RUN ABANDONED"
               STOP RUN
           END-IF.
      *
           IF PARM-SHIP-BY-DATE = SPACE
               MOVE HIGH-VALUE TO WS-SHIP-BY-YMD
           ELSE
               IF PARM-SHIP-BY-DATE NOT NUMERIC
                   DISPLAY "SHIP-BY DATE MUST BE MMDDYYYY - "
                           "RUN ABANDONED"
                   STOP RUN
               END-IF
               STRING PARM-SHIP-BY-YYYY PARM-SHIP-BY-MM
                      PARM-SHIP-BY-DD DELIMITED BY SIZE
                   INTO WS-SHIP-BY-YMD
           END-IF.
      *
           IF        PARM-MAX-ORDERS-X NUMERIC
                 AND PARM-MAX-ORDERS > ZERO
               MOVE PARM-MAX-ORDERS TO WS-MAX-ORDERS
           ELSE
               MOVE 999 TO WS-MAX-ORDERS
           END-IF.
      *
       140-SET-WAVE-NUMBER.
      *
           MOVE ZERO TO WS-WAVE-NUMBER.
           MOVE 'N' TO WS-WAV-EOF-SW.
           MOVE LOW-VALUE TO WAV-KEY.
           START WAVFILE KEY >= WAV-KEY.
           IF NOT WS-WAVFILE-SUCCESS
               MOVE 'Y' TO WS-WAV-EOF-SW
           END-IF.
           PERFORM 145-READ-NEXT-WAVE
               UNTIL WS-WAV-EOF.
           ADD 1 TO WS-WAVE-NUMBER.
      *
       145-READ-NEXT-WAVE.
      *
           READ WAVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-WAV-EOF-SW
           END-READ.
           IF NOT WS-WAV-EOF
               MOVE WAV-WAVE-NUMBER TO WS-WAVE-NUMBER
           END-IF.
      *
      *****************************************************************
      *    WALK THE INVOICE FILE FOR ORDERS TO WAVE.  EACH ONE TAKEN
      *    GETS THE NEXT TOTE, RELEASES ITS LINES AT THE WAREHOUSE TO
      *    THE SORT, AND IS REWRITTEN WITH THE WAVE NUMBER.
      *****************************************************************
       500-SELECT-ORDERS.
      *
           PERFORM 510-READ-INVOICE.
           PERFORM 520-CHECK-ORDER
               UNTIL WS-EOF-YES
                  OR WS-ORDER-COUNT NOT < WS-MAX-ORDERS.
      *
       510-READ-INVOICE.
      *
           READ INVFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF-YES
               ADD 1 TO WS-READ-COUNT
           END-IF.
      *
       520-CHECK-ORDER.
      *
           MOVE INV-INVOICE-DATE TO WS-ORDER-DATE-MDY.
           STRING WS-ORDER-YYYY WS-ORDER-MM WS-ORDER-DD
                  DELIMITED BY SIZE
               INTO WS-ORDER-YMD.
      *
           IF        INV-ORDER-OPEN
                 AND NOT INV-VOIDED
                 AND NOT INV-DROP-SHIP
                 AND (INV-WAVE-NUMBER NOT NUMERIC
                      OR INV-WAVE-NUMBER = ZERO)
                 AND (PARM-CARRIER-CODE = SPACE
                      OR PARM-CARRIER-CODE = INV-CARRIER-CODE)
                 AND WS-ORDER-YMD NOT > WS-SHIP-BY-YMD
               MOVE ZERO TO WS-HERE-LINES
                            WS-ELSEWHERE-LINES
               PERFORM 525-COUNT-LINE
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                     UNTIL WS-ITEM-SUB > 10
               IF WS-HERE-LINES > ZERO
                   IF WS-ELSEWHERE-LINES = ZERO
                       PERFORM 530-WAVE-ORDER
                   ELSE
                       IF WS-MIX-COUNT < 500
                           ADD 1 TO WS-MIX-COUNT
                           MOVE INV-INVOICE-NUMBER
                               TO MIX-INVOICE-NUMBER(WS-MIX-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           PERFORM 510-READ-INVOICE.
      *
       525-COUNT-LINE.
      *
           IF        INV-PRODUCT-CODE(WS-ITEM-SUB) NOT = SPACE
                 AND INV-QUANTITY(WS-ITEM-SUB) > ZERO
                 AND NOT INV-LINE-CHARGE(WS-ITEM-SUB)
               IF INV-WAREHOUSE-CODE(WS-ITEM-SUB)
                       = PARM-WAREHOUSE-CODE
                   ADD 1 TO WS-HERE-LINES
               ELSE
                   ADD 1 TO WS-ELSEWHERE-LINES
               END-IF
           END-IF.
      *
       530-WAVE-ORDER.
      *
           ADD 1 TO WS-ORDER-COUNT.
           MOVE INV-INVOICE-NUMBER
               TO TOT-INVOICE-NUMBER(WS-ORDER-COUNT).
           MOVE INV-CUSTOMER-NUMBER
               TO TOT-CUSTOMER-NUMBER(WS-ORDER-COUNT).
           MOVE INV-PO-NUMBER
               TO TOT-PO-NUMBER(WS-ORDER-COUNT).
           MOVE ZERO TO TOT-LINES(WS-ORDER-COUNT)
                        TOT-UNITS(WS-ORDER-COUNT).
      *
           PERFORM 540-RELEASE-LINE
               VARYING WS-ITEM-SUB FROM 1 BY 1
                 UNTIL WS-ITEM-SUB > 10.
      *
           MOVE WS-WAVE-NUMBER TO INV-WAVE-NUMBER.
           REWRITE INVOICE-RECORD.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
       540-RELEASE-LINE.
      *
           IF        INV-PRODUCT-CODE(WS-ITEM-SUB) NOT = SPACE
                 AND INV-QUANTITY(WS-ITEM-SUB) > ZERO
                 AND INV-WAREHOUSE-CODE(WS-ITEM-SUB)
                       = PARM-WAREHOUSE-CODE
               PERFORM 550-FIND-PICK-BIN
               MOVE WS-PICK-BIN      TO SRT-BIN-LOCATION
               MOVE INV-PRODUCT-CODE(WS-ITEM-SUB) TO SRT-PRODUCT-CODE
               MOVE WS-ORDER-COUNT   TO SRT-TOTE
               MOVE INV-INVOICE-NUMBER TO SRT-INVOICE-NUMBER
               MOVE INV-QUANTITY(WS-ITEM-SUB) TO SRT-QUANTITY
               RELEASE SORT-RECORD
               ADD 1 TO WS-LINE-COUNT
                        TOT-LINES(WS-ORDER-COUNT)
               ADD INV-QUANTITY(WS-ITEM-SUB) TO WS-UNIT-COUNT
                                        TOT-UNITS(WS-ORDER-COUNT)
           END-IF.
      *
      *****************************************************************
      *    THE LINE'S PICK BIN, AS THE PICK TICKET FINDS IT: THE
      *    FIRST PICK-FACE (TYPE P) BIN ON BINAB2 FOR THE PRODUCT AT
      *    THE WAREHOUSE, ELSE THE OLD SINGLE WHS-BIN-LOCATION.  NO
      *    BIN AT ALL SORTS TO THE END OF THE WALK.
      *****************************************************************
       550-FIND-PICK-BIN.
      *
           MOVE HIGH-VALUE TO WS-PICK-BIN.
           MOVE 'N' TO WS-PICK-BIN-FOUND-SW
                       WS-BIN-DONE-SW.
           MOVE INV-PRODUCT-CODE(WS-ITEM-SUB)   TO BIN-PRODUCT-CODE.
           MOVE INV-WAREHOUSE-CODE(WS-ITEM-SUB) TO BIN-WAREHOUSE-CODE.
           MOVE LOW-VALUE TO BIN-BIN-LOCATION.
           START BINFILE KEY >= BIN-KEY.
           IF NOT WS-BINFILE-SUCCESS
               MOVE 'Y' TO WS-BIN-DONE-SW
           END-IF.
           PERFORM 555-READ-NEXT-BIN
               UNTIL WS-BIN-DONE.
      *
           IF WS-PICK-BIN-FOUND
               MOVE BIN-BIN-LOCATION TO WS-PICK-BIN
           ELSE
               MOVE INV-PRODUCT-CODE(WS-ITEM-SUB)   TO WHS-PRODUCT-CODE
               MOVE INV-WAREHOUSE-CODE(WS-ITEM-SUB)
                   TO WHS-WAREHOUSE-CODE
               READ WHSFILE
               IF        WS-WHSFILE-SUCCESS
                     AND WHS-BIN-LOCATION NOT = SPACE
                   MOVE WHS-BIN-LOCATION TO WS-PICK-BIN
               END-IF
           END-IF.
      *
       555-READ-NEXT-BIN.
      *
           READ BINFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BIN-DONE-SW
           END-READ.
           IF NOT WS-BIN-DONE
               IF        BIN-PRODUCT-CODE
                           = INV-PRODUCT-CODE(WS-ITEM-SUB)
                     AND BIN-WAREHOUSE-CODE
                           = INV-WAREHOUSE-CODE(WS-ITEM-SUB)
                   IF BIN-TYPE-PICK-FACE
                       MOVE 'Y' TO WS-PICK-BIN-FOUND-SW
                                   WS-BIN-DONE-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-BIN-DONE-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      *    ONE STOP PER BIN AND PRODUCT.  THE ORDERS FOR THE STOP ARE
      *    GATHERED FIRST SO THE PICK LIST AND THE SHEET CAN BOTH
      *    SHOW THE STOP TOTAL.
      *****************************************************************
       600-PRINT-WAVE.
      *
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM 610-RETURN-SORTED-RECORD.
           PERFORM 620-PROCESS-STOP
               UNTIL WS-SORT-EOF.
      *
       610-RETURN-SORTED-RECORD.
      *
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.
      *
       620-PROCESS-STOP.
      *
           MOVE SRT-BIN-LOCATION TO WS-STOP-BIN.
           MOVE SRT-PRODUCT-CODE TO WS-STOP-PRODUCT.
           MOVE ZERO TO WS-STP-COUNT
                        WS-STOP-QUANTITY.
           PERFORM 630-GATHER-ORDER
               UNTIL WS-SORT-EOF
                  OR SRT-BIN-LOCATION NOT = WS-STOP-BIN
                  OR SRT-PRODUCT-CODE NOT = WS-STOP-PRODUCT.
      *
           ADD 1 TO WS-STOP-COUNT.
           MOVE WS-STOP-PRODUCT TO PRD-PRODUCT-CODE.
           READ PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               MOVE '** NOT ON FILE **' TO PRD-PRODUCT-DESCRIPTION
               MOVE SPACE TO PRD-UNIT-OF-MEASURE
           END-IF.
      *
           MOVE WS-STOP-COUNT    TO RPT-STOP STO-STOP.
           IF WS-STOP-BIN = HIGH-VALUE
               MOVE 'NO BIN' TO RPT-BIN STO-BIN
           ELSE
               MOVE WS-STOP-BIN TO RPT-BIN STO-BIN
           END-IF.
           MOVE WS-STOP-PRODUCT  TO RPT-PRODUCT STO-PRODUCT.
           MOVE PRD-PRODUCT-DESCRIPTION TO RPT-DESCRIPTION
                                           STO-DESCRIPTION.
           MOVE PRD-UNIT-OF-MEASURE TO RPT-UOM.
           MOVE WS-STOP-QUANTITY TO RPT-PICK-QTY STO-TOTAL-QTY.
           MOVE WS-STP-COUNT     TO RPT-ORDERS.
           WRITE PRINT-LINE FROM RPT-PICK-LINE.
      *
           MOVE SPACE TO SHEET-LINE.
           WRITE SHEET-LINE.
           WRITE SHEET-LINE FROM STO-STOP-LINE.
           PERFORM 640-PRINT-SORT-LINE
               VARYING WS-STP-SUB FROM 1 BY 1
                 UNTIL WS-STP-SUB > WS-STP-COUNT.
      *
       630-GATHER-ORDER.
      *
           IF        WS-STP-COUNT > ZERO
                 AND STP-TOTE(WS-STP-COUNT) = SRT-TOTE
               ADD SRT-QUANTITY TO STP-QUANTITY(WS-STP-COUNT)
           ELSE
               ADD 1 TO WS-STP-COUNT
               MOVE SRT-TOTE           TO STP-TOTE(WS-STP-COUNT)
               MOVE SRT-INVOICE-NUMBER
                   TO STP-INVOICE-NUMBER(WS-STP-COUNT)
               MOVE SRT-QUANTITY       TO STP-QUANTITY(WS-STP-COUNT)
           END-IF.
           ADD SRT-QUANTITY TO WS-STOP-QUANTITY.
           PERFORM 610-RETURN-SORTED-RECORD.
      *
       640-PRINT-SORT-LINE.
      *
           MOVE STP-TOTE(WS-STP-SUB)           TO STO-TOTE.
           MOVE STP-INVOICE-NUMBER(WS-STP-SUB) TO STO-INVOICE.
           MOVE STP-QUANTITY(WS-STP-SUB)       TO STO-QUANTITY.
           WRITE SHEET-LINE FROM STO-ORDER-LINE.
      *
       700-WRITE-WAVE.
      *
           MOVE SPACE TO PICK-WAVE-RECORD.
           MOVE WS-WAVE-NUMBER      TO WAV-WAVE-NUMBER.
           MOVE PARM-WAREHOUSE-CODE TO WAV-WAREHOUSE-CODE.
           MOVE WS-PROC-DATE-MDY    TO WAV-RELEASE-DATE.
           IF WS-PROC-DATE-MDY = SPACE OR LOW-VALUE
               STRING WS-RUN-MM WS-RUN-DD WS-RUN-YYYY
                      DELIMITED BY SIZE
                   INTO WAV-RELEASE-DATE
           END-IF.
           MOVE PARM-CARRIER-CODE   TO WAV-CARRIER-CODE.
           MOVE PARM-SHIP-BY-DATE   TO WAV-SHIP-BY-DATE.
           MOVE WS-ORDER-COUNT      TO WAV-ORDER-COUNT.
           MOVE WS-LINE-COUNT       TO WAV-LINE-COUNT.
           MOVE WS-UNIT-COUNT       TO WAV-UNIT-COUNT.
           SET WAV-STATUS-RELEASED  TO TRUE.
           WRITE PICK-WAVE-RECORD.
           IF NOT WS-WAVFILE-SUCCESS
               DISPLAY "WS-WAVFILE-SW=" WS-WAVFILE-SW
               DISPLAY "WAVFILE WRITE ERROR"
           END-IF.
      *
       750-PRINT-TOTE-ROSTER.
      *
           MOVE SPACE TO SHEET-LINE.
           WRITE SHEET-LINE.
           WRITE SHEET-LINE FROM STO-ROSTER-HEADING.
           PERFORM 760-PRINT-ROSTER-LINE
               VARYING WS-TOT-SUB FROM 1 BY 1
                 UNTIL WS-TOT-SUB > WS-ORDER-COUNT.
      *
       760-PRINT-ROSTER-LINE.
      *
           MOVE WS-TOT-SUB                      TO STO-ROS-TOTE.
           MOVE TOT-INVOICE-NUMBER(WS-TOT-SUB)  TO STO-ROS-INVOICE.
           MOVE TOT-CUSTOMER-NUMBER(WS-TOT-SUB) TO STO-ROS-CUSTOMER.
           MOVE TOT-PO-NUMBER(WS-TOT-SUB)       TO STO-ROS-PO.
           MOVE TOT-LINES(WS-TOT-SUB)           TO STO-ROS-LINES.
           MOVE TOT-UNITS(WS-TOT-SUB)           TO STO-ROS-UNITS.
           WRITE SHEET-LINE FROM STO-ROSTER-LINE.
      *
       780-PRINT-MIXED-ORDERS.
      *
           IF WS-MIX-COUNT > ZERO
               MOVE SPACE TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM RPT-MIXED-HEADING
               PERFORM 785-PRINT-MIXED-LINE
                   VARYING WS-MIX-SUB FROM 1 BY 1
                     UNTIL WS-MIX-SUB > WS-MIX-COUNT
           END-IF.
      *
       785-PRINT-MIXED-LINE.
      *
           MOVE MIX-INVOICE-NUMBER(WS-MIX-SUB) TO RPT-MIX-INVOICE.
           WRITE PRINT-LINE FROM RPT-MIXED-LINE.
      *
       800-PRINT-TOTALS.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'ORDERS IN WAVE:               ' TO RPT-TOT-LABEL.
           MOVE WS-ORDER-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ORDER LINES:                  ' TO RPT-TOT-LABEL.
           MOVE WS-LINE-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PICK STOPS:                   ' TO RPT-TOT-LABEL.
           MOVE WS-STOP-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'UNITS TO PICK:                ' TO RPT-TOT-LABEL.
           MOVE WS-UNIT-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NOT WAVED - MIXED WAREHOUSE:  ' TO RPT-TOT-LABEL.
           MOVE WS-MIX-COUNT TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE PARM-FILE.
           CLOSE INVFILE.
           CLOSE WAVFILE.
           CLOSE BINFILE.
           CLOSE WHSFILE.
           CLOSE PRDFILE.
           CLOSE PRINT-FILE.
           CLOSE SHEET-FILE.
           DISPLAY "WAVE " WS-WAVE-NUMBER " ORDERS: " WS-ORDER-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
