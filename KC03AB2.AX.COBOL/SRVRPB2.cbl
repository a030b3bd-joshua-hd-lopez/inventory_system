       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRVRPB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    ORDER FULFILMENT SERVICE LEVELS.  WE TELL CUSTOMERS WE SHIP
      *    IN TWO DAYS; THIS MONTHLY REPORT SAYS WHETHER WE DO.  IT
      *    MEASURES EVERY ORDER SHIP-CONFIRMED (SHCAB2, OR RCVAB2 FOR
      *    A DROP SHIP) IN THE MONTH - THE PROCESSING MONTH ON THE
      *    DAYAB2 RECORD UNLESS THE OPTIONAL SRVPARM CARD GIVES ANOTHER
      *    (YYYYMM IN COLUMNS 1-6) - AND SHOWS, BY CUSTOMER, WAREHOUSE
      *    AND ORDER SOURCE:
      *      - THE AVERAGE DAYS FROM ORDER ENTRY (INV-ENTRY-DATE) TO
      *        SHIP CONFIRMATION (INV-SHIP-DATE).  AN INVOICE FROM
      *        BEFORE THE ENTRY STAMP HAS NO CYCLE TO MEASURE.
      *      - THE PERCENTAGE OF LINES AND OF UNITS SHIPPED COMPLETE
      *        ON THE FIRST SHIPMENT.  ANY BKOAB2 BACKORDER FOR A LINE
      *        - AN ORDER-TIME SHORTAGE OR A SHCAB2 SHORT PICK, WHICH
      *        SHCAB2 FOLDS INTO THE SAME RECORD - MEANS THE LINE DID
      *        NOT SHIP COMPLETE, WHETHER OR NOT IT HAS SINCE BEEN
      *        FILLED.  SHORT QUANTITY STILL PENDING IS NO LONGER ON
      *        THE INVOICE LINE AND IS ADDED BACK TO GET WHAT WAS
      *        ORDERED.
      *      - THE BACKORDER RATE - THE SHARE OF ORDERS WITH ANY LINE
      *        BACKORDERED.
      *      - THE ON-TIME RATE - THE SHARE OF ORDERS SHIPPED ON OR
      *        BEFORE THE REQUESTED DATE (INV-REQUESTED-DATE), OR, WITH
      *        NO REQUESTED DATE, WITHIN THE HOUSE PROMISE OF TWO DAYS
      *        FROM ENTRY (COLUMNS 7-8 OF SRVPARM OVERRIDE IT).
      *    DAYS ARE COUNTED ON THE 30-DAY-MONTH CALENDAR AGERPB2 AND
      *    SLWRPB2 AGE BY.  AN ORDER SHIPPING FROM MORE THAN ONE
      *    WAREHOUSE COUNTS AS AN ORDER AT EACH, WITH ITS OWN LINES.
      *    CHARGE LINES SHIP NOTHING AND ARE NOT COUNTED.  LINES ARE
      *    SORTED BY SALESPERSON (INV-SALESPERSON-CODE) WITH A
      *    SUBTOTAL FOR EACH, THEN THE OVERALL TOTAL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SRVPARM
               ORGANIZATION IS SEQUENTIAL
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

           SELECT BKOFILE ASSIGN TO BKOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKO-KEY
               FILE STATUS IS WS-BKOFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT SLMFILE ASSIGN TO SLMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLM-KEY
               FILE STATUS IS WS-SLMFILE-SW.

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
       FD PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.

       01  PARM-RECORD.
           05  PARM-PERIOD-X                 PIC X(06).
           05  PARM-PERIOD-R REDEFINES PARM-PERIOD-X.
               10  PARM-PERIOD-YYYY          PIC 9(04).
               10  PARM-PERIOD-MM            PIC 9(02).
           05  PARM-PROMISE-X                PIC X(02).
           05  PARM-PROMISE-DAYS REDEFINES PARM-PROMISE-X
                                             PIC 9(02).
           05  FILLER                        PIC X(72).
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
       FD BKOFILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS BACKORDER-RECORD.
      *
       COPY BACKORD.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD SLMFILE
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS SALESPERSON-MASTER-RECORD.
      *
       COPY SLSMAN.
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
      *****************************************************************
      *    ONE SORT RECORD PER ORDER PER SHIPPING WAREHOUSE, CARRYING
      *    THAT WAREHOUSE'S LINE AND UNIT COUNTS AND THE ORDER'S
      *    CYCLE AND ON-TIME RESULT.
      *****************************************************************
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-SALESPERSON-CODE          PIC X(03).
           05  SRT-CUSTOMER-NUMBER           PIC X(06).
           05  SRT-WAREHOUSE-CODE            PIC X(03).
           05  SRT-ORDER-SOURCE              PIC X(01).
           05  SRT-INVOICE-NUMBER            PIC 9(06).
           05  SRT-LINES                     PIC S9(03).
           05  SRT-LINES-COMPLETE            PIC S9(03).
           05  SRT-UNITS                     PIC S9(09).
           05  SRT-UNITS-FIRST               PIC S9(09).
           05  SRT-BACKORDERED-SW            PIC X(01).
               88  SRT-BACKORDERED               VALUE 'Y'.
           05  SRT-TIMED-SW                  PIC X(01).
               88  SRT-TIMED                     VALUE 'Y'.
           05  SRT-CYCLE-DAYS                PIC S9(05).
           05  SRT-DUE-KNOWN-SW              PIC X(01).
               88  SRT-DUE-KNOWN                 VALUE 'Y'.
           05  SRT-ON-TIME-SW                PIC X(01).
               88  SRT-ON-TIME                   VALUE 'Y'.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
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
       01 WS-BKOFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-BKOFILE-SUCCESS                VALUE '00'.
           88  WS-BKOFILE-NOTFOUND                VALUE '23'.
       01 WS-BKOFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-BKOFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-SLMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-SLMFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-INV-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-INV-EOF                        VALUE 'Y'.
       01 WS-SORT-EOF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SORT-EOF                       VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
      *
      *****************************************************************
      *    THE MONTH MEASURED (YYYYMM) AND THE HOUSE PROMISE, IN DAYS
      *    FROM ENTRY, FOR ORDERS WITH NO REQUESTED DATE.
      *****************************************************************
       01 WS-PERIOD                          PIC 9(06).
       01 WS-PROMISE-DAYS                    PIC 9(02)  VALUE 2.
      *
       01 WS-DATE-WORK                       PIC 9(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
       01 WS-SHIP-PERIOD                     PIC 9(06).
       01 WS-SHIP-DAYNUM                     PIC S9(09) COMP-3.
       01 WS-ENTRY-DAYNUM                    PIC S9(09) COMP-3.
       01 WS-DUE-DAYNUM                      PIC S9(09) COMP-3.
       01 WS-CYCLE-DAYS                      PIC S9(05) COMP-3.
       01 WS-TIMED-SW                        PIC X(01).
           88  WS-TIMED                          VALUE 'Y'.
       01 WS-DUE-KNOWN-SW                    PIC X(01).
           88  WS-DUE-KNOWN                      VALUE 'Y'.
       01 WS-ON-TIME-SW                      PIC X(01).
           88  WS-ON-TIME                        VALUE 'Y'.
      *
       01 WS-LINE-SUB                        PIC S9(03) COMP-3.
       01 WS-ORDERED-QTY                     PIC S9(09) COMP-3.
       01 WS-FIRST-QTY                       PIC S9(09) COMP-3.
       01 WS-LINE-COMPLETE-SW                PIC X(01).
           88  WS-LINE-COMPLETE                  VALUE 'Y'.
      *
      *****************************************************************
      *    THE CURRENT ORDER'S LINES, GATHERED BY SHIPPING WAREHOUSE
      *    BEFORE THEY ARE RELEASED TO THE SORT.
      *****************************************************************
       01  ORDER-WAREHOUSE-TABLE.
           05  OWT-ENTRY OCCURS 10 TIMES.
               10  OWT-WAREHOUSE-CODE        PIC X(03).
               10  OWT-LINES                 PIC S9(03) COMP-3.
               10  OWT-LINES-COMPLETE        PIC S9(03) COMP-3.
               10  OWT-UNITS                 PIC S9(09) COMP-3.
               10  OWT-UNITS-FIRST           PIC S9(09) COMP-3.
               10  OWT-BACKORDERED-SW        PIC X(01).
       01  WS-OWT-COUNT                      PIC S9(03) COMP-3.
       01  WS-OWT-SUB                        PIC S9(03) COMP-3.
       01  WS-OWT-USE                        PIC S9(03) COMP-3.
      *
      *****************************************************************
      *    SERVICE TOTALS AT THREE LEVELS: 1 IS THE CUSTOMER /
      *    WAREHOUSE / SOURCE LINE BEING BUILT, 2 THE SALESPERSON,
      *    3 THE WHOLE REPORT.  EACH LEVEL ROLLS INTO THE NEXT WHEN
      *    IT PRINTS.
      *****************************************************************
       01  SERVICE-TOTALS-TABLE.
           05  SVT-LEVEL OCCURS 3 TIMES.
               10  SVT-ORDERS                PIC S9(07) COMP-3.
               10  SVT-TIMED-ORDERS          PIC S9(07) COMP-3.
               10  SVT-CYCLE-DAYS            PIC S9(09) COMP-3.
               10  SVT-LINES                 PIC S9(07) COMP-3.
               10  SVT-LINES-COMPLETE        PIC S9(07) COMP-3.
               10  SVT-UNITS                 PIC S9(11) COMP-3.
               10  SVT-UNITS-FIRST           PIC S9(11) COMP-3.
               10  SVT-BACKORDERED           PIC S9(07) COMP-3.
               10  SVT-DUE-KNOWN             PIC S9(07) COMP-3.
               10  SVT-ON-TIME               PIC S9(07) COMP-3.
       01  WS-SVT-SUB                        PIC S9(03) COMP-3.
      *
       01  WS-CURRENT-SALESPERSON            PIC X(03).
       01  WS-CURRENT-GROUP.
           05  WS-CURRENT-CUSTOMER           PIC X(06).
           05  WS-CURRENT-WAREHOUSE          PIC X(03).
           05  WS-CURRENT-SOURCE             PIC X(01).
       01  WS-SORT-GROUP.
           05  WS-SORT-CUSTOMER              PIC X(06).
           05  WS-SORT-WAREHOUSE             PIC X(03).
           05  WS-SORT-SOURCE                PIC X(01).
       01  WS-LAST-CUSTOMER                  PIC X(06)  VALUE SPACE.
       01  WS-CUSTOMER-NAME                  PIC X(20).
      *
      *****************************************************************
      *    RATIO WORK - 780-COMPUTE-RATIOS FIGURES THE FIVE MEASURES
      *    FOR WHICHEVER LEVEL WS-SVT-SUB POINTS AT, SO DETAIL LINES
      *    AND TOTALS ARE FIGURED THE SAME WAY.
      *****************************************************************
       01  WS-CALC-AVG-DAYS                  PIC 9(03)V9 COMP-3.
       01  WS-CALC-LINE-FILL                 PIC 9(03)V9 COMP-3.
       01  WS-CALC-UNIT-FILL                 PIC 9(03)V9 COMP-3.
       01  WS-CALC-BKO-RATE                  PIC 9(03)V9 COMP-3.
       01  WS-CALC-ON-TIME                   PIC 9(03)V9 COMP-3.
      *
       01  WS-COUNTERS.
           05  WS-INV-READ-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-ORDER-COUNT                PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-UNTIMED-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
           05  WS-NO-LINES-COUNT             PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'ORDER FULFILMENT SERVICE LEVELS'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(67) VALUE SPACE.
      *
       01  RPT-PERIOD-LINE.
           05  FILLER          PIC X(18) VALUE 'SHIPPED IN MONTH: '.
           05  RPT-PER-PERIOD  PIC 9(06).
           05  FILLER          PIC X(40) VALUE
               '   PROMISE WHEN NO REQUESTED DATE:'.
           05  RPT-PER-PROMISE PIC Z9.
           05  FILLER          PIC X(06) VALUE ' DAYS'.
           05  FILLER          PIC X(60) VALUE SPACE.
      *
       01  RPT-COLUMN-HEADING-1.
           05  FILLER          PIC X(47) VALUE SPACE.
           05  FILLER          PIC X(22) VALUE SPACE.
           05  FILLER          PIC X(08) VALUE '   CYCLE'.
           05  FILLER          PIC X(08) VALUE '    LINE'.
           05  FILLER          PIC X(08) VALUE '    UNIT'.
           05  FILLER          PIC X(08) VALUE '   BACK-'.
           05  FILLER          PIC X(08) VALUE '     ON-'.
           05  FILLER          PIC X(23) VALUE SPACE.
      *
       01  RPT-COLUMN-HEADING-2.
           05  FILLER          PIC X(05) VALUE 'SLS'.
           05  FILLER          PIC X(07) VALUE 'CUST'.
           05  FILLER          PIC X(21) VALUE 'NAME'.
           05  FILLER          PIC X(05) VALUE 'WHS'.
           05  FILLER          PIC X(09) VALUE 'SOURCE'.
           05  FILLER          PIC X(07) VALUE ' ORDERS'.
           05  FILLER          PIC X(06) VALUE ' LINES'.
           05  FILLER          PIC X(09) VALUE '    UNITS'.
           05  FILLER          PIC X(08) VALUE '    DAYS'.
           05  FILLER          PIC X(08) VALUE '   FILL%'.
           05  FILLER          PIC X(08) VALUE '   FILL%'.
           05  FILLER          PIC X(08) VALUE '  ORDER%'.
           05  FILLER          PIC X(08) VALUE '   TIME%'.
           05  FILLER          PIC X(23) VALUE SPACE.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-DTL-SALESPERSON  PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DTL-CUSTOMER     PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-DTL-NAME         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-DTL-WAREHOUSE    PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DTL-SOURCE       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RPT-DTL-MEASURES.
               10  RPT-DTL-ORDERS   PIC Z(05)9.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RPT-DTL-LINES    PIC Z(05)9.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  RPT-DTL-UNITS    PIC Z(07)9.
               10  FILLER           PIC X(03) VALUE SPACE.
               10  RPT-DTL-AVG-DAYS PIC ZZ9.9.
               10  FILLER           PIC X(03) VALUE SPACE.
               10  RPT-DTL-LINE-FILL PIC ZZ9.9.
               10  FILLER           PIC X(03) VALUE SPACE.
               10  RPT-DTL-UNIT-FILL PIC ZZ9.9.
               10  FILLER           PIC X(03) VALUE SPACE.
               10  RPT-DTL-BKO-RATE PIC ZZ9.9.
               10  FILLER           PIC X(03) VALUE SPACE.
               10  RPT-DTL-ON-TIME  PIC ZZ9.9.
           05  FILLER               PIC X(23) VALUE SPACE.
      *
       01  RPT-SUBTOTAL-LINE.
           05  RPT-SUB-LABEL        PIC X(47).
           05  RPT-SUB-MEASURES     PIC X(62).
           05  FILLER               PIC X(23) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(36).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(89) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           COMPUTE WS-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.
           PERFORM 120-READ-PARM-CARD.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'SRVRPB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X   TO RPT-HDG-RUN-DATE.
           MOVE WS-PERIOD       TO RPT-PER-PERIOD.
           MOVE WS-PROMISE-DAYS TO RPT-PER-PROMISE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-PERIOD-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RPT-COLUMN-HEADING-1.
           WRITE PRINT-LINE FROM RPT-COLUMN-HEADING-2.
      *
           MOVE 3 TO WS-SVT-SUB.
           PERFORM 760-CLEAR-LEVEL.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SALESPERSON-CODE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               ON ASCENDING KEY SRT-WAREHOUSE-CODE
               ON ASCENDING KEY SRT-ORDER-SOURCE
               ON ASCENDING KEY SRT-INVOICE-NUMBER
               INPUT PROCEDURE IS 500-RELEASE-ORDERS
               OUTPUT PROCEDURE IS 600-PRINT-SERVICE-LEVELS.
      *
           PERFORM 700-PRINT-OVERALL-TOTAL.
           PERFORM 800-PRINT-TOTALS.
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-INV-READ-COUNT TO WS-RUN-COUNT-IN.
           MOVE WS-ORDER-COUNT    TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT BKOFILE.
           IF NOT WS-BKOFILE-SUCCESS
               IF WS-BKOFILE-SW = '35'
                   MOVE 'N' TO WS-BKOFILE-AVAILABLE-SW
                   DISPLAY "NO BKOFILE - NO BACKORDERS TO COUNT"
               ELSE
                   DISPLAY "WS-BKOFILE-SW=" WS-BKOFILE-SW
                   DISPLAY "BKOFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN INPUT SLMFILE.
           IF NOT WS-SLMFILE-SUCCESS
               DISPLAY "WS-SLMFILE-SW=" WS-SLMFILE-SW
               DISPLAY "SLMFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    THE SRVPARM CARD IS OPTIONAL - NO FILE, NO CARD, OR A
      *    BLANK OR INVALID FIELD LEAVES THE PROCESSING MONTH AND THE
      *    TWO-DAY PROMISE.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "SRVPARM EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF        PARM-PERIOD-X NUMERIC
                             AND PARM-PERIOD-MM > ZERO
                             AND PARM-PERIOD-MM NOT > 12
                           MOVE PARM-PERIOD-X TO WS-PERIOD
                       END-IF
                       IF        PARM-PROMISE-X NUMERIC
                             AND PARM-PROMISE-DAYS > ZERO
                           MOVE PARM-PROMISE-DAYS TO WS-PROMISE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO SRVPARM CARD - DEFAULTS USED"
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
       300-READ-INVOICE.
      *
           READ INVFILE
               AT END MOVE 'Y' TO WS-INV-EOF-SW
               NOT AT END ADD 1 TO WS-INV-READ-COUNT
           END-READ.
      *
      *****************************************************************
      *    SORT INPUT.  EVERY LIVE INVOICE SHIP-CONFIRMED IN THE MONTH
      *    IS AN ORDER MEASURED; ITS LINES ARE GATHERED BY WAREHOUSE
      *    AND ONE SORT RECORD GOES OUT FOR EACH.
      *****************************************************************
       500-RELEASE-ORDERS.
      *
           PERFORM 300-READ-INVOICE.
           PERFORM 510-MEASURE-ONE-ORDER
               UNTIL WS-INV-EOF.
      *
       510-MEASURE-ONE-ORDER.
      *
           MOVE ZERO TO WS-SHIP-PERIOD.
           IF        INV-SHIP-CONFIRMED
                 AND NOT INV-VOIDED
                 AND INV-SHIP-DATE NUMERIC
               MOVE INV-SHIP-DATE TO WS-DATE-WORK
               COMPUTE WS-SHIP-PERIOD =
                   (WS-WORK-YYYY * 100) + WS-WORK-MM
           END-IF.
      *
           IF WS-SHIP-PERIOD = WS-PERIOD
               PERFORM 520-TIME-ONE-ORDER
               MOVE ZERO TO WS-OWT-COUNT
               PERFORM 530-MEASURE-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > 10
               IF WS-OWT-COUNT > ZERO
                   ADD 1 TO WS-ORDER-COUNT
                   IF NOT WS-TIMED
                       ADD 1 TO WS-UNTIMED-COUNT
                   END-IF
                   PERFORM 550-RELEASE-ONE-WAREHOUSE
                       VARYING WS-OWT-SUB FROM 1 BY 1
                         UNTIL WS-OWT-SUB > WS-OWT-COUNT
               ELSE
                   ADD 1 TO WS-NO-LINES-COUNT
               END-IF
           END-IF.
      *
           PERFORM 300-READ-INVOICE.
      *
      *****************************************************************
      *    THE CYCLE RUNS FROM ENTRY TO SHIP CONFIRMATION.  THE ORDER
      *    IS DUE BY ITS REQUESTED DATE, OR BY THE PROMISE FROM ENTRY
      *    WHEN NONE WAS ASKED FOR; WITH NEITHER THERE IS NOTHING TO
      *    BE ON TIME AGAINST.
      *****************************************************************
       520-TIME-ONE-ORDER.
      *
           MOVE 'N' TO WS-TIMED-SW
                       WS-DUE-KNOWN-SW
                       WS-ON-TIME-SW.
           MOVE ZERO TO WS-CYCLE-DAYS.
           COMPUTE WS-SHIP-DAYNUM =
               (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30) + WS-WORK-DD.
      *
           IF        INV-ENTRY-DATE NUMERIC
                 AND INV-ENTRY-DATE NOT = '00000000'
               MOVE 'Y' TO WS-TIMED-SW
               MOVE INV-ENTRY-DATE TO WS-DATE-WORK
               COMPUTE WS-ENTRY-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD
               COMPUTE WS-CYCLE-DAYS =
                   WS-SHIP-DAYNUM - WS-ENTRY-DAYNUM
               IF WS-CYCLE-DAYS < ZERO
                   MOVE ZERO TO WS-CYCLE-DAYS
               END-IF
           END-IF.
      *
           IF        INV-REQUESTED-DATE NUMERIC
                 AND INV-REQUESTED-DATE NOT = '00000000'
               MOVE 'Y' TO WS-DUE-KNOWN-SW
               MOVE INV-REQUESTED-DATE TO WS-DATE-WORK
               COMPUTE WS-DUE-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
                       + WS-WORK-DD
           ELSE
               IF WS-TIMED
                   MOVE 'Y' TO WS-DUE-KNOWN-SW
                   COMPUTE WS-DUE-DAYNUM =
                       WS-ENTRY-DAYNUM + WS-PROMISE-DAYS
               END-IF
           END-IF.
      *
           IF WS-DUE-KNOWN AND WS-SHIP-DAYNUM NOT > WS-DUE-DAYNUM
               MOVE 'Y' TO WS-ON-TIME-SW
           END-IF.
      *
      *****************************************************************
      *    ONE LINE.  A BKOAB2 RECORD FOR THE LINE MEANS IT WAS SHORT
      *    ON THE FIRST SHIPMENT; WHILE STILL PENDING, THE SHORT
      *    QUANTITY IS OFF THE INVOICE LINE AND IS ADDED BACK.
      *****************************************************************
       530-MEASURE-ONE-LINE.
      *
           IF        INV-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(WS-LINE-SUB)
               MOVE INV-QUANTITY(WS-LINE-SUB) TO WS-ORDERED-QTY
                                                 WS-FIRST-QTY
               MOVE 'Y' TO WS-LINE-COMPLETE-SW
               IF WS-BKOFILE-AVAILABLE
                   PERFORM 535-READ-BACKORDER
               END-IF
               PERFORM 540-ADD-TO-WAREHOUSE
           END-IF.
      *
       535-READ-BACKORDER.
      *
           MOVE INV-INVOICE-NUMBER TO BKO-INVOICE-NUMBER.
           MOVE WS-LINE-SUB        TO BKO-LINE-NUMBER.
           READ BKOFILE.
           IF WS-BKOFILE-SUCCESS
               MOVE 'N' TO WS-LINE-COMPLETE-SW
               IF BKO-STATUS-PENDING
                   ADD BKO-QUANTITY-SHORT TO WS-ORDERED-QTY
               END-IF
               COMPUTE WS-FIRST-QTY =
                   WS-ORDERED-QTY - BKO-QUANTITY-SHORT
               IF WS-FIRST-QTY < ZERO
                   MOVE ZERO TO WS-FIRST-QTY
               END-IF
           ELSE
               IF NOT WS-BKOFILE-NOTFOUND
                   DISPLAY "WS-BKOFILE-SW=" WS-BKOFILE-SW
                   DISPLAY "BKOFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       540-ADD-TO-WAREHOUSE.
      *
           MOVE ZERO TO WS-OWT-USE.
           PERFORM 545-MATCH-WAREHOUSE
               VARYING WS-OWT-SUB FROM 1 BY 1
                 UNTIL WS-OWT-SUB > WS-OWT-COUNT
                    OR WS-OWT-USE > ZERO.
           IF WS-OWT-USE = ZERO
               ADD 1 TO WS-OWT-COUNT
               MOVE WS-OWT-COUNT TO WS-OWT-USE
               MOVE INV-WAREHOUSE-CODE(WS-LINE-SUB)
                   TO OWT-WAREHOUSE-CODE(WS-OWT-USE)
               MOVE ZERO TO OWT-LINES(WS-OWT-USE)
                            OWT-LINES-COMPLETE(WS-OWT-USE)
                            OWT-UNITS(WS-OWT-USE)
                            OWT-UNITS-FIRST(WS-OWT-USE)
               MOVE 'N' TO OWT-BACKORDERED-SW(WS-OWT-USE)
           END-IF.
      *
           ADD 1              TO OWT-LINES(WS-OWT-USE).
           ADD WS-ORDERED-QTY TO OWT-UNITS(WS-OWT-USE).
           ADD WS-FIRST-QTY   TO OWT-UNITS-FIRST(WS-OWT-USE).
           IF WS-LINE-COMPLETE
               ADD 1 TO OWT-LINES-COMPLETE(WS-OWT-USE)
           ELSE
               MOVE 'Y' TO OWT-BACKORDERED-SW(WS-OWT-USE)
           END-IF.
      *
       545-MATCH-WAREHOUSE.
      *
           IF OWT-WAREHOUSE-CODE(WS-OWT-SUB)
                   = INV-WAREHOUSE-CODE(WS-LINE-SUB)
               MOVE WS-OWT-SUB TO WS-OWT-USE
           END-IF.
      *
       550-RELEASE-ONE-WAREHOUSE.
      *
           MOVE INV-SALESPERSON-CODE TO SRT-SALESPERSON-CODE.
           MOVE INV-CUSTOMER-NUMBER  TO SRT-CUSTOMER-NUMBER.
           MOVE OWT-WAREHOUSE-CODE(WS-OWT-SUB) TO SRT-WAREHOUSE-CODE.
           IF INV-SOURCE-ONLINE
               MOVE 'O' TO SRT-ORDER-SOURCE
           ELSE
               MOVE INV-ORDER-SOURCE TO SRT-ORDER-SOURCE
           END-IF.
           MOVE INV-INVOICE-NUMBER   TO SRT-INVOICE-NUMBER.
           MOVE OWT-LINES(WS-OWT-SUB)          TO SRT-LINES.
           MOVE OWT-LINES-COMPLETE(WS-OWT-SUB) TO SRT-LINES-COMPLETE.
           MOVE OWT-UNITS(WS-OWT-SUB)          TO SRT-UNITS.
           MOVE OWT-UNITS-FIRST(WS-OWT-SUB)    TO SRT-UNITS-FIRST.
           MOVE OWT-BACKORDERED-SW(WS-OWT-SUB) TO SRT-BACKORDERED-SW.
           MOVE WS-TIMED-SW          TO SRT-TIMED-SW.
           MOVE WS-CYCLE-DAYS        TO SRT-CYCLE-DAYS.
           MOVE WS-DUE-KNOWN-SW      TO SRT-DUE-KNOWN-SW.
           MOVE WS-ON-TIME-SW        TO SRT-ON-TIME-SW.
           RELEASE SORT-RECORD.
      *
      *****************************************************************
      *    SORT OUTPUT.  ONE LINE PER CUSTOMER / WAREHOUSE / SOURCE,
      *    A SUBTOTAL AT EACH CHANGE OF SALESPERSON.
      *****************************************************************
       600-PRINT-SERVICE-LEVELS.
      *
           PERFORM 610-RETURN-SORTED-ORDER.
           PERFORM 620-PRINT-ONE-SALESPERSON
               UNTIL WS-SORT-EOF.
      *
       610-RETURN-SORTED-ORDER.
      *
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   MOVE SRT-CUSTOMER-NUMBER TO WS-SORT-CUSTOMER
                   MOVE SRT-WAREHOUSE-CODE  TO WS-SORT-WAREHOUSE
                   MOVE SRT-ORDER-SOURCE    TO WS-SORT-SOURCE
           END-RETURN.
      *
       620-PRINT-ONE-SALESPERSON.
      *
           MOVE SRT-SALESPERSON-CODE TO WS-CURRENT-SALESPERSON.
           MOVE 2 TO WS-SVT-SUB.
           PERFORM 760-CLEAR-LEVEL.
           PERFORM 630-PRINT-ONE-GROUP
               UNTIL WS-SORT-EOF
                  OR SRT-SALESPERSON-CODE NOT = WS-CURRENT-SALESPERSON.
           PERFORM 680-PRINT-SALESPERSON-TOTAL.
      *
       630-PRINT-ONE-GROUP.
      *
           MOVE WS-SORT-GROUP TO WS-CURRENT-GROUP.
           MOVE 1 TO WS-SVT-SUB.
           PERFORM 760-CLEAR-LEVEL.
           PERFORM 640-ADD-SORTED-ORDER
               UNTIL WS-SORT-EOF
                  OR SRT-SALESPERSON-CODE NOT = WS-CURRENT-SALESPERSON
                  OR WS-SORT-GROUP NOT = WS-CURRENT-GROUP.
           PERFORM 650-PRINT-GROUP-LINE.
      *
       640-ADD-SORTED-ORDER.
      *
           ADD 1                  TO SVT-ORDERS(1).
           ADD SRT-LINES          TO SVT-LINES(1).
           ADD SRT-LINES-COMPLETE TO SVT-LINES-COMPLETE(1).
           ADD SRT-UNITS          TO SVT-UNITS(1).
           ADD SRT-UNITS-FIRST    TO SVT-UNITS-FIRST(1).
           IF SRT-BACKORDERED
               ADD 1 TO SVT-BACKORDERED(1)
           END-IF.
           IF SRT-TIMED
               ADD 1              TO SVT-TIMED-ORDERS(1)
               ADD SRT-CYCLE-DAYS TO SVT-CYCLE-DAYS(1)
           END-IF.
           IF SRT-DUE-KNOWN
               ADD 1 TO SVT-DUE-KNOWN(1)
               IF SRT-ON-TIME
                   ADD 1 TO SVT-ON-TIME(1)
               END-IF
           END-IF.
           PERFORM 610-RETURN-SORTED-ORDER.
      *
       650-PRINT-GROUP-LINE.
      *
           IF WS-CURRENT-CUSTOMER NOT = WS-LAST-CUSTOMER
               PERFORM 660-READ-CUSTOMER-NAME
           END-IF.
      *
           MOVE WS-CURRENT-SALESPERSON TO RPT-DTL-SALESPERSON.
           MOVE WS-CURRENT-CUSTOMER    TO RPT-DTL-CUSTOMER.
           MOVE WS-CUSTOMER-NAME       TO RPT-DTL-NAME.
           MOVE WS-CURRENT-WAREHOUSE   TO RPT-DTL-WAREHOUSE.
           EVALUATE WS-CURRENT-SOURCE
               WHEN 'O' MOVE 'ONLINE'   TO RPT-DTL-SOURCE
               WHEN 'E' MOVE 'EDI'      TO RPT-DTL-SOURCE
               WHEN 'S' MOVE 'STANDING' TO RPT-DTL-SOURCE
               WHEN 'Q' MOVE 'QUOTE'    TO RPT-DTL-SOURCE
               WHEN 'C' MOVE 'CREDIT'   TO RPT-DTL-SOURCE
               WHEN 'U' MOVE 'CONSIGN'  TO RPT-DTL-SOURCE
               WHEN 'T' MOVE 'COUNTER'  TO RPT-DTL-SOURCE
               WHEN OTHER MOVE WS-CURRENT-SOURCE TO RPT-DTL-SOURCE
           END-EVALUATE.
           PERFORM 770-FORMAT-MEASURES.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
           PERFORM 790-ROLL-LEVEL.
      *
       660-READ-CUSTOMER-NAME.
      *
           MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-NUMBER
                                       WS-LAST-CUSTOMER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               MOVE CM-LAST-NAME TO WS-CUSTOMER-NAME
           ELSE
               MOVE '** NOT ON FILE **' TO WS-CUSTOMER-NAME
           END-IF.
      *
       680-PRINT-SALESPERSON-TOTAL.
      *
           MOVE SPACE TO RPT-SUB-LABEL.
           MOVE WS-CURRENT-SALESPERSON TO SLM-SALESPERSON-CODE.
           READ SLMFILE.
           IF WS-SLMFILE-SUCCESS
               STRING 'TOTAL SALESPERSON ' WS-CURRENT-SALESPERSON
                      ' ' SLM-NAME
                   DELIMITED BY SIZE
                   INTO RPT-SUB-LABEL
           ELSE
               STRING 'TOTAL SALESPERSON ' WS-CURRENT-SALESPERSON
                   DELIMITED BY SIZE
                   INTO RPT-SUB-LABEL
           END-IF.
           PERFORM 770-FORMAT-MEASURES.
           MOVE RPT-DTL-MEASURES TO RPT-SUB-MEASURES.
           WRITE PRINT-LINE FROM RPT-SUBTOTAL-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
           PERFORM 790-ROLL-LEVEL.
      *
       700-PRINT-OVERALL-TOTAL.
      *
           MOVE 3 TO WS-SVT-SUB.
           MOVE 'TOTAL ALL SALESPEOPLE' TO RPT-SUB-LABEL.
           PERFORM 770-FORMAT-MEASURES.
           MOVE RPT-DTL-MEASURES TO RPT-SUB-MEASURES.
           WRITE PRINT-LINE FROM RPT-SUBTOTAL-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
      *
       760-CLEAR-LEVEL.
      *
           MOVE ZERO TO SVT-ORDERS(WS-SVT-SUB)
                        SVT-TIMED-ORDERS(WS-SVT-SUB)
                        SVT-CYCLE-DAYS(WS-SVT-SUB)
                        SVT-LINES(WS-SVT-SUB)
                        SVT-LINES-COMPLETE(WS-SVT-SUB)
                        SVT-UNITS(WS-SVT-SUB)
                        SVT-UNITS-FIRST(WS-SVT-SUB)
                        SVT-BACKORDERED(WS-SVT-SUB)
                        SVT-DUE-KNOWN(WS-SVT-SUB)
                        SVT-ON-TIME(WS-SVT-SUB).
      *
       770-FORMAT-MEASURES.
      *
           PERFORM 780-COMPUTE-RATIOS.
           MOVE SVT-ORDERS(WS-SVT-SUB) TO RPT-DTL-ORDERS.
           MOVE SVT-LINES(WS-SVT-SUB)  TO RPT-DTL-LINES.
           MOVE SVT-UNITS(WS-SVT-SUB)  TO RPT-DTL-UNITS.
           MOVE WS-CALC-AVG-DAYS       TO RPT-DTL-AVG-DAYS.
           MOVE WS-CALC-LINE-FILL      TO RPT-DTL-LINE-FILL.
           MOVE WS-CALC-UNIT-FILL      TO RPT-DTL-UNIT-FILL.
           MOVE WS-CALC-BKO-RATE       TO RPT-DTL-BKO-RATE.
           MOVE WS-CALC-ON-TIME        TO RPT-DTL-ON-TIME.
      *
      *****************************************************************
      *    THE FIVE MEASURES FOR LEVEL WS-SVT-SUB.  NOTHING TO DIVIDE
      *    BY PRINTS ZERO.
      *****************************************************************
       780-COMPUTE-RATIOS.
      *
           MOVE ZERO TO WS-CALC-AVG-DAYS
                        WS-CALC-LINE-FILL
                        WS-CALC-UNIT-FILL
                        WS-CALC-BKO-RATE
                        WS-CALC-ON-TIME.
      *
           IF SVT-TIMED-ORDERS(WS-SVT-SUB) > ZERO
               COMPUTE WS-CALC-AVG-DAYS ROUNDED =
                   SVT-CYCLE-DAYS(WS-SVT-SUB)
                       / SVT-TIMED-ORDERS(WS-SVT-SUB)
                   ON SIZE ERROR MOVE 999.9 TO WS-CALC-AVG-DAYS
               END-COMPUTE
           END-IF.
           IF SVT-LINES(WS-SVT-SUB) > ZERO
               COMPUTE WS-CALC-LINE-FILL ROUNDED =
                   SVT-LINES-COMPLETE(WS-SVT-SUB) * 100
                       / SVT-LINES(WS-SVT-SUB)
           END-IF.
           IF SVT-UNITS(WS-SVT-SUB) > ZERO
               COMPUTE WS-CALC-UNIT-FILL ROUNDED =
                   SVT-UNITS-FIRST(WS-SVT-SUB) * 100
                       / SVT-UNITS(WS-SVT-SUB)
           END-IF.
           IF SVT-ORDERS(WS-SVT-SUB) > ZERO
               COMPUTE WS-CALC-BKO-RATE ROUNDED =
                   SVT-BACKORDERED(WS-SVT-SUB) * 100
                       / SVT-ORDERS(WS-SVT-SUB)
           END-IF.
           IF SVT-DUE-KNOWN(WS-SVT-SUB) > ZERO
               COMPUTE WS-CALC-ON-TIME ROUNDED =
                   SVT-ON-TIME(WS-SVT-SUB) * 100
                       / SVT-DUE-KNOWN(WS-SVT-SUB)
           END-IF.
      *
      *****************************************************************
      *    ADD LEVEL WS-SVT-SUB INTO THE LEVEL ABOVE IT.
      *****************************************************************
       790-ROLL-LEVEL.
      *
           ADD SVT-ORDERS(WS-SVT-SUB)
               TO SVT-ORDERS(WS-SVT-SUB + 1).
           ADD SVT-TIMED-ORDERS(WS-SVT-SUB)
               TO SVT-TIMED-ORDERS(WS-SVT-SUB + 1).
           ADD SVT-CYCLE-DAYS(WS-SVT-SUB)
               TO SVT-CYCLE-DAYS(WS-SVT-SUB + 1).
           ADD SVT-LINES(WS-SVT-SUB)
               TO SVT-LINES(WS-SVT-SUB + 1).
           ADD SVT-LINES-COMPLETE(WS-SVT-SUB)
               TO SVT-LINES-COMPLETE(WS-SVT-SUB + 1).
           ADD SVT-UNITS(WS-SVT-SUB)
               TO SVT-UNITS(WS-SVT-SUB + 1).
           ADD SVT-UNITS-FIRST(WS-SVT-SUB)
               TO SVT-UNITS-FIRST(WS-SVT-SUB + 1).
           ADD SVT-BACKORDERED(WS-SVT-SUB)
               TO SVT-BACKORDERED(WS-SVT-SUB + 1).
           ADD SVT-DUE-KNOWN(WS-SVT-SUB)
               TO SVT-DUE-KNOWN(WS-SVT-SUB + 1).
           ADD SVT-ON-TIME(WS-SVT-SUB)
               TO SVT-ON-TIME(WS-SVT-SUB + 1).
      *
       800-PRINT-TOTALS.
      *
           MOVE 'INVOICES READ:' TO RPT-TOT-LABEL.
           MOVE WS-INV-READ-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ORDERS MEASURED:' TO RPT-TOT-LABEL.
           MOVE WS-ORDER-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE '  NO ENTRY DATE - CYCLE NOT TIMED:' TO RPT-TOT-LABEL.
           MOVE WS-UNTIMED-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'SHIPPED WITH CHARGE LINES ONLY:' TO RPT-TOT-LABEL.
           MOVE WS-NO-LINES-COUNT TO RPT-TOT-COUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           CLOSE INVFILE.
           IF WS-BKOFILE-AVAILABLE
               CLOSE BKOFILE
           END-IF.
           CLOSE CMFFILE.
           CLOSE SLMFILE.
           CLOSE PRINT-FILE.
           DISPLAY "ORDERS MEASURED:  " WS-ORDER-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
