       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVRCB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    MONTH-END INVENTORY SUBLEDGER TO GENERAL LEDGER
      *    RECONCILIATION - THE INVENTORY COUNTERPART OF THE ARRFB2
      *    RECEIVABLES ROLL-FORWARD.  THE GL SIDE IS ROLLED FORWARD:
      *        OPENING VALUE (LAST PERIOD'S SIGNED-OFF CLOSING GL
      *                       VALUE ON IRCAB2)
      *      + THE PERIOD'S INVENTORY (INVY) JOURNAL ACTIVITY BY
      *        SOURCE, FROM THE IYAAB2 TOTALS GLEXTB2 KEEPS EACH
      *        NIGHT: SALES COST, RECEIPTS, ADJUSTMENTS, CYCLE
      *        COUNTS, RMA RETURNS, RTV CREDITS AND KIT BUILDS
      *      = EXPECTED GL INVENTORY BALANCE
      *    AND COMPARED WITH THE SUBLEDGER - ON-HAND AT PRD-UNIT-COST
      *    FROM THE PRODUCT MASTER, THE SAME COMPANY TOTAL INVVLB2
      *    PRINTS.  THE DIFFERENCE IS THEN EXPLAINED:
      *      - STOCK TAKEN OUT FOR ORDERS NOT YET INVOICED.  ORDER
      *        ENTRY MOVES THE STOCK BUT THE COST IS JOURNALED WHEN
      *        THE ORDER BILLS, SO THE CHANGE IN THE COST OF OPEN
      *        ORDERS SINCE LAST PERIOD END IS A TIMING DIFFERENCE.
      *      - ILGAB2 MOVEMENTS THAT NO JOURNAL EVER PICKS UP: RMA
      *        RETURNS, KIT ISSUES AND BUILDS, QUARANTINE IN AND OUT
      *        AND TRANSFERS, AT CURRENT COST; AND RETURNS TO VENDOR
      *        SHIPPED, LESS THE RTV CREDITS JOURNALED WHEN A CHECK
      *        TOOK THEM.
      *      - LANDED COST CAPITALIZED INTO STOCK BY LNDCB2 (THE
      *        CSTAB2 COST CHANGES WITH SOURCE L).  RECEIPT COST
      *        CHANGES ARE COUNTED ONLY - THE RECEIPT JOURNAL
      *        ALREADY CARRIES THEM.
      *    WHAT IS LEFT IS PRINTED AS UNEXPLAINED.  A SOURCE THAT
      *    STARTS JOURNALING (RMA RETURNS, KIT BUILDS) MUST COME OFF
      *    THE UNJOURNALED MOVEMENT TABLE THE SAME DAY.
      *
      *    THE IRCPARM CARD PICKS THE MODE.  A REVIEW RUN (THE
      *    DEFAULT) PRINTS THE RECONCILIATION AND LEAVES THE PERIOD
      *    PREPARED ON IRCAB2 UNDER THE PREPARING OPERATOR.  THE
      *    SIGN-OFF RUN (MODE S) RECOMPUTES, AND A SECOND OPERATOR -
      *    NEVER THE PREPARER - SIGNS THE PERIOD OFF; ITS CLOSING GL
      *    VALUE IS THEN NEXT PERIOD'S OPENING AND THE PERIOD IS
      *    NEVER REWRITTEN.  THE FIRST PERIOD RECONCILED TAKES ITS
      *    OPENING VALUE FROM THE CARD.  THE REPORT ENDS WITH THE
      *    PREPARED-BY AND SIGNED-OFF-BY BLOCK.  MOVEMENTS ARCHIVED
      *    OFF ILGAB2 BY ILGARB2 CANNOT BE SEEN - RECONCILE A PERIOD
      *    BEFORE IT IS ARCHIVED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO IRCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT IRCFILE ASSIGN TO IRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IRC-KEY
               FILE STATUS IS WS-IRCFILE-SW.

           SELECT IYAFILE ASSIGN TO IYAFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IYA-KEY
               FILE STATUS IS WS-IYAFILE-SW.

           SELECT PRDFILE ASSIGN TO PRDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               FILE STATUS IS WS-INVFILE-SW.

           SELECT ILGFILE ASSIGN TO ILGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ILG-KEY
               FILE STATUS IS WS-ILGFILE-SW.

           SELECT CSTFILE ASSIGN TO CSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CST-KEY
               FILE STATUS IS WS-CSTFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IRC-PARM-RECORD.
      *
       COPY IRCPARM.
      *
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD IRCFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS INVENTORY-RECON-RECORD.
      *
       COPY INVRCN.
      *
       FD IYAFILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS INVY-ACTIVITY-RECORD.
      *
       COPY INVYACT.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD ILGFILE
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS INVENTORY-LEDGER-RECORD.
      *
       COPY INVLED.
      *
       FD CSTFILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS COST-CHANGE-RECORD.
      *
       COPY CSTHIST.
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
       01 WS-IRCFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IRCFILE-SUCCESS                VALUE '00'.
           88  WS-IRCFILE-NOTFOUND                VALUE '23'.
       01 WS-IYAFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-IYAFILE-SUCCESS                VALUE '00'.
           88  WS-IYAFILE-EOF                     VALUE '10'.
       01 WS-IYAFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-IYAFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-EOF                     VALUE '10'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-EOF                     VALUE '10'.
       01 WS-ILGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ILGFILE-SUCCESS                VALUE '00'.
           88  WS-ILGFILE-EOF                     VALUE '10'.
       01 WS-ILGFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-ILGFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CSTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CSTFILE-SUCCESS                VALUE '00'.
           88  WS-CSTFILE-EOF                     VALUE '10'.
       01 WS-CSTFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CSTFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
      *
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
       01 WS-DATE-WORK                       PIC X(08).
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-WORK-MM                    PIC 9(02).
           05  WS-WORK-DD                    PIC 9(02).
           05  WS-WORK-YYYY                  PIC 9(04).
      *
       01 WS-PERIOD                          PIC 9(06).
       01 WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY                PIC 9(04).
           05  WS-PERIOD-MM                  PIC 9(02).
       01 WS-PRIOR-PERIOD                    PIC 9(06).
       01 WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY                 PIC 9(04).
           05  WS-PRIOR-MM                   PIC 9(02).
       01 WS-ACTIVITY-PERIOD                 PIC 9(06).
      *
      *****************************************************************
      *    RUN-CARD SETTINGS.  NO CARD IS A REVIEW RUN OF THE
      *    PROCESSING MONTH BY NO ONE IN PARTICULAR.
      *****************************************************************
       01 WS-SIGN-OFF-SW                     PIC X(01)  VALUE 'N'.
           88  WS-SIGN-OFF-RUN                   VALUE 'Y'.
       01 WS-OPERATOR                        PIC X(04)  VALUE SPACES.
       01 WS-CARD-OPENING-SW                 PIC X(01)  VALUE 'N'.
           88  WS-CARD-OPENING                   VALUE 'Y'.
       01 WS-CARD-OPENING-VALUE              PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01 WS-PRIOR-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-PRIOR-FOUND                    VALUE 'Y'.
       01 WS-PRIOR-SIGNED-SW                 PIC X(01)  VALUE 'N'.
           88  WS-PRIOR-SIGNED                   VALUE 'Y'.
       01 WS-ALREADY-SIGNED-SW               PIC X(01)  VALUE 'N'.
           88  WS-ALREADY-SIGNED                 VALUE 'Y'.
       01 WS-SIGNED-NOW-SW                   PIC X(01)  VALUE 'N'.
           88  WS-SIGNED-NOW                     VALUE 'Y'.
       01 WS-REFUSAL-NOTE                    PIC X(80)  VALUE SPACES.
      *
      *****************************************************************
      *    THE RECONCILIATION FIGURES.  EVERY RECONCILING ITEM IS
      *    SIGNED AS ITS EFFECT ON THE DIFFERENCE (SUBLEDGER LESS
      *    GL), SO THE ITEMS ADD UP TO THE DIFFERENCE THEY EXPLAIN.
      *****************************************************************
       01 WS-OPENING-VALUE                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-GL-ACTIVITY                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-EXPECTED-GL                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-VALUATION                       PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-DIFFERENCE                      PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-PRIOR-ORDER-COST                PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-OPEN-ORDER-COST                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-ORDER-TIMING                    PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-MOVEMENT-TOTAL                  PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-RTV-CREDITS                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-LANDED-VALUE                    PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-EXPLAINED                       PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-UNEXPLAINED                     PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-LINE-VALUE                      PIC S9(11)V99 COMP-3.
       01 WS-LANDED-COUNT                    PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-RECEIPT-COST-COUNT              PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-NO-COST-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       01 WS-LINE-SUB                        PIC S9(03) COMP-3.
       01 WS-COST-PRODUCT                    PIC X(10).
       01 WS-LAST-COST-PRODUCT               PIC X(10)  VALUE SPACES.
       01 WS-UNIT-COST                       PIC S9(07)V99 COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    THE INVY JOURNAL SOURCES, IN THE ORDER GLEXTB2 KEEPS
      *    THEM ON IYAAB2.
      *****************************************************************
       01  JOURNAL-SOURCE-VALUES.
           05  FILLER          PIC X(04) VALUE 'SALE'.
           05  FILLER          PIC X(30) VALUE
               'COST OF INVOICED SALES'.
           05  FILLER          PIC X(04) VALUE 'RCPT'.
           05  FILLER          PIC X(30) VALUE
               'PO RECEIPTS'.
           05  FILLER          PIC X(04) VALUE 'ADJT'.
           05  FILLER          PIC X(30) VALUE
               'INVENTORY ADJUSTMENTS'.
           05  FILLER          PIC X(04) VALUE 'CCNT'.
           05  FILLER          PIC X(30) VALUE
               'CYCLE COUNT VARIANCES'.
           05  FILLER          PIC X(04) VALUE 'RMAR'.
           05  FILLER          PIC X(30) VALUE
               'RMA RETURNS'.
           05  FILLER          PIC X(04) VALUE 'RTVC'.
           05  FILLER          PIC X(30) VALUE
               'RTV CREDITS ON VENDOR CHECKS'.
           05  FILLER          PIC X(04) VALUE 'KITB'.
           05  FILLER          PIC X(30) VALUE
               'KIT BUILDS'.
       01  JOURNAL-SOURCE-TABLE REDEFINES JOURNAL-SOURCE-VALUES.
           05  JST-ENTRY OCCURS 7 TIMES.
               10  JST-SOURCE-CODE           PIC X(04).
               10  JST-DESCRIPTION           PIC X(30).
       01  JOURNAL-SOURCE-TOTALS.
           05  JSA-ENTRY OCCURS 7 TIMES.
               10  JSA-DEBIT                 PIC S9(11)V99 COMP-3.
               10  JSA-CREDIT                PIC S9(11)V99 COMP-3.
               10  JSA-LINES                 PIC S9(07) COMP-3.
       01  WS-JST-SUB                        PIC S9(03) COMP-3.
       01  WS-JST-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-JST-FOUND                      VALUE 'Y'.
       01  WS-JST-RTV                        PIC S9(03) COMP-3
                                              VALUE 6.
      *
      *****************************************************************
      *    THE ILGAB2 MOVEMENT TYPES NO JOURNAL PICKS UP.  RV IS
      *    LAST: ITS VALUE IS OFFSET BY THE RTV CREDITS JOURNALED.
      *****************************************************************
       01  MOVEMENT-TYPE-VALUES.
           05  FILLER          PIC X(02) VALUE 'RM'.
           05  FILLER          PIC X(30) VALUE
               'RMA RETURNS TO STOCK'.
           05  FILLER          PIC X(02) VALUE 'KI'.
           05  FILLER          PIC X(30) VALUE
               'KIT COMPONENT ISSUES'.
           05  FILLER          PIC X(02) VALUE 'KB'.
           05  FILLER          PIC X(30) VALUE
               'FINISHED KITS TO STOCK'.
           05  FILLER          PIC X(02) VALUE 'QI'.
           05  FILLER          PIC X(30) VALUE
               'RECEIPTS HELD IN QUARANTINE'.
           05  FILLER          PIC X(02) VALUE 'QO'.
           05  FILLER          PIC X(30) VALUE
               'QUARANTINE DISPOSITIONS'.
           05  FILLER          PIC X(02) VALUE 'TS'.
           05  FILLER          PIC X(30) VALUE
               'TRANSFERS SHIPPED'.
           05  FILLER          PIC X(02) VALUE 'TR'.
           05  FILLER          PIC X(30) VALUE
               'TRANSFERS RECEIVED'.
           05  FILLER          PIC X(02) VALUE 'RV'.
           05  FILLER          PIC X(30) VALUE
               'RETURNS TO VENDOR SHIPPED'.
       01  MOVEMENT-TYPE-TABLE REDEFINES MOVEMENT-TYPE-VALUES.
           05  MVT-ENTRY OCCURS 8 TIMES.
               10  MVT-TRAN-TYPE             PIC X(02).
               10  MVT-DESCRIPTION           PIC X(30).
       01  MOVEMENT-TYPE-TOTALS.
           05  MVA-ENTRY OCCURS 8 TIMES.
               10  MVA-QUANTITY              PIC S9(09) COMP-3.
               10  MVA-VALUE                 PIC S9(11)V99 COMP-3.
       01  WS-MVT-SUB                        PIC S9(03) COMP-3.
       01  WS-MVT-USE                        PIC S9(03) COMP-3.
       01  WS-MVT-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-MVT-FOUND                      VALUE 'Y'.
      *
       01  WS-PRINT-DATE.
           05  WS-PD-MM                      PIC X(02).
           05  FILLER                        PIC X(01)  VALUE '/'.
           05  WS-PD-DD                      PIC X(02).
           05  FILLER                        PIC X(01)  VALUE '/'.
           05  WS-PD-YYYY                    PIC X(04).
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(42) VALUE
               'INVENTORY SUBLEDGER TO GL RECONCILIATION'.
           05  FILLER          PIC X(08) VALUE 'PERIOD:'.
           05  RPT-HDG-PERIOD  PIC 9(04)/9(02).
           05  FILLER          PIC X(03) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(03) VALUE SPACE.
           05  RPT-HDG-MODE    PIC X(15).
           05  FILLER          PIC X(35) VALUE SPACE.
      *
       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE    PIC X(60).
           05  FILLER               PIC X(72) VALUE SPACE.
      *
       01  RPT-AMOUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AMT-LABEL        PIC X(48).
           05  RPT-AMT-VALUE        PIC Z(11)9.99-.
           05  FILLER               PIC X(66) VALUE SPACE.
      *
       01  RPT-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CNT-LABEL        PIC X(48).
           05  RPT-CNT-VALUE        PIC Z(06)9.
           05  FILLER               PIC X(75) VALUE SPACE.
      *
       01  RPT-SOURCE-HEADING.
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(06) VALUE 'SRC'.
           05  FILLER          PIC X(30) VALUE 'JOURNAL SOURCE'.
           05  FILLER          PIC X(16) VALUE '          DEBITS'.
           05  FILLER          PIC X(16) VALUE '         CREDITS'.
           05  FILLER          PIC X(16) VALUE '             NET'.
           05  FILLER          PIC X(09) VALUE '    LINES'.
           05  FILLER          PIC X(35) VALUE SPACE.
      *
       01  RPT-SOURCE-LINE.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-SRC-CODE         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SRC-DESCRIPTION  PIC X(30).
           05  RPT-SRC-DEBIT        PIC Z(11)9.99-.
           05  RPT-SRC-CREDIT       PIC Z(11)9.99-.
           05  RPT-SRC-NET          PIC Z(11)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SRC-LINES        PIC Z(06)9.
           05  FILLER               PIC X(35) VALUE SPACE.
      *
       01  RPT-MOVEMENT-HEADING.
           05  FILLER          PIC X(04) VALUE SPACE.
           05  FILLER          PIC X(06) VALUE 'TYPE'.
           05  FILLER          PIC X(30) VALUE
               'UNJOURNALED LEDGER MOVEMENT'.
           05  FILLER          PIC X(10) VALUE '  QUANTITY'.
           05  FILLER          PIC X(22) VALUE
               '         VALUE AT COST'.
           05  FILLER          PIC X(60) VALUE SPACE.
      *
       01  RPT-MOVEMENT-LINE.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-MVT-TYPE         PIC X(02).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-MVT-DESCRIPTION  PIC X(30).
           05  RPT-MVT-QUANTITY     PIC Z(08)9-.
           05  FILLER               PIC X(06) VALUE SPACE.
           05  RPT-MVT-VALUE        PIC Z(11)9.99-.
           05  FILLER               PIC X(60) VALUE SPACE.
      *
       01  RPT-NOTE-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-NOTE             PIC X(80).
           05  FILLER               PIC X(50) VALUE SPACE.
      *
       01  RPT-SIGN-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-SIGN-LABEL       PIC X(18).
           05  RPT-SIGN-OPERATOR    PIC X(08).
           05  FILLER               PIC X(06) VALUE 'DATE: '.
           05  RPT-SIGN-DATE        PIC X(10).
           05  FILLER               PIC X(88) VALUE SPACE.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
           COMPUTE WS-PERIOD = (WS-RUN-YYYY * 100) + WS-RUN-MM.
           INITIALIZE JOURNAL-SOURCE-TOTALS.
           INITIALIZE MOVEMENT-TYPE-TOTALS.
      *
           PERFORM 120-READ-PARM-CARD.
           IF WS-PERIOD-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-PERIOD-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-PERIOD-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-PERIOD-MM - 1
           END-IF.
      *
           PERFORM 100-OPEN-FILES.
      *
           MOVE WS-PERIOD     TO RPT-HDG-PERIOD.
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           IF WS-SIGN-OFF-RUN
               MOVE 'SIGN-OFF RUN' TO RPT-HDG-MODE
           ELSE
               MOVE 'REVIEW RUN' TO RPT-HDG-MODE
           END-IF.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
      *
           PERFORM 160-GET-PRIOR-PERIOD.
      *
           IF WS-IYAFILE-AVAILABLE
               PERFORM 200-POSITION-TO-ACTIVITY
               PERFORM 210-ADD-ACTIVITY
                   UNTIL WS-EOF-YES
           END-IF.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 300-POSITION-TO-PRODUCTS.
           PERFORM 310-VALUE-PRODUCT
               UNTIL WS-EOF-YES.
      *
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 400-POSITION-TO-ORDERS.
           PERFORM 420-COST-OPEN-ORDER
               UNTIL WS-EOF-YES.
      *
           MOVE 'N' TO WS-EOF-SW.
           IF NOT WS-ILGFILE-AVAILABLE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 500-READ-LEDGER.
           PERFORM 510-PROCESS-LEDGER
               UNTIL WS-EOF-YES.
      *
           MOVE 'N' TO WS-EOF-SW.
           IF NOT WS-CSTFILE-AVAILABLE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
           PERFORM 600-READ-COST-CHANGE.
           PERFORM 610-PROCESS-COST-CHANGE
               UNTIL WS-EOF-YES.
      *
           PERFORM 750-COMPUTE-RECONCILIATION.
           PERFORM 800-PRINT-RECONCILIATION.
           PERFORM 760-UPDATE-CONTROL-RECORD.
           PERFORM 850-PRINT-SIGN-OFF.
           PERFORM 900-CLOSE-FILES.
      *
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
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "IRCPARM EMPTY - REVIEW RUN"
                   NOT AT END
                       PERFORM 130-EDIT-PARM-CARD
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO IRCPARM CARD - REVIEW RUN"
           END-IF.
      *
       130-EDIT-PARM-CARD.
      *
           IF IRP-SIGN-OFF-RUN
               MOVE 'Y' TO WS-SIGN-OFF-SW
           END-IF.
           IF IRP-PERIOD-X NUMERIC
               IF        IRP-PERIOD-X(5:2) > '00'
                     AND IRP-PERIOD-X(5:2) < '13'
                   MOVE IRP-PERIOD TO WS-PERIOD
               ELSE
                   DISPLAY "IRCPARM PERIOD INVALID - PROCESSING "
                           "MONTH USED"
               END-IF
           END-IF.
           MOVE IRP-OPERATOR TO WS-OPERATOR.
           IF IRP-OPENING-VALUE-X NUMERIC
               MOVE 'Y' TO WS-CARD-OPENING-SW
               MOVE IRP-OPENING-VALUE TO WS-CARD-OPENING-VALUE
               IF IRP-OPENING-NEGATIVE
                   COMPUTE WS-CARD-OPENING-VALUE =
                       ZERO - WS-CARD-OPENING-VALUE
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE PRODUCT MASTER AND THE ORDERS ARE REQUIRED.  THE
      *    CONTROL FILE IS CREATED BY THE FIRST RUN.  STATUS 35 ON
      *    THE ACTIVITY FILE MEANS GLEXTB2 HAS NEVER JOURNALED
      *    INVENTORY; ON THE LEDGER OR COST HISTORY IT MEANS THAT
      *    FLOW HAS NEVER POSTED.
      *****************************************************************
       100-OPEN-FILES.
      *
           OPEN I-O IRCFILE.
           IF NOT WS-IRCFILE-SUCCESS
               IF WS-IRCFILE-SW = '35'
                   OPEN OUTPUT IRCFILE
                   IF WS-IRCFILE-SUCCESS
                       CLOSE IRCFILE
                       OPEN I-O IRCFILE
                       DISPLAY "IRCFILE CREATED"
                   ELSE
                       DISPLAY "WS-IRCFILE-SW=" WS-IRCFILE-SW
                       DISPLAY "IRCFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-IRCFILE-SW=" WS-IRCFILE-SW
                   DISPLAY "IRCFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT IYAFILE.
           IF NOT WS-IYAFILE-SUCCESS
               IF WS-IYAFILE-SW = '35'
                   MOVE 'N' TO WS-IYAFILE-AVAILABLE-SW
                   DISPLAY "IYAFILE NOT FOUND - NO JOURNAL ACTIVITY"
               ELSE
                   DISPLAY "WS-IYAFILE-SW=" WS-IYAFILE-SW
                   DISPLAY "IYAFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT PRDFILE.
           IF NOT WS-PRDFILE-SUCCESS
               DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT INVFILE.
           IF NOT WS-INVFILE-SUCCESS
               DISPLAY "WS-INVFILE-SW=" WS-INVFILE-SW
               DISPLAY "INVFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT ILGFILE.
           IF NOT WS-ILGFILE-SUCCESS
               IF WS-ILGFILE-SW = '35'
                   MOVE 'N' TO WS-ILGFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-ILGFILE-SW=" WS-ILGFILE-SW
                   DISPLAY "ILGFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT CSTFILE.
           IF NOT WS-CSTFILE-SUCCESS
               IF WS-CSTFILE-SW = '35'
                   MOVE 'N' TO WS-CSTFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-CSTFILE-SW=" WS-CSTFILE-SW
                   DISPLAY "CSTFILE OPEN ERROR"
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
      *    THE OPENING VALUE IS LAST PERIOD'S CLOSING GL VALUE, AND
      *    ITS OPEN-ORDER COST IS WHERE THIS PERIOD'S ORDER TIMING
      *    STARTS.  WITH NO PRIOR PERIOD ON FILE THE CARD SUPPLIES
      *    THE OPENING VALUE AND OPEN ORDERS START FROM NOTHING.
      *****************************************************************
       160-GET-PRIOR-PERIOD.
      *
           MOVE WS-PRIOR-PERIOD TO IRC-PERIOD.
           READ IRCFILE.
           IF WS-IRCFILE-SUCCESS
               MOVE 'Y' TO WS-PRIOR-FOUND-SW
               MOVE IRC-CLOSING-GL-VALUE TO WS-OPENING-VALUE
               MOVE IRC-OPEN-ORDER-COST  TO WS-PRIOR-ORDER-COST
               IF IRC-STATUS-SIGNED
                   MOVE 'Y' TO WS-PRIOR-SIGNED-SW
               END-IF
           ELSE
               IF WS-IRCFILE-NOTFOUND
                   IF WS-CARD-OPENING
                       MOVE WS-CARD-OPENING-VALUE TO WS-OPENING-VALUE
                   END-IF
               ELSE
                   DISPLAY "WS-IRCFILE-SW=" WS-IRCFILE-SW
                   DISPLAY "IRCFILE READ ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    PASS 1 - THE PERIOD'S INVY JOURNAL ACTIVITY.  IYAAB2 IS
      *    KEYED BY POSTING DATE (YYYYMMDD), SO THE PERIOD IS ONE RUN
      *    OF THE FILE FROM ITS FIRST DAY.  THE PRODUCT MASTER'S
      *    ON-HAND IS NOT KEPT BY COMPANY, SO EVERY COMPANY'S NIGHTLY
      *    TOTALS UNDER EACH DATE ARE TAKEN TOGETHER.
      *****************************************************************
       200-POSITION-TO-ACTIVITY.
      *
           COMPUTE IYA-POSTING-DATE = WS-PERIOD * 100.
           MOVE SPACES TO IYA-COMPANY-CODE
                          IYA-SOURCE-CODE.
           START IYAFILE KEY >= IYA-KEY.
           IF WS-IYAFILE-SUCCESS
               PERFORM 205-READ-NEXT-ACTIVITY
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
       205-READ-NEXT-ACTIVITY.
      *
           READ IYAFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
           IF NOT WS-EOF-YES
               COMPUTE WS-ACTIVITY-PERIOD = IYA-POSTING-DATE / 100
               IF WS-ACTIVITY-PERIOD NOT = WS-PERIOD
                   MOVE 'Y' TO WS-EOF-SW
               END-IF
           END-IF.
      *
       210-ADD-ACTIVITY.
      *
           MOVE 'N' TO WS-JST-FOUND-SW.
           PERFORM 215-MATCH-JOURNAL-SOURCE
               VARYING WS-JST-SUB FROM 1 BY 1
                 UNTIL WS-JST-SUB > 7
                    OR WS-JST-FOUND.
           IF NOT WS-JST-FOUND
               DISPLAY "INVRCB2: UNKNOWN INVY SOURCE "
                       IYA-SOURCE-CODE " ON " IYA-POSTING-DATE
           END-IF.
           COMPUTE WS-GL-ACTIVITY = WS-GL-ACTIVITY
               + IYA-DEBIT-AMOUNT - IYA-CREDIT-AMOUNT.
      *
           PERFORM 205-READ-NEXT-ACTIVITY.
      *
       215-MATCH-JOURNAL-SOURCE.
      *
           IF JST-SOURCE-CODE(WS-JST-SUB) = IYA-SOURCE-CODE
               ADD IYA-DEBIT-AMOUNT  TO JSA-DEBIT(WS-JST-SUB)
               ADD IYA-CREDIT-AMOUNT TO JSA-CREDIT(WS-JST-SUB)
               ADD IYA-LINE-COUNT    TO JSA-LINES(WS-JST-SUB)
               MOVE 'Y' TO WS-JST-FOUND-SW
           END-IF.
      *
      *****************************************************************
      *    PASS 2 - THE SUBLEDGER: ON-HAND AT PRD-UNIT-COST OVER THE
      *    WHOLE PRODUCT MASTER, AS INVVLB2 VALUES THE COMPANY.
      *****************************************************************
       300-POSITION-TO-PRODUCTS.
      *
           MOVE SPACE TO PRD-PRODUCT-CODE.
           START PRDFILE KEY >= PRD-KEY.
           IF WS-PRDFILE-SUCCESS
               PERFORM 305-READ-NEXT-PRODUCT
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
       305-READ-NEXT-PRODUCT.
      *
           READ PRDFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       310-VALUE-PRODUCT.
      *
           COMPUTE WS-LINE-VALUE ROUNDED =
               PRD-QUANTITY-ON-HAND * PRD-UNIT-COST.
           ADD WS-LINE-VALUE TO WS-VALUATION.
      *
           PERFORM 305-READ-NEXT-PRODUCT.
      *
      *****************************************************************
      *    PASS 3 - STOCK ALREADY OUT OF THE SUBLEDGER FOR ORDERS NOT
      *    YET INVOICED, AT CURRENT COST.  A DROP-SHIP ORDER NEVER
      *    TOUCHES OUR STOCK.
      *****************************************************************
       400-POSITION-TO-ORDERS.
      *
           MOVE ZERO TO INV-INVOICE-NUMBER.
           START INVFILE KEY >= INV-KEY.
           IF WS-INVFILE-SUCCESS
               PERFORM 410-READ-NEXT-ORDER
           ELSE
               MOVE 'Y' TO WS-EOF-SW
           END-IF.
      *
       410-READ-NEXT-ORDER.
      *
           READ INVFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       420-COST-OPEN-ORDER.
      *
           IF        INV-ORDER-OPEN
                 AND NOT INV-VOIDED
                 AND NOT INV-DROP-SHIP
               PERFORM 425-COST-ORDER-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > 10
           END-IF.
      *
           PERFORM 410-READ-NEXT-ORDER.
      *
       425-COST-ORDER-LINE.
      *
           IF        INV-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(WS-LINE-SUB)
                 AND INV-QUANTITY(WS-LINE-SUB) NOT = ZERO
               MOVE INV-PRODUCT-CODE(WS-LINE-SUB) TO WS-COST-PRODUCT
               PERFORM 700-GET-UNIT-COST
               COMPUTE WS-LINE-VALUE ROUNDED =
                   INV-QUANTITY(WS-LINE-SUB) * WS-UNIT-COST
               ADD WS-LINE-VALUE TO WS-OPEN-ORDER-COST
           END-IF.
      *
      *****************************************************************
      *    PASS 4 - THE PERIOD'S LEDGER MOVEMENTS OF THE TYPES NO
      *    JOURNAL PICKS UP, AT CURRENT COST.  THE LEDGER IS KEYED
      *    BY PRODUCT, SO THE WHOLE FILE IS SWEPT FOR THE PERIOD.
      *****************************************************************
       500-READ-LEDGER.
      *
           IF NOT WS-EOF-YES
               READ ILGFILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       510-PROCESS-LEDGER.
      *
           MOVE ILG-TRAN-DATE TO WS-DATE-WORK.
           IF        WS-DATE-WORK NUMERIC
                 AND WS-WORK-YYYY = WS-PERIOD-YYYY
                 AND WS-WORK-MM = WS-PERIOD-MM
               MOVE 'N' TO WS-MVT-FOUND-SW
               PERFORM 515-MATCH-MOVEMENT-TYPE
                   VARYING WS-MVT-SUB FROM 1 BY 1
                     UNTIL WS-MVT-SUB > 8
                        OR WS-MVT-FOUND
               IF WS-MVT-FOUND
                   MOVE ILG-PRODUCT-CODE TO WS-COST-PRODUCT
                   PERFORM 700-GET-UNIT-COST
                   COMPUTE WS-LINE-VALUE ROUNDED =
                       ILG-QUANTITY * WS-UNIT-COST
                   ADD ILG-QUANTITY  TO MVA-QUANTITY(WS-MVT-USE)
                   ADD WS-LINE-VALUE TO MVA-VALUE(WS-MVT-USE)
               END-IF
           END-IF.
      *
           PERFORM 500-READ-LEDGER.
      *
       515-MATCH-MOVEMENT-TYPE.
      *
           IF MVT-TRAN-TYPE(WS-MVT-SUB) = ILG-TRAN-TYPE
               MOVE WS-MVT-SUB TO WS-MVT-USE
               MOVE 'Y' TO WS-MVT-FOUND-SW
           END-IF.
      *
      *****************************************************************
      *    PASS 5 - THE PERIOD'S COST CHANGES.  LANDED COST RAISES
      *    THE COST OF UNITS ALREADY IN STOCK WITH NO JOURNAL, SO ITS
      *    REVALUATION IS A RECONCILING ITEM.  A RECEIPT'S AVERAGE
      *    COST CHANGE IS ALREADY IN THE RECEIPT JOURNAL.
      *****************************************************************
       600-READ-COST-CHANGE.
      *
           IF NOT WS-EOF-YES
               READ CSTFILE
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-IF.
      *
       610-PROCESS-COST-CHANGE.
      *
           MOVE CST-CHANGE-DATE TO WS-DATE-WORK.
           IF        WS-DATE-WORK NUMERIC
                 AND WS-WORK-YYYY = WS-PERIOD-YYYY
                 AND WS-WORK-MM = WS-PERIOD-MM
               IF CST-SOURCE-LANDED-COST
                   COMPUTE WS-LINE-VALUE ROUNDED =
                       (CST-NEW-COST - CST-OLD-COST)
                           * CST-RECEIPT-QTY
                   ADD WS-LINE-VALUE TO WS-LANDED-VALUE
                   ADD 1 TO WS-LANDED-COUNT
               ELSE
                   ADD 1 TO WS-RECEIPT-COST-COUNT
               END-IF
           END-IF.
      *
           PERFORM 600-READ-COST-CHANGE.
      *
      *****************************************************************
      *    CURRENT UNIT COST OF WS-COST-PRODUCT.  THE LEDGER COMES IN
      *    PRODUCT ORDER, SO THE LAST PRODUCT READ IS KEPT.  A
      *    PRODUCT NO LONGER ON FILE IS COUNTED AND VALUED AT ZERO.
      *****************************************************************
       700-GET-UNIT-COST.
      *
           IF WS-COST-PRODUCT NOT = WS-LAST-COST-PRODUCT
               MOVE WS-COST-PRODUCT TO WS-LAST-COST-PRODUCT
               MOVE WS-COST-PRODUCT TO PRD-PRODUCT-CODE
               READ PRDFILE
               IF WS-PRDFILE-SUCCESS
                   MOVE PRD-UNIT-COST TO WS-UNIT-COST
               ELSE
                   MOVE ZERO TO WS-UNIT-COST
                   ADD 1 TO WS-NO-COST-COUNT
               END-IF
           END-IF.
      *
       750-COMPUTE-RECONCILIATION.
      *
           COMPUTE WS-EXPECTED-GL = WS-OPENING-VALUE + WS-GL-ACTIVITY.
           COMPUTE WS-DIFFERENCE = WS-VALUATION - WS-EXPECTED-GL.
      *
      *    MORE STOCK OUT ON OPEN ORDERS THAN LAST PERIOD END LEAVES
      *    THE SUBLEDGER BELOW THE GL.
      *
           COMPUTE WS-ORDER-TIMING =
               WS-PRIOR-ORDER-COST - WS-OPEN-ORDER-COST.
      *
           MOVE ZERO TO WS-MOVEMENT-TOTAL.
           PERFORM 755-ADD-MOVEMENT-TYPE
               VARYING WS-MVT-SUB FROM 1 BY 1
                 UNTIL WS-MVT-SUB > 8.
      *
      *    THE RTV CREDITS JOURNALED TOOK THE GL DOWN; THE RV
      *    MOVEMENTS ABOVE TOOK THE SUBLEDGER DOWN.
      *
           COMPUTE WS-RTV-CREDITS =
               JSA-CREDIT(WS-JST-RTV) - JSA-DEBIT(WS-JST-RTV).
      *
           COMPUTE WS-EXPLAINED = WS-ORDER-TIMING + WS-MOVEMENT-TOTAL
               + WS-RTV-CREDITS + WS-LANDED-VALUE.
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-EXPLAINED.
      *
       755-ADD-MOVEMENT-TYPE.
      *
           ADD MVA-VALUE(WS-MVT-SUB) TO WS-MOVEMENT-TOTAL.
      *
      *****************************************************************
      *    A SIGNED PERIOD IS NEVER REWRITTEN.  A REVIEW RUN LEAVES
      *    THE PERIOD PREPARED UNDER ITS OPERATOR; THE SIGN-OFF RUN
      *    NEEDS THAT REVIEW ON FILE AND A DIFFERENT OPERATOR.
      *****************************************************************
       760-UPDATE-CONTROL-RECORD.
      *
           MOVE WS-PERIOD TO IRC-PERIOD.
           READ IRCFILE.
           IF WS-IRCFILE-SUCCESS AND IRC-STATUS-SIGNED
               MOVE 'Y' TO WS-ALREADY-SIGNED-SW
               DISPLAY "INVRCB2: PERIOD " WS-PERIOD
                       " ALREADY SIGNED OFF - NOT UPDATED"
           ELSE
               IF WS-SIGN-OFF-RUN
                   PERFORM 770-SIGN-OFF-PERIOD
               ELSE
                   PERFORM 765-PREPARE-PERIOD
               END-IF
           END-IF.
      *
       765-PREPARE-PERIOD.
      *
           IF NOT WS-IRCFILE-SUCCESS
               MOVE SPACES    TO INVENTORY-RECON-RECORD
               MOVE WS-PERIOD TO IRC-PERIOD
           END-IF.
           PERFORM 780-MOVE-FIGURES.
           MOVE 'P' TO IRC-STATUS.
           MOVE WS-OPERATOR     TO IRC-PREPARED-BY.
           MOVE WS-RUN-DATE-MDY TO IRC-PREPARED-DATE.
           MOVE SPACES          TO IRC-SIGNED-BY IRC-SIGNED-DATE.
           IF WS-IRCFILE-SUCCESS
               REWRITE INVENTORY-RECON-RECORD
           ELSE
               WRITE INVENTORY-RECON-RECORD
           END-IF.
           IF NOT WS-IRCFILE-SUCCESS
               DISPLAY "WS-IRCFILE-SW=" WS-IRCFILE-SW
               DISPLAY "IRCFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       770-SIGN-OFF-PERIOD.
      *
           IF NOT WS-IRCFILE-SUCCESS
               MOVE SPACES TO INVENTORY-RECON-RECORD
               MOVE 'SIGN-OFF REFUSED - NO REVIEW RUN ON FILE FOR THE PE
      -            'RIOD' TO WS-REFUSAL-NOTE
           ELSE
               IF WS-OPERATOR = SPACES
                   MOVE 'SIGN-OFF REFUSED - NO OPERATOR ON THE IRCPARM C
      -                'ARD' TO WS-REFUSAL-NOTE
               ELSE
                   IF WS-OPERATOR = IRC-PREPARED-BY
                       MOVE 'SIGN-OFF REFUSED - THE PREPARER MAY NOT SIG
      -                    'N OFF THE SAME PERIOD' TO WS-REFUSAL-NOTE
                   ELSE
                       PERFORM 780-MOVE-FIGURES
                       MOVE 'S' TO IRC-STATUS
                       MOVE WS-OPERATOR     TO IRC-SIGNED-BY
                       MOVE WS-RUN-DATE-MDY TO IRC-SIGNED-DATE
                       REWRITE INVENTORY-RECON-RECORD
                       IF NOT WS-IRCFILE-SUCCESS
                           DISPLAY "WS-IRCFILE-SW=" WS-IRCFILE-SW
                           DISPLAY "IRCFILE REWRITE ERROR"
                           STOP RUN
                       END-IF
                       MOVE 'Y' TO WS-SIGNED-NOW-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-REFUSAL-NOTE NOT = SPACES
               DISPLAY "INVRCB2: " WS-REFUSAL-NOTE
           END-IF.
      *
       780-MOVE-FIGURES.
      *
           MOVE WS-OPENING-VALUE   TO IRC-OPENING-VALUE.
           MOVE WS-GL-ACTIVITY     TO IRC-GL-ACTIVITY.
           MOVE WS-EXPECTED-GL     TO IRC-CLOSING-GL-VALUE.
           MOVE WS-VALUATION       TO IRC-VALUATION.
           MOVE WS-OPEN-ORDER-COST TO IRC-OPEN-ORDER-COST.
           MOVE WS-UNEXPLAINED     TO IRC-UNEXPLAINED.
      *
       800-PRINT-RECONCILIATION.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'GL INVENTORY ROLL-FORWARD' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-LINE.
           MOVE 'OPENING RECONCILED VALUE' TO RPT-AMT-LABEL.
           MOVE WS-OPENING-VALUE TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           IF WS-PRIOR-FOUND
               IF NOT WS-PRIOR-SIGNED
                   MOVE '*** PRIOR PERIOD NOT SIGNED OFF - OPENING MAY S
      -                'TILL CHANGE' TO RPT-NOTE
                   WRITE PRINT-LINE FROM RPT-NOTE-LINE
               END-IF
           ELSE
               IF WS-CARD-OPENING
                   MOVE 'NO PRIOR PERIOD ON FILE - OPENING VALUE FROM TH
      -                'E IRCPARM CARD' TO RPT-NOTE
               ELSE
                   MOVE '*** NO PRIOR PERIOD ON FILE AND NO OPENING VALU
      -                'E ON THE IRCPARM CARD' TO RPT-NOTE
               END-IF
               WRITE PRINT-LINE FROM RPT-NOTE-LINE
           END-IF.
      *
           WRITE PRINT-LINE FROM RPT-SOURCE-HEADING.
           PERFORM 810-PRINT-SOURCE-LINE
               VARYING WS-JST-SUB FROM 1 BY 1
                 UNTIL WS-JST-SUB > 7.
           MOVE 'PERIOD INVY JOURNAL ACTIVITY' TO RPT-AMT-LABEL.
           MOVE WS-GL-ACTIVITY TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'EXPECTED GL INVENTORY BALANCE' TO RPT-AMT-LABEL.
           MOVE WS-EXPECTED-GL TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'SUBLEDGER COMPARISON' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-LINE.
           MOVE 'SUBLEDGER VALUE AT COST (INVVLB2 BASIS)'
               TO RPT-AMT-LABEL.
           MOVE WS-VALUATION TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'LESS EXPECTED GL INVENTORY BALANCE' TO RPT-AMT-LABEL.
           MOVE WS-EXPECTED-GL TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'DIFFERENCE TO EXPLAIN' TO RPT-AMT-LABEL.
           MOVE WS-DIFFERENCE TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'RECONCILING ITEMS' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-LINE.
           MOVE 'OPEN ORDER STOCK AT COST, PRIOR PERIOD END'
               TO RPT-AMT-LABEL.
           MOVE WS-PRIOR-ORDER-COST TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'OPEN ORDER STOCK AT COST, NOW' TO RPT-AMT-LABEL.
           MOVE WS-OPEN-ORDER-COST TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'ORDER STOCK MOVED, NOT YET INVOICED'
               TO RPT-AMT-LABEL.
           MOVE WS-ORDER-TIMING TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
      *
           WRITE PRINT-LINE FROM RPT-MOVEMENT-HEADING.
           PERFORM 820-PRINT-MOVEMENT-LINE
               VARYING WS-MVT-SUB FROM 1 BY 1
                 UNTIL WS-MVT-SUB > 8.
           MOVE 'RTV CREDITS JOURNALED ON VENDOR CHECKS'
               TO RPT-AMT-LABEL.
           MOVE WS-RTV-CREDITS TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'LANDED COST CAPITALIZED (CSTAB2)' TO RPT-AMT-LABEL.
           MOVE WS-LANDED-VALUE TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'LANDED COST CHANGES' TO RPT-CNT-LABEL.
           MOVE WS-LANDED-COUNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           MOVE 'RECEIPT COST CHANGES (IN THE RECEIPT JOURNAL)'
               TO RPT-CNT-LABEL.
           MOVE WS-RECEIPT-COST-COUNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-COUNT-LINE.
           IF WS-NO-COST-COUNT NOT = ZERO
               MOVE 'PRODUCTS NOT ON FILE, VALUED AT ZERO'
                   TO RPT-CNT-LABEL
               MOVE WS-NO-COST-COUNT TO RPT-CNT-VALUE
               WRITE PRINT-LINE FROM RPT-COUNT-LINE
           END-IF.
      *
           MOVE 'TOTAL EXPLAINED' TO RPT-AMT-LABEL.
           MOVE WS-EXPLAINED TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           MOVE 'UNEXPLAINED DIFFERENCE' TO RPT-AMT-LABEL.
           MOVE WS-UNEXPLAINED TO RPT-AMT-VALUE.
           WRITE PRINT-LINE FROM RPT-AMOUNT-LINE.
           IF WS-UNEXPLAINED NOT = ZERO
               MOVE '*** UNEXPLAINED DIFFERENCE - INVESTIGATE BEFORE SIG
      -            'N-OFF' TO RPT-NOTE
               WRITE PRINT-LINE FROM RPT-NOTE-LINE
           END-IF.
      *
       810-PRINT-SOURCE-LINE.
      *
           MOVE JST-SOURCE-CODE(WS-JST-SUB) TO RPT-SRC-CODE.
           MOVE JST-DESCRIPTION(WS-JST-SUB) TO RPT-SRC-DESCRIPTION.
           MOVE JSA-DEBIT(WS-JST-SUB)       TO RPT-SRC-DEBIT.
           MOVE JSA-CREDIT(WS-JST-SUB)      TO RPT-SRC-CREDIT.
           COMPUTE WS-LINE-VALUE =
               JSA-DEBIT(WS-JST-SUB) - JSA-CREDIT(WS-JST-SUB).
           MOVE WS-LINE-VALUE               TO RPT-SRC-NET.
           MOVE JSA-LINES(WS-JST-SUB)       TO RPT-SRC-LINES.
           WRITE PRINT-LINE FROM RPT-SOURCE-LINE.
      *
       820-PRINT-MOVEMENT-LINE.
      *
           MOVE MVT-TRAN-TYPE(WS-MVT-SUB)   TO RPT-MVT-TYPE.
           MOVE MVT-DESCRIPTION(WS-MVT-SUB) TO RPT-MVT-DESCRIPTION.
           MOVE MVA-QUANTITY(WS-MVT-SUB)    TO RPT-MVT-QUANTITY.
           MOVE MVA-VALUE(WS-MVT-SUB)       TO RPT-MVT-VALUE.
           WRITE PRINT-LINE FROM RPT-MOVEMENT-LINE.
      *
      *****************************************************************
      *    THE SIGN-OFF BLOCK.  A PERIOD NOT YET SIGNED PRINTS BLANK
      *    LINES FOR THE REVIEWER'S SIGNATURE.
      *****************************************************************
       850-PRINT-SIGN-OFF.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'SIGN-OFF' TO RPT-SECTION-TITLE.
           WRITE PRINT-LINE FROM RPT-SECTION-LINE.
           IF WS-REFUSAL-NOTE NOT = SPACES
               MOVE WS-REFUSAL-NOTE TO RPT-NOTE
               WRITE PRINT-LINE FROM RPT-NOTE-LINE
           END-IF.
           IF WS-ALREADY-SIGNED
               MOVE 'PERIOD WAS ALREADY SIGNED OFF - FIGURES ABOVE ARE F
      -            'OR REFERENCE ONLY' TO RPT-NOTE
               WRITE PRINT-LINE FROM RPT-NOTE-LINE
           END-IF.
      *
           MOVE 'PREPARED BY:' TO RPT-SIGN-LABEL.
           IF IRC-PERIOD = WS-PERIOD AND IRC-PREPARED-BY NOT = SPACES
               MOVE IRC-PREPARED-BY   TO RPT-SIGN-OPERATOR
               MOVE IRC-PREPARED-DATE TO WS-DATE-WORK
               PERFORM 860-FORMAT-PRINT-DATE
               MOVE WS-PRINT-DATE     TO RPT-SIGN-DATE
           ELSE
               MOVE '________'   TO RPT-SIGN-OPERATOR
               MOVE '__________' TO RPT-SIGN-DATE
           END-IF.
           WRITE PRINT-LINE FROM RPT-SIGN-LINE.
      *
           MOVE 'SIGNED OFF BY:' TO RPT-SIGN-LABEL.
           IF        IRC-PERIOD = WS-PERIOD
                 AND (WS-ALREADY-SIGNED OR WS-SIGNED-NOW)
               MOVE IRC-SIGNED-BY   TO RPT-SIGN-OPERATOR
               MOVE IRC-SIGNED-DATE TO WS-DATE-WORK
               PERFORM 860-FORMAT-PRINT-DATE
               MOVE WS-PRINT-DATE   TO RPT-SIGN-DATE
           ELSE
               MOVE '________'   TO RPT-SIGN-OPERATOR
               MOVE '__________' TO RPT-SIGN-DATE
           END-IF.
           WRITE PRINT-LINE FROM RPT-SIGN-LINE.
      *
       860-FORMAT-PRINT-DATE.
      *
           MOVE WS-DATE-WORK(1:2) TO WS-PD-MM.
           MOVE WS-DATE-WORK(3:2) TO WS-PD-DD.
           MOVE WS-DATE-WORK(5:4) TO WS-PD-YYYY.
      *
       900-CLOSE-FILES.
      *
           CLOSE IRCFILE.
           IF WS-IYAFILE-AVAILABLE
               CLOSE IYAFILE
           END-IF.
           CLOSE PRDFILE.
           CLOSE INVFILE.
           IF WS-ILGFILE-AVAILABLE
               CLOSE ILGFILE
           END-IF.
           IF WS-CSTFILE-AVAILABLE
               CLOSE CSTFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
