      *    SO STOCK CARRIED ONLY ON THE PRODUCT MASTER (NO WHSAB2
      *    RECORD) IS STILL COUNTED.  RUN AT MONTH END ALONGSIDE
      *    INVARB2 SO THE VALUATION SHARES THE ARCHIVE'S CUTOFF.
      *
      *    AN OPTIONAL COMSEL CARD VALUES ONE COMPANY ONLY - THE
      *    WAREHOUSES IT OWNS ON WRHAB2 - AND PRINTS THE COMPANY IN
      *    THE HEADING.  THE PRODUCT MASTER'S ON-HAND TOTALS ARE NOT
      *    KEPT BY COMPANY, SO A ONE-COMPANY RUN SKIPS THE SECOND PASS
      *    AND ITS COMPANY TOTAL IS THE SUM OF ITS OWN WAREHOUSES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT WRHFILE ASSIGN TO WRHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRH-KEY
               FILE STATUS IS WS-WRHFILE-SW.

           SELECT COMSEL-FILE ASSIGN TO COMSEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COMSEL-SW.

           SELECT COMFILE ASSIGN TO COMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COM-KEY
               FILE STATUS IS WS-COMFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
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
      *
       FD WRHFILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS WAREHOUSE-MASTER-RECORD.
      *
       COPY WHSMAST.
      *
       FD COMSEL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COMPANY-SELECT-RECORD.
      *
       COPY COMSEL.
      *
       FD COMFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.
      *
       COPY COMPANY.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
           88  WS-PRDFILE-EOF                     VALUE '10'.
           88  WS-PRDFILE-NOTFOUND                VALUE '23'.
       01 WS-WRHFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-WRHFILE-SUCCESS                VALUE '00'.
       01 WS-COMSEL-SW                       PIC X(02)  VALUE SPACES.
           88  WS-COMSEL-SUCCESS                 VALUE '00'.
       01 WS-COMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COMFILE-SUCCESS                VALUE '00'.
       01 WS-ONE-COMPANY-SW                  PIC X(01)  VALUE 'N'.
           88  WS-ONE-COMPANY                    VALUE 'Y'.
       01 WS-SELECT-COMPANY                  PIC X(02)  VALUE SPACES.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-PRD-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-PRD-EOF                        VALUE 'Y'.
       01 WS-WHS-SELECTED-SW                 PIC X(01)  VALUE 'Y'.
           88  WS-WHS-SELECTED                   VALUE 'Y'.
      *
       01 WS-LINE-VALUE                      PIC S9(11)V99 COMP-3.
       01 WS-COMPANY-VALUE                   PIC S9(11)V99 COMP-3
               'INVENTORY VALUATION AT COST'.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  RPT-HDG-COMPANY-LABEL PIC X(09) VALUE SPACE.
           05  RPT-HDG-COMPANY-CODE  PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  RPT-HDG-COMPANY-NAME  PIC X(30) VALUE SPACE.
           05  FILLER          PIC X(32) VALUE SPACE.
      *
       01  RPT-WHS-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > WS-CTT-COUNT.
      *
           IF NOT WS-ONE-COMPANY
               PERFORM 600-VALUE-COMPANY-TOTALS
           END-IF.
           MOVE WS-COMPANY-VALUE TO RPT-COMPANY-VALUE.
           WRITE PRINT-LINE FROM RPT-GRAND-TOTAL-LINE.
      *
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           PERFORM 110-READ-COMPANY-SELECT.
      *
           IF WS-ONE-COMPANY
               OPEN INPUT WRHFILE
               IF WS-WRHFILE-SUCCESS
                   DISPLAY "WRHFILE OPEN SUCCESSFUL"
               ELSE
                   DISPLAY "WS-WRHFILE-SW=" WS-WRHFILE-SW
                   DISPLAY "WRHFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE COMSEL CARD IS OPTIONAL - NO FILE, NO CARD OR NO C IN
      *    COLUMN 1 RUNS ALL COMPANIES.  A SELECTED COMPANY OTHER THAN
      *    THE HOME COMPANY MUST BE ON COMAB2.
      *****************************************************************
       110-READ-COMPANY-SELECT.
      *
           OPEN INPUT COMSEL-FILE.
           IF WS-COMSEL-SUCCESS
               READ COMSEL-FILE
                   AT END
                       DISPLAY "COMSEL EMPTY - ALL COMPANIES"
                   NOT AT END
                       IF CSL-ONE-COMPANY
                           MOVE 'Y' TO WS-ONE-COMPANY-SW
                           MOVE CSL-COMPANY-CODE TO WS-SELECT-COMPANY
                       END-IF
               END-READ
               CLOSE COMSEL-FILE
           ELSE
               DISPLAY "NO COMSEL CARD - ALL COMPANIES"
           END-IF.
      *
           IF WS-ONE-COMPANY
               PERFORM 120-READ-COMPANY-NAME
           END-IF.
      *
       120-READ-COMPANY-NAME.
      *
           MOVE 'COMPANY: '       TO RPT-HDG-COMPANY-LABEL.
           MOVE WS-SELECT-COMPANY TO RPT-HDG-COMPANY-CODE.
           DISPLAY "COMPANY SELECTED: " WS-SELECT-COMPANY.
      *
           OPEN INPUT COMFILE.
           IF WS-COMFILE-SUCCESS
               MOVE WS-SELECT-COMPANY TO COM-COMPANY-CODE
               READ COMFILE
               IF WS-COMFILE-SUCCESS
                   MOVE COM-NAME TO RPT-HDG-COMPANY-NAME
               END-IF
               CLOSE COMFILE
           END-IF.
      *
           IF        RPT-HDG-COMPANY-NAME = SPACE
                 AND WS-SELECT-COMPANY NOT = SPACE
               DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
               DISPLAY "COMPANY " WS-SELECT-COMPANY " NOT ON COMFILE"
               STOP RUN
           END-IF.
      *
       300-READ-WAREHOUSE.
      *
           END-READ.
      *
       400-VALUE-WAREHOUSE-RECORD.
      *
           MOVE 'Y' TO WS-WHS-SELECTED-SW.
           IF WS-ONE-COMPANY
               PERFORM 430-CHECK-WAREHOUSE-COMPANY
           END-IF.
      *
           IF WS-WHS-SELECTED
               PERFORM 405-VALUE-ON-HAND
           END-IF.
      *
           PERFORM 300-READ-WAREHOUSE.
      *
       405-VALUE-ON-HAND.
      *
           MOVE WHS-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           READ PRDFILE.
                   WHS-QUANTITY-ON-HAND * PRD-UNIT-COST
               PERFORM 410-ADD-TO-WAREHOUSE-TABLE
               PERFORM 420-ADD-TO-CATEGORY-TABLE
               IF WS-ONE-COMPANY
                   ADD WS-LINE-VALUE TO WS-COMPANY-VALUE
               END-IF
           ELSE
               IF NOT WS-PRDFILE-NOTFOUND
                   DISPLAY "WS-PRDFILE-SW=" WS-PRDFILE-SW
                   STOP RUN
               END-IF
           END-IF.
      *
       410-ADD-TO-WAREHOUSE-TABLE.
      *
                           PRD-PRODUCT-CATEGORY " OMITTED"
               END-IF
           END-IF.
      *
      *****************************************************************
      *    A WAREHOUSE NOT ON WRHAB2 IS TAKEN AS THE HOME COMPANY'S.
      *****************************************************************
       430-CHECK-WAREHOUSE-COMPANY.
      *
           MOVE WHS-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE.
           READ WRHFILE.
           IF NOT WS-WRHFILE-SUCCESS
               MOVE SPACE TO WRH-COMPANY-CODE
           END-IF.
      *
           IF WRH-COMPANY-CODE NOT = WS-SELECT-COMPANY
               MOVE 'N' TO WS-WHS-SELECTED-SW
           END-IF.
      *
       500-PRINT-WAREHOUSE-TOTAL.
      *
      *
           CLOSE WHSFILE.
           CLOSE PRDFILE.
           IF WS-ONE-COMPANY
               CLOSE WRHFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
