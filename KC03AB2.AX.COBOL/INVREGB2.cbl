      *    LINE PER PRODUCT SOLD, WITH AN INVOICE TOTAL LINE AND A
      *    FINAL GRAND TOTAL LINE.  VOIDED INVOICES ARE LISTED BUT
      *    EXCLUDED FROM THE GRAND TOTAL.
      *
      *    AN OPTIONAL COMSEL CARD LIMITS THE REGISTER TO ONE
      *    COMPANY'S INVOICES AND PRINTS THE COMPANY IN THE HEADING;
      *    WITHOUT ONE EVERY COMPANY IS LISTED TOGETHER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS JDP-KEY
               FILE STATUS IS WS-JDPFILE-SW.

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
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
           DATA RECORD IS JOB-DEPENDENCY-RECORD.
      *
       COPY JOBDEP.
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
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-COMSEL-SW                       PIC X(02)  VALUE SPACES.
           88  WS-COMSEL-SUCCESS                 VALUE '00'.
       01 WS-COMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COMFILE-SUCCESS                VALUE '00'.
       01 WS-ONE-COMPANY-SW                  PIC X(01)  VALUE 'N'.
           88  WS-ONE-COMPANY                    VALUE 'Y'.
       01 WS-SELECT-COMPANY                  PIC X(02)  VALUE SPACES.
       01 WS-LINE-SUB                        PIC S9(03) COMP-3
                                              VALUE ZERO.
       01 WS-INVOICE-COUNT                   PIC S9(07) COMP-3
       01  RPT-HEADING-1.
           05  FILLER          PIC X(20) VALUE
               'INVOICE REGISTER   '.
           05  RPT-HDG-COMPANY-LABEL PIC X(09) VALUE SPACE.
           05  RPT-HDG-COMPANY-CODE  PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  RPT-HDG-COMPANY-NAME  PIC X(30) VALUE SPACE.
           05  FILLER          PIC X(69) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(08) VALUE 'INVOICE#'.
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           PERFORM 110-READ-COMPANY-SELECT.
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
       200-PRINT-HEADINGS.
      *
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
       300-READ-INVOICE.
      *
           PERFORM 310-READ-NEXT-INVOICE.
           PERFORM 310-READ-NEXT-INVOICE
               UNTIL WS-EOF-YES
                  OR NOT WS-ONE-COMPANY
                  OR INV-COMPANY-CODE = WS-SELECT-COMPANY.
      *
           IF WS-EOF-NO
               ADD 1 TO WS-INVOICE-COUNT
           END-IF.
      *
       310-READ-NEXT-INVOICE.
      *
           READ INVFILE
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       400-PROCESS-INVOICE.
