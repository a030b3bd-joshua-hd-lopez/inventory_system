      *    DUE DATE FALLS BACK TO ITS INVOICE DATE.  PRINTS AN
      *    ACCOUNTS RECEIVABLE AGING REPORT, ONE LINE PER CUSTOMER
      *    WITH OUTSTANDING BALANCES, PLUS A GRAND TOTAL LINE.
      *
      *    AN OPTIONAL COMSEL CARD AGES ONE COMPANY ONLY - THE ITEMS
      *    OF THE CUSTOMERS THAT COMPANY OWNS - AND PRINTS THE COMPANY
      *    IN THE HEADING; WITHOUT ONE EVERY COMPANY IS AGED TOGETHER.
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
       COPY OPENITEM.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
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
       01 WS-COMPANY-CUSTOMER                PIC X(06)  VALUE SPACES.
       01 WS-CUSTOMER-COMPANY                PIC X(02)  VALUE SPACES.
       01 WS-ITEM-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-CAG-SUB                         PIC S9(03) COMP-3
           05  FILLER          PIC X(08) VALUE SPACE.
           05  FILLER          PIC X(09) VALUE 'RUN DATE:'.
           05  RPT-HDG-RUN-DATE PIC 9(08)/9(02)/9(02).
           05  FILLER          PIC X(04) VALUE SPACE.
           05  RPT-HDG-COMPANY-LABEL PIC X(09) VALUE SPACE.
           05  RPT-HDG-COMPANY-CODE  PIC X(02) VALUE SPACE.
           05  FILLER          PIC X(02) VALUE SPACE.
           05  RPT-HDG-COMPANY-NAME  PIC X(30) VALUE SPACE.
           05  FILLER          PIC X(25) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(06) VALUE 'CUST#'.
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
      *
       400-PROCESS-OPEN-ITEM.
      *
           IF WS-ONE-COMPANY
               PERFORM 410-GET-CUSTOMER-COMPANY
           END-IF.
      *
           IF        OPN-STATUS-OPEN AND OPN-OPEN-BALANCE > ZERO
                 AND (   NOT WS-ONE-COMPANY
                      OR WS-CUSTOMER-COMPANY = WS-SELECT-COMPANY)
               IF        OPN-DUE-DATE NUMERIC
                     AND OPN-DUE-DATE NOT = '00000000'
                   MOVE OPN-DUE-DATE TO WS-INV-DATE-WORK
           END-IF.
      *
           PERFORM 300-READ-OPEN-ITEM.
      *
      *****************************************************************
      *    THE OPEN ITEMS COME IN CUSTOMER ORDER, SO THE CUSTOMER'S
      *    COMPANY IS LOOKED UP ONCE PER CUSTOMER.  A CUSTOMER NO
      *    LONGER ON CMFAB2 IS TAKEN AS THE HOME COMPANY'S.
      *****************************************************************
       410-GET-CUSTOMER-COMPANY.
      *
           IF OPN-CUSTOMER-NUMBER NOT = WS-COMPANY-CUSTOMER
               MOVE OPN-CUSTOMER-NUMBER TO WS-COMPANY-CUSTOMER
                                           CM-CUSTOMER-NUMBER
               READ CMFFILE
                   INVALID KEY
                       MOVE SPACE TO WS-CUSTOMER-COMPANY
                   NOT INVALID KEY
                       MOVE CM-COMPANY-CODE TO WS-CUSTOMER-COMPANY
               END-READ
           END-IF.
      *
       430-ACCUMULATE-CUSTOMER-AGING.
      *
