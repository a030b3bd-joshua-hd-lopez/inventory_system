      *    RECORDS INTO A BAD-DEBT JOURNAL (CLASS BDBT) SO THE BOOKS
      *    TIE WITHOUT RE-KEYING.  A REGISTER LISTS EVERYTHING
      *    WRITTEN OFF.
      *
      *    AN INVOICE CARRYING AN UNRESOLVED CUSTOMER DEDUCTION
      *    (DEDAB2) IS NOT A SMALL BALANCE - IT BELONGS TO THE
      *    ANALYST AND IS SKIPPED, WHATEVER ITS SIZE.  ONCE DEDMTB2
      *    APPROVES THE DEDUCTION FOR WRITE-OFF, THE NEXT RUN WRITES
      *    OFF THE INVOICE'S WHOLE BALANCE THE SAME WAY (OPERATOR
      *    DEDN ON THE AUDIT RECORD, WHATEVER THE THRESHOLD) AND
      *    MARKS THE DEDUCTION RESOLVED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNFILE-SW.

           SELECT DEDFILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDFILE-SW.

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       COPY WOFCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
       COPY CASHAPP.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
           DATA RECORD IS OPEN-ITEM-RECORD.
      *
       COPY OPENITEM.
      *
       FD DEDFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEDUCTION-RECORD.
      *
       COPY DEDUCT.
      *
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
           88  WS-OPNFILE-NOTFOUND                VALUE '23'.
       01 WS-OPNFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-OPNFILE-AVAILABLE              VALUE 'Y'.
       01 WS-DEDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DEDFILE-SUCCESS                VALUE '00'.
       01 WS-DEDFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-DEDFILE-AVAILABLE              VALUE 'Y'.
       01 WS-DEDUCTION-SW                    PIC X(01)  VALUE 'N'.
           88  WS-NO-DEDUCTION                   VALUE 'N'.
           88  WS-DEDUCTION-OPEN                 VALUE 'O'.
           88  WS-DEDUCTION-APPROVED             VALUE 'A'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
       01 WS-OPEN-BALANCE                    PIC S9(09)V99 COMP-3.
       01 WS-APPLIED-TO-DATE                 PIC S9(09)V99 COMP-3.
       01 WS-NEXT-APP-SEQ                    PIC 9(02).
       01 WS-WOF-OPERATOR                    PIC X(04).
       01 WS-APP-BROWSE-KEY.
           05  WS-APP-INVOICE-NUMBER         PIC 9(06).
           05  WS-APP-APPLICATION-SEQ        PIC 9(02).
           05  RPT-CUSTOMER-NUMBER  PIC X(06).
           05  FILLER               PIC X(14) VALUE '  WRITTEN OFF '.
           05  RPT-AMOUNT           PIC Z(04)9.99-.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-DEDUCTION-TAG    PIC X(20).
           05  FILLER               PIC X(58) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  FILLER               PIC X(22) VALUE
                   STOP RUN
               END-IF
           END-IF.
      *****************************************************************
      *    FILE STATUS 35 MEANS NO DEDUCTION HAS EVER BEEN TAKEN -
      *    NOTHING TO SKIP AND NOTHING APPROVED.
      *****************************************************************
           OPEN I-O DEDFILE.
           IF NOT WS-DEDFILE-SUCCESS
               IF WS-DEDFILE-SW = '35'
                   MOVE 'N' TO WS-DEDFILE-AVAILABLE-SW
                   DISPLAY "DEDFILE NOT FOUND - NO DEDUCTIONS ON FILE"
               ELSE
                   DISPLAY "WS-DEDFILE-SW=" WS-DEDFILE-SW
                   DISPLAY "DEDFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               STOP RUN
           END-IF.
           IF WOF-THRESHOLD <= ZERO
               DISPLAY "THRESHOLD IS ZERO - APPROVED DEDUCTIONS ONLY"
           END-IF.
      *
       300-READ-INVOICE.
               COMPUTE WS-OPEN-BALANCE =
                   INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                       + INV-FREIGHT-AMOUNT - WS-APPLIED-TO-DATE
               IF WS-OPEN-BALANCE > ZERO
                   PERFORM 410-CHECK-DEDUCTION
                   EVALUATE TRUE
                       WHEN WS-DEDUCTION-APPROVED
                           MOVE 'DEDN' TO WS-WOF-OPERATOR
                           MOVE 'APPROVED DEDUCTION'
                               TO RPT-DEDUCTION-TAG
                           PERFORM 500-WRITE-OFF-BALANCE
                           PERFORM 510-RESOLVE-DEDUCTION
                       WHEN WS-DEDUCTION-OPEN
                           CONTINUE
                       WHEN WS-OPEN-BALANCE <= WOF-THRESHOLD
                           MOVE 'WOFF' TO WS-WOF-OPERATOR
                           MOVE SPACE TO RPT-DEDUCTION-TAG
                           PERFORM 500-WRITE-OFF-BALANCE
                   END-EVALUATE
               END-IF
           END-IF.
      *
           PERFORM 300-READ-INVOICE.
      *
       410-CHECK-DEDUCTION.
      *
           MOVE 'N' TO WS-DEDUCTION-SW.
           IF WS-DEDFILE-AVAILABLE
               MOVE INV-INVOICE-NUMBER TO DED-INVOICE-NUMBER
               READ DEDFILE
               IF WS-DEDFILE-SUCCESS
                   EVALUATE TRUE
                       WHEN DED-STATUS-WRITEOFF-PENDING
                           MOVE 'A' TO WS-DEDUCTION-SW
                       WHEN DED-STATUS-OPEN
                           MOVE 'O' TO WS-DEDUCTION-SW
                   END-EVALUATE
               END-IF
           END-IF.
      *
       420-SUM-CASH-APPLICATIONS.
      *
           MOVE WS-RUN-DATE-MDY     TO WOF-WRITEOFF-DATE.
           MOVE INV-CUSTOMER-NUMBER TO WOF-CUSTOMER-NUMBER.
           MOVE WS-OPEN-BALANCE     TO WOF-AMOUNT.
           MOVE WS-WOF-OPERATOR     TO WOF-OPERATOR.
           WRITE WRITEOFF-AUDIT-RECORD.
           IF NOT WS-WOFFILE-SUCCESS
               DISPLAY "WS-WOFFILE-SW=" WS-WOFFILE-SW
           MOVE INV-CUSTOMER-NUMBER TO RPT-CUSTOMER-NUMBER.
           MOVE WS-OPEN-BALANCE     TO RPT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
      *****************************************************************
      *    THE APPROVED DEDUCTION IS DONE - THE WRITE-OFF DATE IS ITS
      *    RESOLUTION DATE.  THE ANALYST WHO APPROVED IT STAYS IN
      *    DED-RESOLVED-BY.
      *****************************************************************
       510-RESOLVE-DEDUCTION.
      *
           SET DED-STATUS-RESOLVED TO TRUE.
           SET DED-OUTCOME-WRITE-OFF TO TRUE.
           MOVE WS-RUN-DATE-MDY TO DED-RESOLVED-DATE.
           REWRITE DEDUCTION-RECORD.
           IF NOT WS-DEDFILE-SUCCESS
               DISPLAY "WS-DEDFILE-SW=" WS-DEDFILE-SW
               DISPLAY "DEDFILE REWRITE ERROR"
               STOP RUN
           END-IF.
      *
       900-CLOSE-FILES.
      *
           IF WS-OPNFILE-AVAILABLE
               CLOSE OPNFILE
           END-IF.
           IF WS-DEDFILE-AVAILABLE
               CLOSE DEDFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "INVOICES WRITTEN OFF: " WS-WRITEOFF-COUNT.
           DISPLAY "DONE".
