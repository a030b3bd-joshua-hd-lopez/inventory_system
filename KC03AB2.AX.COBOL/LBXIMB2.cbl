      *    VOIDED INVOICE, PARTIAL OR OVER PAYMENT - ROUTES TO THE
      *    REJECT REPORT FOR THE CASH DESK TO KEY BY HAND.  THE RUN
      *    PROVES ITSELF AGAINST THE BANK'S DEPOSIT TOTAL.
      *
      *    THE ONE EXCEPTION IS A SHORT PAYMENT WHOSE REMITTANCE
      *    CARRIES A DEDUCTION REASON CODE (THE BANK KEYS IT FROM THE
      *    STUB: P PRICING, D DAMAGE, R REBATE, O OTHER).  THE CASH
      *    APPLIES AS ABOVE AND THE REST OF THE INVOICE IS SPLIT OFF
      *    TO DEDAB2 AS A DEDUCTION UNDER THE ACCOUNT'S ANALYST, THE
      *    WAY CSHEAB2 DOES IT ONLINE.
      *
      *    A PAYMENT IS HELD TO THE PERIOD OF ITS CUSTOMER'S COMPANY:
      *    ONE FROM A CUSTOMER WHOSE COMPANY HAS CLOSED OR LOCKED THE
      *    PERIOD REJECTS TO THE REPORT AND THE REST OF THE FILE POSTS.
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

           SELECT PERFILE ASSIGN TO PERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               10  LBX-D-CHECK-NUMBER        PIC X(10).
               10  LBX-D-INVOICE-NUMBER      PIC 9(06).
               10  LBX-D-AMOUNT              PIC 9(07)V99.
               10  LBX-D-DEDUCTION-REASON    PIC X(01).
               10  FILLER                    PIC X(47).
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
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
       FD PERFILE
           RECORD CONTAINS 40 CHARACTERS
           88  WS-OPNFILE-NOTFOUND                VALUE '23'.
       01 WS-OPNFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-OPNFILE-AVAILABLE              VALUE 'Y'.
       01 WS-DEDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DEDFILE-SUCCESS                VALUE '00'.
           88  WS-DEDFILE-NOTFOUND                VALUE '23'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-PERFILE-NOTFOUND                VALUE '23'.
       01 WS-PERFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-PERFILE-AVAILABLE              VALUE 'Y'.
      *
      *****************************************************************
      *    EACH COMPANY CLOSES ITS OWN PERIODS.  THE PERIOD STATUS IS
      *    READ ONCE FOR EACH COMPANY THE RUN MEETS AND KEPT HERE.
      *****************************************************************
       01  PERIOD-COMPANY-TABLE.
           05  PCT-ENTRY OCCURS 50 TIMES.
               10  PCT-COMPANY-CODE          PIC X(02).
               10  PCT-CLOSED-SW             PIC X(01).
       01  WS-PCT-COUNT                      PIC S9(03) COMP-3
                                              VALUE ZERO.
       01  WS-PCT-SUB                        PIC S9(03) COMP-3.
       01  WS-PCT-FOUND-SW                   PIC X(01)  VALUE 'N'.
           88  WS-PCT-FOUND                      VALUE 'Y'.
       01  WS-PERIOD-CLOSED-SW               PIC X(01)  VALUE 'N'.
           88  WS-PERIOD-CLOSED                  VALUE 'Y'.
       01 WS-RUN-DATE-MDY                    PIC 9(08).
       01 WS-RUN-DATE-MDY-R REDEFINES WS-RUN-DATE-MDY.
           05  WS-MDY-MM                     PIC 9(02).
                                              VALUE ZERO.
       01 WS-REJECTED-COUNT                  PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-DEDUCTION-TOTAL                 PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
       01 WS-DEDUCTION-COUNT                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-READ-COUNT                      PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
           05  WS-APP-INVOICE-NUMBER         PIC 9(06).
           05  WS-APP-APPLICATION-SEQ        PIC 9(02).
       01 WS-REJECT-REASON                   PIC X(40).
       01 WS-DEDUCTION-AMOUNT                PIC S9(09)V99 COMP-3.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-RJ-REASON        PIC X(40).
           05  FILLER               PIC X(41) VALUE SPACE.
      *
       01  RPT-DEDUCTION-LINE.
           05  FILLER               PIC X(09) VALUE 'DEDUCT:  '.
           05  RPT-DD-CUSTOMER      PIC X(06).
           05  FILLER               PIC X(08) VALUE '  CHECK '.
           05  RPT-DD-CHECK         PIC X(10).
           05  FILLER               PIC X(10) VALUE '  INVOICE '.
           05  RPT-DD-INVOICE       PIC 9(06).
           05  FILLER               PIC X(09) VALUE '  AMOUNT '.
           05  RPT-DD-AMOUNT        PIC Z(06)9.99-.
           05  FILLER               PIC X(09) VALUE '  REASON '.
           05  RPT-DD-REASON        PIC X(01).
           05  FILLER               PIC X(10) VALUE '  ANALYST '.
           05  RPT-DD-ANALYST       PIC X(08).
           05  FILLER               PIC X(35) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(28).
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'LBXIMB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
           STOP RUN.
      *
      *****************************************************************
      *    THE PERIOD GATE.  EVERYTHING POSTS UNDER THE PROCESSING
      *    DATE, AND EACH COMPANY CLOSES ITS OWN PERIODS (PERAB2), SO
      *    THE TEST IS MADE AGAINST THE PERIOD OF THE CUSTOMER'S
      *    COMPANY (CM-COMPANY-CODE) - THE SAME TEST ITS OWN SCREENS
      *    MAKE.  A CLOSED OR LOCKED PERIOD SETS WS-PERIOD-CLOSED AND
      *    THE PAYMENT REJECTS TO THE REPORT; THE RUN GOES ON.
      *    NO PERIOD FILE, OR NO RECORD, MEANS OPEN.
      *****************************************************************
       170-CHECK-PERIOD-STATUS.
      *
           MOVE 'N' TO WS-PERIOD-CLOSED-SW.
           IF WS-PERFILE-AVAILABLE
               MOVE 'N' TO WS-PCT-FOUND-SW
               PERFORM 175-FIND-PERIOD-COMPANY
                   VARYING WS-PCT-SUB FROM 1 BY 1
                     UNTIL WS-PCT-SUB > WS-PCT-COUNT
                        OR WS-PCT-FOUND
               IF NOT WS-PCT-FOUND
                   PERFORM 177-READ-COMPANY-PERIOD
               END-IF
           END-IF.
      *
       175-FIND-PERIOD-COMPANY.
      *
           IF PCT-COMPANY-CODE(WS-PCT-SUB) = CM-COMPANY-CODE
               MOVE 'Y' TO WS-PCT-FOUND-SW
               MOVE PCT-CLOSED-SW(WS-PCT-SUB) TO WS-PERIOD-CLOSED-SW
           END-IF.
      *
       177-READ-COMPANY-PERIOD.
      *
           MOVE CM-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE WS-MDY-YYYY     TO PER-PERIOD(1:4).
           MOVE WS-MDY-MM       TO PER-PERIOD(5:2).
           READ PERFILE.
           EVALUATE TRUE
               WHEN WS-PERFILE-SUCCESS
                   IF PER-STATUS-CLOSED OR PER-STATUS-LOCKED
                       MOVE 'Y' TO WS-PERIOD-CLOSED-SW
                       DISPLAY "ACCOUNTING PERIOD " PER-PERIOD
                               " IS CLOSED FOR COMPANY '"
                               PER-COMPANY-CODE "'"
                   END-IF
               WHEN WS-PERFILE-NOTFOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WS-PERFILE-SW=" WS-PERFILE-SW
                   DISPLAY "PERFILE READ ERROR"
                   STOP RUN
           END-EVALUATE.
      *
           IF WS-PCT-COUNT < 50
               ADD 1 TO WS-PCT-COUNT
               MOVE CM-COMPANY-CODE TO PCT-COMPANY-CODE(WS-PCT-COUNT)
               MOVE WS-PERIOD-CLOSED-SW TO PCT-CLOSED-SW(WS-PCT-COUNT)
           END-IF.
      *
       100-OPEN-FILES.
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O DEDFILE.
           IF NOT WS-DEDFILE-SUCCESS
               IF WS-DEDFILE-SW = '35'
                   OPEN OUTPUT DEDFILE
                   CLOSE DEDFILE
                   OPEN I-O DEDFILE
               END-IF
               IF NOT WS-DEDFILE-SUCCESS
                   DISPLAY "WS-DEDFILE-SW=" WS-DEDFILE-SW
                   DISPLAY "DEDFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO PERIOD HAS EVER BEEN CLOSED.
      *****************************************************************
           OPEN INPUT PERFILE.
           IF NOT WS-PERFILE-SUCCESS
               IF WS-PERFILE-SW = '35'
                   MOVE 'N' TO WS-PERFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-PERFILE-SW=" WS-PERFILE-SW
                   DISPLAY "PERFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
       500-APPLY-ONE-PAYMENT.
      *
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE ZERO  TO WS-DEDUCTION-AMOUNT.
      *
           MOVE LBX-D-CUSTOMER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               PERFORM 170-CHECK-PERIOD-STATUS
               IF WS-PERIOD-CLOSED
                   MOVE 'ACCOUNTING PERIOD IS CLOSED'
                                           TO WS-REJECT-REASON
               END-IF
           END-IF.
      *
           IF WS-REJECT-REASON = SPACE
               MOVE LBX-D-INVOICE-NUMBER TO INV-INVOICE-NUMBER
                   INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                       + INV-FREIGHT-AMOUNT - WS-APPLIED-TO-DATE
               IF WS-OPEN-BALANCE NOT = LBX-D-AMOUNT
                   PERFORM 510-EDIT-SHORT-PAYMENT
               END-IF
           END-IF.
      *
               PERFORM 560-POST-RECEIPT
               PERFORM 580-RELIEVE-CUSTOMER-BALANCE
               PERFORM 590-CLOSE-OPEN-ITEM
               IF WS-DEDUCTION-AMOUNT > ZERO
                   PERFORM 595-WRITE-DEDUCTION
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               ADD LBX-D-AMOUNT TO WS-APPLIED-TOTAL
               MOVE LBX-D-CUSTOMER       TO RPT-AP-CUSTOMER
           END-IF.
      *
      *****************************************************************
      *    A PAYMENT THAT DOES NOT MATCH THE BALANCE IS STILL GOOD IF
      *    IT IS SHORT AND THE STUB SAYS WHY - THE DIFFERENCE BECOMES
      *    A DEDUCTION.  OVERPAYMENTS AND UNEXPLAINED SHORT PAYMENTS
      *    GO TO THE CASH DESK AS BEFORE.
      *****************************************************************
       510-EDIT-SHORT-PAYMENT.
      *
           MOVE LBX-D-DEDUCTION-REASON TO DED-REASON.
           EVALUATE TRUE
               WHEN LBX-D-AMOUNT > WS-OPEN-BALANCE
                     OR LBX-D-DEDUCTION-REASON = SPACE
                   MOVE 'AMOUNT DOES NOT MATCH OPEN BALANCE'
                       TO WS-REJECT-REASON
               WHEN NOT DED-REASON-VALID
                   MOVE 'UNKNOWN DEDUCTION REASON CODE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE WS-DEDUCTION-AMOUNT =
                       WS-OPEN-BALANCE - LBX-D-AMOUNT
           END-EVALUATE.
      *
      *****************************************************************
      *    THE INVOICE'S APPLICATIONS TO DATE AND THE NEXT FREE
      *    SEQUENCE, THE SAME WALK CSHEAB2 MAKES ONLINE.
      *****************************************************************
           END-IF.
      *
      *****************************************************************
      *    AN EXACT-MATCH PAYMENT CLOSES THE OPEN ITEM OUTRIGHT.  A
      *    SHORT PAYMENT WITH A DEDUCTION ONLY BRINGS IT DOWN - THE
      *    DEDUCTION IS STILL RECEIVABLE UNTIL IT IS RESOLVED.
      *****************************************************************
       590-CLOSE-OPEN-ITEM.
      *
               MOVE LBX-D-INVOICE-NUMBER TO OPN-INVOICE-NUMBER
               READ OPNFILE
               IF WS-OPNFILE-SUCCESS
                   IF WS-DEDUCTION-AMOUNT > ZERO
                       SUBTRACT LBX-D-AMOUNT FROM OPN-OPEN-BALANCE
                   ELSE
                       MOVE ZERO TO OPN-OPEN-BALANCE
                       SET OPN-STATUS-CLOSED TO TRUE
                   END-IF
                   REWRITE OPEN-ITEM-RECORD
                   IF NOT WS-OPNFILE-SUCCESS
                       DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      *    THE REST OF THE INVOICE GOES TO DEDAB2 UNDER THE ACCOUNT'S
      *    ANALYST (THE CUSTOMER RECORD IS STILL IN THE BUFFER FROM
      *    THE EDIT).  A DEDUCTION ALREADY ON FILE FOR THE INVOICE IS
      *    REPLACED; AN OPEN ONE KEEPS THE ANALYST ALREADY WORKING IT.
      *****************************************************************
       595-WRITE-DEDUCTION.
      *
           MOVE LBX-D-INVOICE-NUMBER TO DED-INVOICE-NUMBER.
           READ DEDFILE.
           IF WS-DEDFILE-SUCCESS
               PERFORM 596-FILL-DEDUCTION
               REWRITE DEDUCTION-RECORD
           ELSE
               MOVE SPACE TO DEDUCTION-RECORD
               MOVE LBX-D-INVOICE-NUMBER TO DED-INVOICE-NUMBER
               PERFORM 596-FILL-DEDUCTION
               WRITE DEDUCTION-RECORD
           END-IF.
           IF NOT WS-DEDFILE-SUCCESS
               DISPLAY "WS-DEDFILE-SW=" WS-DEDFILE-SW
               DISPLAY "DEDFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
           ADD 1 TO WS-DEDUCTION-COUNT.
           ADD WS-DEDUCTION-AMOUNT TO WS-DEDUCTION-TOTAL.
           MOVE LBX-D-CUSTOMER         TO RPT-DD-CUSTOMER.
           MOVE LBX-D-CHECK-NUMBER     TO RPT-DD-CHECK.
           MOVE LBX-D-INVOICE-NUMBER   TO RPT-DD-INVOICE.
           MOVE WS-DEDUCTION-AMOUNT    TO RPT-DD-AMOUNT.
           MOVE DED-REASON             TO RPT-DD-REASON.
           MOVE DED-ANALYST            TO RPT-DD-ANALYST.
           WRITE PRINT-LINE FROM RPT-DEDUCTION-LINE.
      *
       596-FILL-DEDUCTION.
      *
           IF NOT DED-STATUS-OPEN OR DED-ANALYST = SPACE
               MOVE CM-DEDUCTION-ANALYST TO DED-ANALYST
           END-IF.
           MOVE LBX-D-CUSTOMER         TO DED-CUSTOMER-NUMBER.
           MOVE WS-RUN-DATE-MDY        TO DED-DEDUCTION-DATE.
           MOVE WS-DEDUCTION-AMOUNT    TO DED-AMOUNT.
           MOVE LBX-D-DEDUCTION-REASON TO DED-REASON.
           MOVE LBX-D-CHECK-NUMBER     TO DED-CHECK-NUMBER.
           SET DED-STATUS-OPEN         TO TRUE.
           MOVE SPACE                  TO DED-OUTCOME
                                          DED-RESOLVED-DATE
                                          DED-RESOLVED-BY
                                          DED-REFERENCE.
      *
       800-PROVE-THE-RUN.
      *
           IF WS-BALANCE-DIFF NOT = ZERO
               DISPLAY "LBXIMB2: RUN DOES NOT BALANCE TO THE DEPOSIT"
           END-IF.
      *
           MOVE 'SPLIT OFF AS DEDUCTIONS:    ' TO RPT-TOT-LABEL.
           MOVE WS-DEDUCTION-TOTAL TO RPT-TOT-VALUE.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-OPNFILE-AVAILABLE
               CLOSE OPNFILE
           END-IF.
           CLOSE DEDFILE.
           IF WS-PERFILE-AVAILABLE
               CLOSE PERFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "PAYMENTS APPLIED:  " WS-APPLIED-COUNT.
           DISPLAY "PAYMENTS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "DEDUCTIONS TAKEN:  " WS-DEDUCTION-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
