       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE SERVICE CONTRACT FILE (SVCAB2) FROM A SEQUENTIAL
      *    INPUT FILE, ONE RECORD PER CONTRACT, UPSERT-STYLE THE WAY
      *    CHGLOAB2 LOADS THE CHARGE CODES: A CONTRACT ALREADY ON FILE
      *    IS REWRITTEN, A NEW ONE IS WRITTEN, AND THE FILE IS CREATED
      *    ON A FIRST LOAD (FILE STATUS 35).  THE BILLING STATE - NEXT
      *    AND LAST BILL DATES, LAST INVOICE, BILLED TO DATE AND
      *    CYCLES BILLED - BELONGS TO SVCBLB2 AND IS KEPT ACROSS AN
      *    UPDATE, EXCEPT THAT A CONTRACT THAT HAS NEVER BILLED TAKES
      *    ITS NEXT BILL DATE FROM A CHANGED START DATE.  A NEW
      *    CONTRACT FIRST BILLS ON ITS START DATE.  A CONTRACT IS
      *    REJECTED FOR A BLANK ID OR CUSTOMER, A FREQUENCY OTHER THAN
      *    M OR Q, A START OR END DATE THAT IS NOT A DATE, AN END
      *    BEFORE THE START, OR NO CHARGE LINE; A CHARGE CODE MUST
      *    BEGIN WITH AN ASTERISK, AS EVERY CHGAB2 CODE DOES.  THE
      *    STATUS IS STORED AS H (HELD), C (CANCELLED) OR A.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT SVCINPUT ASSIGN TO SVCDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT SVCFILE ASSIGN TO OUTFILE
               RECORD KEY IS SVC-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OUTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD SVCINPUT
           RECORD CONTAINS 167 CHARACTERS
           DATA RECORD IS SVCINPUT-RECORD.

       01  SVCINPUT-RECORD.
           05  SVCIN-CONTRACT-ID             PIC X(06).
           05  SVCIN-CUSTOMER-NUMBER         PIC X(06).
           05  SVCIN-SHIPTO-SEQ              PIC 9(02).
           05  SVCIN-PO-NUMBER               PIC X(10).
           05  SVCIN-DESCRIPTION             PIC X(30).
           05  SVCIN-BILL-FREQUENCY          PIC X(01).
           05  SVCIN-START-DATE              PIC X(08).
           05  SVCIN-START-DATE-R REDEFINES SVCIN-START-DATE.
               10  SVCIN-START-MM            PIC 9(02).
               10  SVCIN-START-DD            PIC 9(02).
               10  SVCIN-START-YYYY          PIC 9(04).
           05  SVCIN-END-DATE                PIC X(08).
           05  SVCIN-END-DATE-R REDEFINES SVCIN-END-DATE.
               10  SVCIN-END-MM              PIC 9(02).
               10  SVCIN-END-DD              PIC 9(02).
               10  SVCIN-END-YYYY            PIC 9(04).
           05  SVCIN-STATUS                  PIC X(01).
           05  SVCIN-CHARGE-LINE             OCCURS 5 TIMES.
               10  SVCIN-CHARGE-CODE         PIC X(10).
               10  SVCIN-CHARGE-CODE-R REDEFINES SVCIN-CHARGE-CODE.
                   15  SVCIN-CHARGE-MARK     PIC X(01).
                   15  FILLER                PIC X(09).
               10  SVCIN-CHARGE-AMOUNT       PIC 9(07)V99.
      *
       FD SVCFILE
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS SERVICE-CONTRACT-RECORD.
      *
       COPY SVCCON.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
           88  WS-OUTFILE-NOTFOUND               VALUE '23'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-ON-FILE-SW                      PIC X(01)  VALUE 'N'.
           88  WS-ON-FILE                        VALUE 'Y'.
       01 WS-LINE-ERROR-SW                   PIC X(01)  VALUE 'N'.
           88  WS-LINE-ERROR                     VALUE 'Y'.
       01 WS-LOADED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-UPDATED-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-CHARGE-LINES                    PIC S9(03) COMP-3.
       01 WS-LINE-SUB                        PIC S9(03) COMP-3.
       01 WS-START-YMD                       PIC 9(08).
       01 WS-END-YMD                         PIC 9(08).
      *
      *    THE BILLING RUN'S FIELDS, HELD WHILE THE RECORD IS REBUILT
      *    FROM THE INPUT.
      *
       01 WS-BILLING-SAVE.
           05  WS-OLD-START-DATE             PIC X(08).
           05  WS-OLD-NEXT-BILL-DATE         PIC X(08).
           05  WS-OLD-LAST-BILL-DATE         PIC X(08).
           05  WS-OLD-LAST-INVOICE           PIC 9(06).
           05  WS-OLD-BILLED-TO-DATE         PIC S9(09)V99.
           05  WS-OLD-CYCLES-BILLED          PIC 9(04).
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 200-READ-INPUT.
      *
           PERFORM 300-LOAD-CONTRACT
               UNTIL WS-EOF-YES.
      *
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT SVCINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "SVCINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "SVCINPUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O SVCFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "SVCFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-OUTFILE-SW = '35'
                   OPEN OUTPUT SVCFILE
                   IF WS-OUTFILE-SUCCESS
                       DISPLAY "SVCFILE CREATED"
                   ELSE
                       DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                       DISPLAY "SVCFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                   DISPLAY "SVCFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       200-READ-INPUT.
      *
           READ SVCINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       300-LOAD-CONTRACT.
      *
           MOVE ZERO TO WS-CHARGE-LINES.
           MOVE 'N'  TO WS-LINE-ERROR-SW.
           PERFORM 305-CHECK-CHARGE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 5.
           MOVE ZERO TO WS-START-YMD
                        WS-END-YMD.
           IF        SVCIN-START-DATE NUMERIC
                 AND SVCIN-END-DATE NUMERIC
               COMPUTE WS-START-YMD =
                   (SVCIN-START-YYYY * 10000) + (SVCIN-START-MM * 100)
                       + SVCIN-START-DD
               COMPUTE WS-END-YMD =
                   (SVCIN-END-YYYY * 10000) + (SVCIN-END-MM * 100)
                       + SVCIN-END-DD
           END-IF.
      *
           EVALUATE TRUE
               WHEN SVCIN-CONTRACT-ID = SPACE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "BLANK CONTRACT ID REJECTED"
               WHEN SVCIN-CUSTOMER-NUMBER = SPACE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CONTRACT " SVCIN-CONTRACT-ID
                           " REJECTED - NO CUSTOMER"
               WHEN SVCIN-BILL-FREQUENCY NOT = 'M'
                AND SVCIN-BILL-FREQUENCY NOT = 'Q'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CONTRACT " SVCIN-CONTRACT-ID
                           " REJECTED - FREQUENCY MUST BE M OR Q"
               WHEN WS-START-YMD = ZERO
                 OR SVCIN-START-MM < 1 OR SVCIN-START-MM > 12
                 OR SVCIN-START-DD < 1 OR SVCIN-START-DD > 31
                 OR SVCIN-END-MM < 1 OR SVCIN-END-MM > 12
                 OR SVCIN-END-DD < 1 OR SVCIN-END-DD > 31
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CONTRACT " SVCIN-CONTRACT-ID
                           " REJECTED - START OR END DATE INVALID"
               WHEN WS-END-YMD < WS-START-YMD
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CONTRACT " SVCIN-CONTRACT-ID
                           " REJECTED - ENDS BEFORE IT STARTS"
               WHEN WS-LINE-ERROR
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CONTRACT " SVCIN-CONTRACT-ID
                           " REJECTED - CHARGE CODE MUST BEGIN WITH *"
               WHEN WS-CHARGE-LINES = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CONTRACT " SVCIN-CONTRACT-ID
                           " REJECTED - NO CHARGE LINES"
               WHEN OTHER
                   PERFORM 310-WRITE-CONTRACT
           END-EVALUATE.
      *
           PERFORM 200-READ-INPUT.
      *
       305-CHECK-CHARGE-LINE.
      *
           IF SVCIN-CHARGE-CODE(WS-LINE-SUB) NOT = SPACE
               ADD 1 TO WS-CHARGE-LINES
               IF SVCIN-CHARGE-MARK(WS-LINE-SUB) NOT = '*'
                   MOVE 'Y' TO WS-LINE-ERROR-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      *    READ THE CONTRACT FIRST SO AN UPDATE KEEPS WHAT THE
      *    BILLING RUN HAS DONE WITH IT.
      *****************************************************************
       310-WRITE-CONTRACT.
      *
           MOVE SVCIN-CONTRACT-ID TO SVC-CONTRACT-ID.
           READ SVCFILE.
           IF WS-OUTFILE-SUCCESS
               MOVE 'Y' TO WS-ON-FILE-SW
               MOVE SVC-START-DATE          TO WS-OLD-START-DATE
               MOVE SVC-NEXT-BILL-DATE      TO WS-OLD-NEXT-BILL-DATE
               MOVE SVC-LAST-BILL-DATE      TO WS-OLD-LAST-BILL-DATE
               MOVE SVC-LAST-INVOICE-NUMBER TO WS-OLD-LAST-INVOICE
               MOVE SVC-BILLED-TO-DATE      TO WS-OLD-BILLED-TO-DATE
               MOVE SVC-CYCLES-BILLED       TO WS-OLD-CYCLES-BILLED
           ELSE
               MOVE 'N' TO WS-ON-FILE-SW
           END-IF.
      *
           MOVE SPACE TO SERVICE-CONTRACT-RECORD.
           MOVE SVCIN-CONTRACT-ID     TO SVC-CONTRACT-ID.
           MOVE SVCIN-CUSTOMER-NUMBER TO SVC-CUSTOMER-NUMBER.
           IF SVCIN-SHIPTO-SEQ NUMERIC
               MOVE SVCIN-SHIPTO-SEQ  TO SVC-SHIPTO-SEQ
           ELSE
               MOVE ZERO              TO SVC-SHIPTO-SEQ
           END-IF.
           MOVE SVCIN-PO-NUMBER       TO SVC-PO-NUMBER.
           MOVE SVCIN-DESCRIPTION     TO SVC-DESCRIPTION.
           MOVE SVCIN-BILL-FREQUENCY  TO SVC-BILL-FREQUENCY.
           MOVE SVCIN-START-DATE      TO SVC-START-DATE.
           MOVE SVCIN-END-DATE        TO SVC-END-DATE.
           EVALUATE SVCIN-STATUS
               WHEN 'H'
                   MOVE 'H' TO SVC-STATUS
               WHEN 'C'
                   MOVE 'C' TO SVC-STATUS
               WHEN OTHER
                   MOVE 'A' TO SVC-STATUS
           END-EVALUATE.
           PERFORM 315-MOVE-CHARGE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 5.
      *
           IF WS-ON-FILE
               MOVE WS-OLD-LAST-BILL-DATE TO SVC-LAST-BILL-DATE
               MOVE WS-OLD-LAST-INVOICE   TO SVC-LAST-INVOICE-NUMBER
               MOVE WS-OLD-BILLED-TO-DATE TO SVC-BILLED-TO-DATE
               MOVE WS-OLD-CYCLES-BILLED  TO SVC-CYCLES-BILLED
               IF        WS-OLD-CYCLES-BILLED = ZERO
                     AND SVCIN-START-DATE NOT = WS-OLD-START-DATE
                   MOVE SVCIN-START-DATE  TO SVC-NEXT-BILL-DATE
               ELSE
                   MOVE WS-OLD-NEXT-BILL-DATE TO SVC-NEXT-BILL-DATE
               END-IF
               REWRITE SERVICE-CONTRACT-RECORD
               IF WS-OUTFILE-SUCCESS
                   ADD 1 TO WS-UPDATED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "REWRITE ERROR STATUS=" WS-OUTFILE-SW
               END-IF
           ELSE
               MOVE SVCIN-START-DATE TO SVC-NEXT-BILL-DATE
               MOVE ZERO             TO SVC-LAST-INVOICE-NUMBER
                                        SVC-BILLED-TO-DATE
                                        SVC-CYCLES-BILLED
               WRITE SERVICE-CONTRACT-RECORD
               IF WS-OUTFILE-SUCCESS
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WRITE ERROR STATUS=" WS-OUTFILE-SW
               END-IF
           END-IF.
      *
       315-MOVE-CHARGE-LINE.
      *
           IF SVCIN-CHARGE-CODE(WS-LINE-SUB) = SPACE
               MOVE SPACE TO SVC-CHARGE-CODE(WS-LINE-SUB)
               MOVE ZERO  TO SVC-CHARGE-AMOUNT(WS-LINE-SUB)
           ELSE
               MOVE SVCIN-CHARGE-CODE(WS-LINE-SUB)
                   TO SVC-CHARGE-CODE(WS-LINE-SUB)
               MOVE SVCIN-CHARGE-AMOUNT(WS-LINE-SUB)
                   TO SVC-CHARGE-AMOUNT(WS-LINE-SUB)
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE SVCINPUT.
           CLOSE SVCFILE.
           DISPLAY "CONTRACTS LOADED:  " WS-LOADED-COUNT.
           DISPLAY "CONTRACTS UPDATED: " WS-UPDATED-COUNT.
           DISPLAY "RECORDS REJECTED:  " WS-REJECT-COUNT.
           DISPLAY "DONE".
