       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE CHARGE CODE FILE (CHGAB2) FROM A SEQUENTIAL
      *    INPUT FILE, ONE RECORD PER CHARGE CODE, UPSERT-STYLE THE
      *    WAY RSNLOAB2 LOADS THE REASON CODES: A CODE ALREADY ON
      *    FILE IS REWRITTEN, A NEW ONE IS WRITTEN, AND THE FILE IS
      *    CREATED ON A FIRST LOAD (FILE STATUS 35).  A CODE THAT
      *    DOES NOT BEGIN WITH AN ASTERISK, OR THAT NAMES NO GL MAP
      *    CODE, IS REJECTED.  THE TAXABLE FLAG IS STORED AS Y OR N
      *    AND THE STATUS AS I (INACTIVE) OR A.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CHGINPUT ASSIGN TO CHGDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT CHGFILE ASSIGN TO OUTFILE
               RECORD KEY IS CHG-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OUTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD CHGINPUT
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS CHGINPUT-RECORD.

       01  CHGINPUT-RECORD.
           05  CHGIN-CHARGE-CODE             PIC X(10).
           05  CHGIN-CHARGE-CODE-R REDEFINES CHGIN-CHARGE-CODE.
               10  CHGIN-CHARGE-MARK         PIC X(01).
               10  FILLER                    PIC X(09).
           05  CHGIN-DESCRIPTION             PIC X(20).
           05  CHGIN-DEFAULT-AMOUNT          PIC 9(07)V99.
           05  CHGIN-TAXABLE-SW              PIC X(01).
           05  CHGIN-GL-MAP-CODE             PIC X(04).
           05  CHGIN-STATUS                  PIC X(01).
      *
       FD CHGFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CHARGE-CODE-RECORD.
      *
       COPY CHGCODE.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
           88  WS-OUTFILE-DUPLICATE              VALUE '22'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-LOADED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-UPDATED-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 200-READ-INPUT.
      *
           PERFORM 300-LOAD-CHARGE-CODE
               UNTIL WS-EOF-YES.
      *
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT CHGINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "CHGINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "CHGINPUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O CHGFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "CHGFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-OUTFILE-SW = '35'
                   OPEN OUTPUT CHGFILE
                   IF WS-OUTFILE-SUCCESS
                       DISPLAY "CHGFILE CREATED"
                   ELSE
                       DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                       DISPLAY "CHGFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                   DISPLAY "CHGFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       200-READ-INPUT.
      *
           READ CHGINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       300-LOAD-CHARGE-CODE.
      *
           EVALUATE TRUE
               WHEN CHGIN-CHARGE-CODE = SPACE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "BLANK CHARGE CODE REJECTED"
               WHEN CHGIN-CHARGE-MARK NOT = '*'
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CHARGE CODE " CHGIN-CHARGE-CODE
                           " REJECTED - MUST BEGIN WITH *"
               WHEN CHGIN-GL-MAP-CODE = SPACE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CHARGE CODE " CHGIN-CHARGE-CODE
                           " REJECTED - NO GL MAP CODE"
               WHEN OTHER
                   PERFORM 310-WRITE-CHARGE-CODE
           END-EVALUATE.
      *
           PERFORM 200-READ-INPUT.
      *
       310-WRITE-CHARGE-CODE.
      *
           MOVE SPACE TO CHARGE-CODE-RECORD.
           MOVE CHGIN-CHARGE-CODE    TO CHG-CHARGE-CODE.
           MOVE CHGIN-DESCRIPTION    TO CHG-DESCRIPTION.
           MOVE CHGIN-DEFAULT-AMOUNT TO CHG-DEFAULT-AMOUNT.
           MOVE CHGIN-GL-MAP-CODE    TO CHG-GL-MAP-CODE.
           IF CHGIN-TAXABLE-SW = 'Y'
               MOVE 'Y' TO CHG-TAXABLE-SW
           ELSE
               MOVE 'N' TO CHG-TAXABLE-SW
           END-IF.
           IF CHGIN-STATUS = 'I'
               MOVE 'I' TO CHG-STATUS
           ELSE
               MOVE 'A' TO CHG-STATUS
           END-IF.
      *
           WRITE CHARGE-CODE-RECORD.
           IF WS-OUTFILE-SUCCESS
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               IF WS-OUTFILE-DUPLICATE
                   REWRITE CHARGE-CODE-RECORD
                   IF WS-OUTFILE-SUCCESS
                       ADD 1 TO WS-UPDATED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "REWRITE ERROR STATUS=" WS-OUTFILE-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WRITE ERROR STATUS=" WS-OUTFILE-SW
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE CHGINPUT.
           CLOSE CHGFILE.
           DISPLAY "CHARGE CODES LOADED:  " WS-LOADED-COUNT.
           DISPLAY "CHARGE CODES UPDATED: " WS-UPDATED-COUNT.
           DISPLAY "RECORDS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "DONE".
