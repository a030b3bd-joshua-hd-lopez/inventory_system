       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE COMPANY MASTER (COMAB2) FROM A SEQUENTIAL INPUT
      *    FILE, ONE RECORD PER COMPANY, UPSERT-STYLE THE WAY
      *    CHGLOAB2 LOADS THE CHARGE CODES: A COMPANY ALREADY ON FILE
      *    IS REWRITTEN, A NEW ONE IS WRITTEN, AND THE FILE IS
      *    CREATED ON A FIRST LOAD (FILE STATUS 35).  THE HOME
      *    COMPANY IS LOADED WITH A BLANK CODE, FOR ITS NAME ONLY -
      *    ITS DOCUMENT NUMBERS STAY ON CTLAB2.
      *
      *    ANY OTHER COMPANY CARRIES THE STARTING INVOICE, PURCHASE
      *    ORDER AND TRANSFER NUMBERS OF ITS OWN RANGE; A NEW COMPANY
      *    WITHOUT ALL THREE IS REJECTED.  RELOADING A COMPANY NEVER
      *    MOVES A SEQUENCE BACKWARDS - A STARTING NUMBER BELOW THE
      *    NUMBER ALREADY REACHED IS IGNORED, SO A RERUN OF THE SAME
      *    DECK CANNOT HAND OUT A DOCUMENT NUMBER TWICE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT COMINPUT ASSIGN TO COMDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT COMFILE ASSIGN TO OUTFILE
               RECORD KEY IS COM-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OUTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD COMINPUT
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS COMINPUT-RECORD.

       01  COMINPUT-RECORD.
           05  COMIN-COMPANY-CODE            PIC X(02).
           05  COMIN-NAME                    PIC X(30).
           05  COMIN-ADDRESS                 PIC X(30).
           05  COMIN-CITY                    PIC X(20).
           05  COMIN-STATE                   PIC X(02).
           05  COMIN-ZIP-CODE                PIC X(10).
           05  COMIN-STATUS                  PIC X(01).
           05  COMIN-INVOICE-START           PIC 9(06).
           05  COMIN-PURCHORD-START          PIC 9(06).
           05  COMIN-TRANSFER-START          PIC 9(06).
      *
       FD COMFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.
      *
       COPY COMPANY.
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
           88  WS-COMPANY-ON-FILE                VALUE 'Y'.
       01 WS-LOADED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-UPDATED-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
      *****************************************************************
      *    COM-NEXT-NUMBER ENTRIES FOR THE THREE SEQUENCES A COMPANY
      *    KEEPS OF ITS OWN - CTLAB2 DOCUMENT TYPE PLUS ONE.
      *****************************************************************
       01 WS-INVOICE-ENTRY                   PIC S9(03) COMP-3
                                              VALUE 1.
       01 WS-PURCHORD-ENTRY                  PIC S9(03) COMP-3
                                              VALUE 3.
       01 WS-TRANSFER-ENTRY                  PIC S9(03) COMP-3
                                              VALUE 5.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 200-READ-INPUT.
      *
           PERFORM 300-LOAD-COMPANY
               UNTIL WS-EOF-YES.
      *
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT COMINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "COMINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "COMINPUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O COMFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "COMFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-OUTFILE-SW = '35'
                   OPEN OUTPUT COMFILE
                   IF WS-OUTFILE-SUCCESS
                       CLOSE COMFILE
                       OPEN I-O COMFILE
                   END-IF
                   IF WS-OUTFILE-SUCCESS
                       DISPLAY "COMFILE CREATED"
                   ELSE
                       DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                       DISPLAY "COMFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                   DISPLAY "COMFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       200-READ-INPUT.
      *
           READ COMINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       300-LOAD-COMPANY.
      *
           MOVE COMIN-COMPANY-CODE TO COM-COMPANY-CODE.
           READ COMFILE.
           IF WS-OUTFILE-SUCCESS
               MOVE 'Y' TO WS-ON-FILE-SW
           ELSE
               MOVE 'N' TO WS-ON-FILE-SW
           END-IF.
      *
           EVALUATE TRUE
               WHEN COMIN-NAME = SPACE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "COMPANY " COMIN-COMPANY-CODE
                           " REJECTED - NO NAME"
               WHEN COMIN-COMPANY-CODE NOT = SPACE
                     AND NOT WS-COMPANY-ON-FILE
                     AND (   COMIN-INVOICE-START NOT NUMERIC
                          OR COMIN-INVOICE-START = ZERO
                          OR COMIN-PURCHORD-START NOT NUMERIC
                          OR COMIN-PURCHORD-START = ZERO
                          OR COMIN-TRANSFER-START NOT NUMERIC
                          OR COMIN-TRANSFER-START = ZERO)
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "COMPANY " COMIN-COMPANY-CODE
                           " REJECTED - STARTING NUMBERS MISSING"
               WHEN OTHER
                   PERFORM 310-WRITE-COMPANY
           END-EVALUATE.
      *
           PERFORM 200-READ-INPUT.
      *
       310-WRITE-COMPANY.
      *
           IF NOT WS-COMPANY-ON-FILE
               MOVE SPACE TO COMPANY-RECORD
               MOVE COMIN-COMPANY-CODE TO COM-COMPANY-CODE
               MOVE ZERO TO COM-NEXT-NUMBER(1)  COM-NEXT-NUMBER(2)
                            COM-NEXT-NUMBER(3)  COM-NEXT-NUMBER(4)
                            COM-NEXT-NUMBER(5)  COM-NEXT-NUMBER(6)
                            COM-NEXT-NUMBER(7)  COM-NEXT-NUMBER(8)
                            COM-NEXT-NUMBER(9)  COM-NEXT-NUMBER(10)
           END-IF.
           MOVE COMIN-NAME         TO COM-NAME.
           MOVE COMIN-ADDRESS      TO COM-ADDRESS.
           MOVE COMIN-CITY         TO COM-CITY.
           MOVE COMIN-STATE        TO COM-STATE.
           MOVE COMIN-ZIP-CODE     TO COM-ZIP-CODE.
           IF COMIN-STATUS = 'I'
               MOVE 'I' TO COM-STATUS
           ELSE
               MOVE 'A' TO COM-STATUS
           END-IF.
      *
           IF COMIN-COMPANY-CODE NOT = SPACE
               IF        COMIN-INVOICE-START NUMERIC
                     AND COMIN-INVOICE-START
                             > COM-NEXT-NUMBER(WS-INVOICE-ENTRY)
                   MOVE COMIN-INVOICE-START
                       TO COM-NEXT-NUMBER(WS-INVOICE-ENTRY)
               END-IF
               IF        COMIN-PURCHORD-START NUMERIC
                     AND COMIN-PURCHORD-START
                             > COM-NEXT-NUMBER(WS-PURCHORD-ENTRY)
                   MOVE COMIN-PURCHORD-START
                       TO COM-NEXT-NUMBER(WS-PURCHORD-ENTRY)
               END-IF
               IF        COMIN-TRANSFER-START NUMERIC
                     AND COMIN-TRANSFER-START
                             > COM-NEXT-NUMBER(WS-TRANSFER-ENTRY)
                   MOVE COMIN-TRANSFER-START
                       TO COM-NEXT-NUMBER(WS-TRANSFER-ENTRY)
               END-IF
           END-IF.
      *
           IF WS-COMPANY-ON-FILE
               REWRITE COMPANY-RECORD
               IF WS-OUTFILE-SUCCESS
                   ADD 1 TO WS-UPDATED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "REWRITE ERROR STATUS=" WS-OUTFILE-SW
               END-IF
           ELSE
               WRITE COMPANY-RECORD
               IF WS-OUTFILE-SUCCESS
                   ADD 1 TO WS-LOADED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WRITE ERROR STATUS=" WS-OUTFILE-SW
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE COMINPUT.
           CLOSE COMFILE.
           DISPLAY "COMPANIES LOADED:     " WS-LOADED-COUNT.
           DISPLAY "COMPANIES UPDATED:    " WS-UPDATED-COUNT.
           DISPLAY "RECORDS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "DONE".
