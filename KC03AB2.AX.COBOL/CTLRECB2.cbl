      *    CORRECTED TO ONE PAST THE HIGHEST INVOICE NUMBER FOUND.
      *    INTENDED TO BE RUN AS A CHECK BEFORE ORDER ENTRY RESUMES
      *    AFTER ANY OFFLINE RECOVERY WORK ON INVAB2.
      *
      *    ONLY THE HOME COMPANY'S INVOICES (BLANK INV-COMPANY-CODE)
      *    COUNT TOWARD THE CTLAB2 CHECK.  A SISTER COMPANY NUMBERS
      *    ITS INVOICES FROM COM-NEXT-NUMBER(1) ON ITS COMAB2 RECORD,
      *    IN A RANGE OF ITS OWN, SO EACH COMPANY IS CHECKED THE SAME
      *    WAY AGAINST THE HIGHEST INVOICE CARRYING ITS CODE - AND A
      *    SEQUENCE IS ONLY EVER ADVANCED, NEVER TAKEN BACK.  A
      *    COMPANY WHOSE ENTRY IS ZERO STILL DRAWS FROM CTLAB2, SO ITS
      *    INVOICES COUNT WITH THE HOME COMPANY'S.  NO COMAB2 FILE
      *    (35) IS A SHOP WITH ONLY THE HOME COMPANY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVCTL-RECORD-KEY
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT COMFILE ASSIGN TO COMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-KEY
               FILE STATUS IS WS-COMFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
           DATA RECORD IS INVCTL-RECORD.
      *
       COPY INVCTL.
      *
       FD COMFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS COMPANY-RECORD.
      *
       COPY COMPANY.
      *
       WORKING-STORAGE SECTION.
      *
           88  WS-INVFILE-EOF                     VALUE '10'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                 VALUE '00'.
       01 WS-COMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COMFILE-SUCCESS                 VALUE '00'.
       01 WS-COMFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-COMFILE-AVAILABLE               VALUE 'Y'.
       01 WS-COM-EOF-SW                      PIC X(01)  VALUE 'N'.
           88  WS-COM-EOF-YES                     VALUE 'Y'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-NO                         VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-MAX-INVOICE-NUMBER              PIC 9(06)  VALUE ZERO.
       01 WS-EXPECTED-NEXT-NUMBER            PIC 9(06)  VALUE ZERO.
      *
      *    ONE ENTRY PER SISTER COMPANY ON COMAB2, WITH THE HIGHEST
      *    INVOICE NUMBER FOUND UNDER ITS CODE.  COT-OWN-RANGE IS A
      *    COMPANY WHOSE COM-NEXT-NUMBER(1) IS SET.
      *
       01 WS-COMPANY-TABLE.
           05  COT-ENTRY OCCURS 50 TIMES.
               10  COT-COMPANY-CODE          PIC X(02).
               10  COT-OWN-RANGE-SW          PIC X(01).
                   88  COT-OWN-RANGE             VALUE 'Y'.
               10  COT-MAX-INVOICE-NUMBER    PIC 9(06).
       01 WS-COMPANY-COUNT                   PIC S9(03) COMP-3
                                              VALUE ZERO.
       01 WS-COMPANY-SUB                     PIC S9(03) COMP-3.
       01 WS-COMPANY-FOUND-SW                PIC X(01)  VALUE 'N'.
           88  WS-COMPANY-FOUND                  VALUE 'Y'.
       01 WS-UNKNOWN-COMPANY-COUNT           PIC S9(07) COMP-3
                                              VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 100-OPEN-FILES.
           IF WS-COMFILE-AVAILABLE
               PERFORM 150-LOAD-COMPANIES
           END-IF.
           PERFORM 200-READ-INVOICE.
      *
           PERFORM 250-PROCESS-INVOICE
               UNTIL WS-EOF-YES.
      *
           PERFORM 400-RECONCILE-CONTROL-RECORD.
           PERFORM 500-RECONCILE-COMPANY
               VARYING WS-COMPANY-SUB FROM 1 BY 1
               UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT.
           IF WS-UNKNOWN-COMPANY-COUNT > ZERO
               DISPLAY "INVOICES FOR A COMPANY NOT ON COMAB2:  "
                       WS-UNKNOWN-COMPANY-COUNT
           END-IF.
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
               DISPLAY "CTLFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O COMFILE.
           IF WS-COMFILE-SUCCESS
               DISPLAY "COMFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-COMFILE-SW = '35'
                   MOVE 'N' TO WS-COMFILE-AVAILABLE-SW
                   DISPLAY "COMFILE NOT FOUND - HOME COMPANY ONLY"
               ELSE
                   DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                   DISPLAY "COMFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      *    EVERY COMPANY BUT THE HOME COMPANY'S OWN (BLANK) RECORD.
      *
       150-LOAD-COMPANIES.
      *
           MOVE LOW-VALUES TO COM-COMPANY-CODE.
           START COMFILE KEY NOT < COM-KEY
               INVALID KEY MOVE 'Y' TO WS-COM-EOF-SW
           END-START.
           PERFORM 160-READ-COMPANY.
           PERFORM 170-TABLE-COMPANY
               UNTIL WS-COM-EOF-YES.
      *
       160-READ-COMPANY.
      *
           IF NOT WS-COM-EOF-YES
               READ COMFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-COM-EOF-SW
               END-READ
           END-IF.
      *
       170-TABLE-COMPANY.
      *
           IF COM-COMPANY-CODE NOT = SPACE
               IF WS-COMPANY-COUNT < 50
                   ADD 1 TO WS-COMPANY-COUNT
                   MOVE COM-COMPANY-CODE
                       TO COT-COMPANY-CODE(WS-COMPANY-COUNT)
                   MOVE ZERO
                       TO COT-MAX-INVOICE-NUMBER(WS-COMPANY-COUNT)
                   IF COM-NEXT-NUMBER(1) = ZERO
                       MOVE 'N' TO COT-OWN-RANGE-SW(WS-COMPANY-COUNT)
                   ELSE
                       MOVE 'Y' TO COT-OWN-RANGE-SW(WS-COMPANY-COUNT)
                   END-IF
               ELSE
                   DISPLAY "COMPANY TABLE FULL - " COM-COMPANY-CODE
                           " NOT CHECKED"
               END-IF
           END-IF.
      *
           PERFORM 160-READ-COMPANY.
      *
       200-READ-INVOICE.
      *
      *
       250-PROCESS-INVOICE.
      *
           IF INV-COMPANY-CODE = SPACE
               PERFORM 270-CHECK-HOME-MAXIMUM
           ELSE
               MOVE 'N' TO WS-COMPANY-FOUND-SW
               PERFORM 260-FIND-COMPANY
                   VARYING WS-COMPANY-SUB FROM 1 BY 1
                   UNTIL WS-COMPANY-SUB > WS-COMPANY-COUNT
                      OR WS-COMPANY-FOUND
               IF NOT WS-COMPANY-FOUND
                   ADD 1 TO WS-UNKNOWN-COMPANY-COUNT
               END-IF
           END-IF.
      *
           PERFORM 200-READ-INVOICE.
      *
       260-FIND-COMPANY.
      *
           IF COT-COMPANY-CODE(WS-COMPANY-SUB) = INV-COMPANY-CODE
               MOVE 'Y' TO WS-COMPANY-FOUND-SW
               IF COT-OWN-RANGE(WS-COMPANY-SUB)
                   IF INV-INVOICE-NUMBER >
                           COT-MAX-INVOICE-NUMBER(WS-COMPANY-SUB)
                       MOVE INV-INVOICE-NUMBER
                           TO COT-MAX-INVOICE-NUMBER(WS-COMPANY-SUB)
                   END-IF
               ELSE
                   PERFORM 270-CHECK-HOME-MAXIMUM
               END-IF
           END-IF.
      *
       270-CHECK-HOME-MAXIMUM.
      *
           IF INV-INVOICE-NUMBER > WS-MAX-INVOICE-NUMBER
               MOVE INV-INVOICE-NUMBER TO WS-MAX-INVOICE-NUMBER
           END-IF.
      *
       400-RECONCILE-CONTROL-RECORD.
      *
           ELSE
               DISPLAY "CTLAB2 IS ALREADY IN SYNC WITH INVAB2"
           END-IF.
      *
      *    ONE SISTER COMPANY'S INVOICE SEQUENCE ON COMAB2, BY THE
      *    SAME ADVANCE-ONLY RULE.
      *
       500-RECONCILE-COMPANY.
      *
           IF COT-OWN-RANGE(WS-COMPANY-SUB)
               MOVE COT-COMPANY-CODE(WS-COMPANY-SUB)
                   TO COM-COMPANY-CODE
               READ COMFILE KEY IS COM-KEY
               IF NOT WS-COMFILE-SUCCESS
                   DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                   DISPLAY "COMFILE READ ERROR " COM-COMPANY-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-EXPECTED-NEXT-NUMBER =
                   COT-MAX-INVOICE-NUMBER(WS-COMPANY-SUB) + 1
               DISPLAY "COMPANY " COM-COMPANY-CODE
                       " HIGHEST INVOICE NUMBER: "
                       COT-MAX-INVOICE-NUMBER(WS-COMPANY-SUB)
                       "  NEXT NUMBER: " COM-NEXT-NUMBER(1)
               IF COM-NEXT-NUMBER(1) <=
                       COT-MAX-INVOICE-NUMBER(WS-COMPANY-SUB)
                   MOVE WS-EXPECTED-NEXT-NUMBER TO COM-NEXT-NUMBER(1)
                   REWRITE COMPANY-RECORD
                   IF NOT WS-COMFILE-SUCCESS
                       DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                       DISPLAY "COMFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   DISPLAY "COMPANY " COM-COMPANY-CODE
                           " NEXT INVOICE NUMBER CORRECTED TO "
                           COM-NEXT-NUMBER(1)
               ELSE
                   DISPLAY "COMPANY " COM-COMPANY-CODE
                           " IS ALREADY IN SYNC WITH INVAB2"
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE INVFILE.
           CLOSE CTLFILE.
           IF WS-COMFILE-AVAILABLE
               CLOSE COMFILE
           END-IF.
           DISPLAY "DONE".
