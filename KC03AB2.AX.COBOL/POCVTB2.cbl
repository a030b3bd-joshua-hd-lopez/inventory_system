      *    ENTRY THROUGH POEAB2.  EACH CONVERTED LINE ROLLS
      *    PRD-QUANTITY-ON-ORDER FORWARD EXACTLY AS POEAB2 WOULD AND
      *    THE SUGGESTION IS MARKED CONVERTED WITH ITS PO NUMBER.
      *    A VENDOR THAT A SISTER COMPANY BUYS FROM (VND-COMPANY-CODE)
      *    GETS ITS PO NUMBER FROM THAT COMPANY'S OWN RANGE ON COMAB2,
      *    AS POEAB2 DOES; THE HOME COMPANY'S VENDORS STAY ON CTLAB2.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS INVCTL-RECORD-KEY
               FILE STATUS IS WS-CTLFILE-SW.

           SELECT COMFILE ASSIGN TO COMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COM-KEY
               FILE STATUS IS WS-COMFILE-SW.

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       COPY PURCHORD.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
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
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
           88  WS-VPXFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CTLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CTLFILE-SUCCESS                 VALUE '00'.
       01 WS-COMFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-COMFILE-SUCCESS                VALUE '00'.
       01 WS-COMFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-COMFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           05  WS-MDY-YYYY                   PIC 9(04).
      *
       01 WS-NEXT-PO-NUMBER                  PIC 9(06).
      *
      *****************************************************************
      *    A SISTER COMPANY NUMBERS ITS PURCHASE ORDERS FROM ITS OWN
      *    RANGE ON COMAB2 - COM-NEXT-NUMBER ENTRY FOR THE CTLAB2
      *    DOCUMENT TYPE PLUS ONE.
      *****************************************************************
       01 WS-PURCHORD-ENTRY                  PIC S9(03) COMP-3
                                              VALUE 3.
       01 WS-DRAW-COMPANY-CODE               PIC X(02).
       01 WS-DRAWN-NUMBER                    PIC 9(06).
       01 WS-COMPANY-DRAWN-SW                PIC X(01)  VALUE 'N'.
           88  WS-COMPANY-NUMBER-DRAWN           VALUE 'Y'.
      *
       01 WS-LINES-CONVERTED                 PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-LINES-REJECTED                  PIC S9(05) COMP-3
               DISPLAY "CTLFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO COMPANY HAS EVER BEEN LOADED - ONLY
      *    THE HOME COMPANY, WHICH NUMBERS FROM CTLAB2.
      *****************************************************************
           OPEN I-O COMFILE.
           IF NOT WS-COMFILE-SUCCESS
               IF WS-COMFILE-SW = '35'
                   MOVE 'N' TO WS-COMFILE-AVAILABLE-SW
               ELSE
                   DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                   DISPLAY "COMFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               STOP RUN
           END-IF.
           MOVE INVCTL-NEXT-NUMBER TO WS-NEXT-PO-NUMBER.
      *
      *****************************************************************
      *    THE NEXT NUMBER FOR A SISTER COMPANY'S PURCHASE ORDER,
      *    FROM THE COMPANY'S OWN RANGE ON COMAB2 THE WAY GETINAB2
      *    DRAWS IT ONLINE - THE ENTRY IS READ, ADVANCED AND REWRITTEN
      *    FOR EACH NUMBER.  THE HOME COMPANY, A COMPANY NOT ON FILE,
      *    OR A ZERO ENTRY LEAVES WS-COMPANY-NUMBER-DRAWN OFF AND THE
      *    NUMBER COMES FROM CTLAB2 AS BEFORE.
      *****************************************************************
       155-DRAW-COMPANY-NUMBER.
      *
           MOVE 'N' TO WS-COMPANY-DRAWN-SW.
           IF WS-DRAW-COMPANY-CODE NOT = SPACE AND WS-COMFILE-AVAILABLE
               MOVE WS-DRAW-COMPANY-CODE TO COM-COMPANY-CODE
               READ COMFILE
               IF        WS-COMFILE-SUCCESS
                     AND COM-NEXT-NUMBER(WS-PURCHORD-ENTRY) NOT = ZERO
                   MOVE COM-NEXT-NUMBER(WS-PURCHORD-ENTRY)
                       TO WS-DRAWN-NUMBER
                   ADD 1 TO COM-NEXT-NUMBER(WS-PURCHORD-ENTRY)
                   REWRITE COMPANY-RECORD
                   IF NOT WS-COMFILE-SUCCESS
                       DISPLAY "WS-COMFILE-SW=" WS-COMFILE-SW
                       DISPLAY "COMFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-COMPANY-DRAWN-SW
               END-IF
           END-IF.
      *
       700-REWRITE-PO-CONTROL.
      *
               MOVE WS-VPO-COUNT TO WS-VPO-USE
               MOVE SPO-VENDOR-NUMBER
                   TO VPO-VENDOR-NUMBER(WS-VPO-USE)
               MOVE VND-COMPANY-CODE TO WS-DRAW-COMPANY-CODE
               PERFORM 155-DRAW-COMPANY-NUMBER
               IF WS-COMPANY-NUMBER-DRAWN
                   MOVE WS-DRAWN-NUMBER
                       TO VPO-PO-NUMBER(WS-VPO-USE)
               ELSE
                   MOVE WS-NEXT-PO-NUMBER
                       TO VPO-PO-NUMBER(WS-VPO-USE)
                   ADD 1 TO WS-NEXT-PO-NUMBER
               END-IF
               MOVE 1 TO VPO-NEXT-LINE(WS-VPO-USE)
           END-IF.
      *
               CLOSE VPXFILE
           END-IF.
           CLOSE CTLFILE.
           IF WS-COMFILE-AVAILABLE
               CLOSE COMFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "LINES CONVERTED: " WS-LINES-CONVERTED.
           DISPLAY "DONE".
