      *    HAS REQUEST CARDS, THE RUN IS A REPRINT INSTEAD - ONLY
      *    THE REQUESTED INVOICE NUMBERS (AND THEIR SEGMENTS) PRINT,
      *    ANY DATE, SO A SINGLE CUSTOMER COPY CAN BE REGENERATED ON
      *    DEMAND.  A CHARGE LINE (SETUP FEE, RUSH CHARGE, LABOR)
      *    PRINTS ITS CHGAB2 DESCRIPTION SO THE CUSTOMER CAN SEE
      *    WHAT THE CODE WAS FOR.
      *
      *    A CUSTOMER WHOSE DLPAB2 PREFERENCE FOR INVOICES IS E-MAIL
      *    (OR BOTH) HAS THE DOCUMENT FILED ON THE OUTBOUND DOCUMENT
      *    QUEUE FOR THE MAIL GATEWAY THROUGH THE DLVPARAS PARAGRAPHS
      *    INSTEAD OF (OR AS WELL AS) PRINTING IT.  A REPRINT IS
      *    ALWAYS PAPER.  A DAILY RUN FIRST PRINTS EVERY INVOICE AND
      *    ORDER CONFIRMATION THE GATEWAY BOUNCED SINCE THE LAST RUN,
      *    FROM ITS QUEUED COPY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CPX-KEY
               FILE STATUS IS WS-CPXFILE-SW.

           SELECT CHGFILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-CHGFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT DLPFILE ASSIGN TO DLPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLP-KEY
               FILE STATUS IS WS-DLPFILE-SW.

           SELECT DOQFILE ASSIGN TO DOQFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOQ-KEY
               FILE STATUS IS WS-DOQFILE-SW.

           SELECT DLGFILE ASSIGN TO DLGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLG-KEY
               FILE STATUS IS WS-DLGFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
           05  FILLER                        PIC X(04).
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
           DATA RECORD IS CUSTOMER-PART-XREF-RECORD.
      *
       COPY CUSTPART.
      *
       FD CHGFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CHARGE-CODE-RECORD.
      *
       COPY CHGCODE.
      *
       SD SORT-FILE.
       01  SORT-RECORD.
           05  SRT-CURRENCY-CODE             PIC X(03).
           05  SRT-EXCHANGE-RATE             PIC 9(03)V9(06).
           05  SRT-FOREIGN-TOTAL             PIC S9(09)V99.
      *
       FD DLPFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DELIVERY-PREFERENCE-RECORD.
      *
       COPY DLVPREF.
      *
       FD DOQFILE
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS DOCUMENT-QUEUE-RECORD.
      *
       COPY DOCQUE.
      *
       FD DLGFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS DELIVERY-LOG-RECORD.
      *
       COPY DLVLOG.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           88  WS-CPXFILE-AVAILABLE              VALUE 'Y'.
       01 WS-CPX-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-CPX-DONE                       VALUE 'Y'.
       01 WS-CHGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CHGFILE-SUCCESS                VALUE '00'.
       01 WS-CHGFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CHGFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
      *
           05  WS-PROC-MM                    PIC 9(02).
           05  WS-PROC-DD                    PIC 9(02).
           05  WS-PROC-YYYY                  PIC 9(04).
      *
       COPY DLVWS.
      *
       01  DOC-REMIT-LINE-1.
           05  FILLER          PIC X(44) VALUE
           05  FILLER          PIC X(12) VALUE 'YOUR PART'.
           05  FILLER          PIC X(10) VALUE 'QUANTITY'.
           05  FILLER          PIC X(13) VALUE 'UNIT PRICE'.
           05  FILLER          PIC X(13) VALUE 'AMOUNT'.
           05  FILLER          PIC X(72) VALUE 'DESCRIPTION'.
      *
       01  DOC-DETAIL-LINE.
           05  DOC-DET-PRODUCT  PIC X(10).
           05  DOC-DET-PRICE    PIC Z(06)9.99-.
           05  FILLER           PIC X(02) VALUE SPACE.
           05  DOC-DET-AMOUNT   PIC Z(06)9.99-.
           05  FILLER           PIC X(02) VALUE SPACE.
           05  DOC-DET-DESC     PIC X(20).
           05  FILLER           PIC X(52) VALUE SPACE.
      *
       01  DOC-FOREIGN-LINE.
           05  FILLER           PIC X(14) VALUE ' TOTAL DUE IN '.
           PERFORM 100-OPEN-FILES.
           PERFORM 150-GET-PROCESSING-DATE.
           PERFORM 200-LOAD-REPRINT-REQUESTS.
      *
           IF WS-REPRINT-MODE
               MOVE 'Y' TO WS-DLV-FORCE-PRINT-SW
           ELSE
               MOVE 'IN' TO WS-DLV-DOC-TYPE
               PERFORM 8550-PRINT-BOUNCED-DOCUMENTS
               MOVE 'OC' TO WS-DLV-DOC-TYPE
               PERFORM 8550-PRINT-BOUNCED-DOCUMENTS
           END-IF.
      *
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CHAIN-ROOT
                   STOP RUN
               END-IF
           END-IF.
      *
      *    NO CHARGE CODE FILE MEANS NO CHARGE LINES HAVE EVER BEEN
      *    BILLED; THE DESCRIPTION COLUMN PRINTS BLANK.
      *
           OPEN INPUT CHGFILE.
           IF NOT WS-CHGFILE-SUCCESS
               IF WS-CHGFILE-SW = '35'
                   MOVE 'N' TO WS-CHGFILE-AVAILABLE-SW
                   DISPLAY "CHGFILE NOT ON FILE - NO CHARGE CODES"
               ELSE
                   DISPLAY "WS-CHGFILE-SW=" WS-CHGFILE-SW
                   DISPLAY "CHGFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN INPUT INVFILE.
           IF WS-INVFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           PERFORM 8500-OPEN-DELIVERY-FILES.
      *
       150-GET-PROCESSING-DATE.
      *
           PERFORM 510-RETURN-SORTED-RECORD.
      *
       530-PRINT-DOCUMENT-HEADER.
      *
           MOVE SRT-INVOICE-NUMBER TO DOC-INVOICE.
           MOVE SRT-INVOICE-DATE   TO DOC-DATE.
           MOVE SRT-PO-NUMBER      TO DOC-PO.
      *
           MOVE SRT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE SPACE               TO WS-DLV-RECIPIENT.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               MOVE CM-EMAIL-ADDRESS TO WS-DLV-RECIPIENT
               MOVE CM-TERMS-CODE TO DOC-TERMS
               MOVE SPACE TO DOC-BILL-NAME
               STRING CM-FIRST-NAME DELIMITED BY SPACE
                             DOC-BILL-ZIP
           END-IF.
      *
           MOVE SRT-CUSTOMER-NUMBER TO WS-DLV-CUSTOMER.
           MOVE 'IN'                TO WS-DLV-DOC-TYPE.
           MOVE SRT-CHAIN-ROOT      TO WS-DLV-DOC-NUMBER.
           PERFORM 8510-START-DOCUMENT.
      *
           MOVE SPACE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           PERFORM 8520-DELIVER-LINE.
           MOVE DOC-REMIT-LINE-1   TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           MOVE DOC-HEADER-LINE    TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           MOVE DOC-BILLTO-LINE-1  TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           MOVE DOC-BILLTO-LINE-2  TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           MOVE DOC-DETAIL-HEADING TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           IF WS-DLV-PRINT
               ADD 1 TO WS-PRINTED-COUNT
           END-IF.
      *
       540-PRINT-SEGMENT-LINES.
      *
               IF SRT-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACE
                   MOVE SRT-PRODUCT-CODE(WS-LINE-SUB)
                       TO DOC-DET-PRODUCT
                   MOVE SPACE TO DOC-DET-CUSTPART
                                 DOC-DET-DESC
                   IF SRT-PRODUCT-CODE(WS-LINE-SUB)(1:1) = '*'
                       PERFORM 547-FIND-CHARGE-DESCRIPTION
                   ELSE
                       PERFORM 545-FIND-CUSTOMER-PART
                   END-IF
                   MOVE SRT-QUANTITY(WS-LINE-SUB)
                       TO DOC-DET-QTY
                   MOVE SRT-UNIT-PRICE(WS-LINE-SUB)
                       TO DOC-DET-PRICE
                   MOVE SRT-AMOUNT(WS-LINE-SUB)
                       TO DOC-DET-AMOUNT
                   MOVE DOC-DETAIL-LINE TO WS-DLV-LINE
                   PERFORM 8520-DELIVER-LINE
               END-IF
           END-PERFORM.
      *
           COMPUTE WS-GRAND-DUE =
               WS-DOC-TOTAL + WS-DOC-TAX + WS-DOC-FREIGHT.
           MOVE WS-GRAND-DUE   TO DOC-TOT-DUE.
           MOVE DOC-TOTAL-LINE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
      *    A FOREIGN-CURRENCY ACCOUNT'S DOCUMENT ALSO SHOWS THE
      *    TOTAL IN ITS OWN CURRENCY AT THE RATE STAMPED WHEN THE
               MOVE WS-DOC-CURRENCY TO DOC-FGN-CURRENCY
               MOVE WS-DOC-FOREIGN  TO DOC-FGN-TOTAL
               MOVE WS-DOC-RATE     TO DOC-FGN-RATE
               MOVE DOC-FOREIGN-LINE TO WS-DLV-LINE
               PERFORM 8520-DELIVER-LINE
           END-IF.
      *
           PERFORM 8530-END-DOCUMENT.
      *
      *    A CHARGE LINE HAS NO CUSTOMER PART; IT PRINTS WHAT THE
      *    CHARGE WAS FOR INSTEAD.
      *
       547-FIND-CHARGE-DESCRIPTION.
      *
           IF WS-CHGFILE-AVAILABLE
               MOVE SRT-PRODUCT-CODE(WS-LINE-SUB) TO CHG-CHARGE-CODE
               READ CHGFILE
               IF WS-CHGFILE-SUCCESS
                   MOVE CHG-DESCRIPTION TO DOC-DET-DESC
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
           IF WS-CPXFILE-AVAILABLE
               CLOSE CPXFILE
           END-IF.
           IF WS-CHGFILE-AVAILABLE
               CLOSE CHGFILE
           END-IF.
           PERFORM 8590-CLOSE-DELIVERY-FILES.
           CLOSE PRINT-FILE.
           DISPLAY "DOCUMENTS PRINTED: " WS-PRINTED-COUNT.
           DISPLAY "DONE".
      *
       COPY DLVPARAS.
