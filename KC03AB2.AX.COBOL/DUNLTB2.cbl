      *    FROM THE LAST LETTER ON THE DUNAB2 HISTORY, CAPPED AT THE
      *    FINAL NOTICE - SO THE NEXT RUN ESCALATES INSTEAD OF
      *    REPEATING.  CUSTOMERS FLAGGED IN DISPUTE (CM-DISPUTE-SW)
      *    OR CLOSED ARE SUPPRESSED, AND AN INVOICE WHOSE BALANCE IS
      *    AN UNRESOLVED DEDUCTION (DEDAB2) IS LEFT OFF THE LETTER.
      *    INVOICES SORT BY CUSTOMER THROUGH AN INTERNAL SORT SO EACH
      *    LETTER PRINTS COMPLETE.
      *
      *    A CUSTOMER WHOSE DLPAB2 PREFERENCE FOR DUNNING LETTERS IS
      *    E-MAIL (OR BOTH) HAS THE LETTER FILED ON THE OUTBOUND
      *    DOCUMENT QUEUE FOR THE MAIL GATEWAY THROUGH THE DLVPARAS
      *    PARAGRAPHS, NUMBERED BY CUSTOMER AND RUN DATE.  A LETTER
      *    THE GATEWAY BOUNCED SINCE THE LAST RUN PRINTS FIRST.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DUN-KEY
               FILE STATUS IS WS-DUNFILE-SW.

           SELECT DEDFILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDFILE-SW.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT COLFILE ASSIGN TO COLFILE
               RECORD KEY IS COL-KEY
               FILE STATUS IS WS-COLFILE-SW.

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
       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
       COPY OPENITEM.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
           DATA RECORD IS DUNNING-HISTORY-RECORD.
      *
       COPY DUNHIS.
      *
       FD DEDFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEDUCTION-RECORD.
      *
       COPY DEDUCT.
      *
       SD SORT-FILE.
       01  SORT-RECORD.
           DATA RECORD IS COLLECTION-CONTACT-RECORD.
      *
       COPY COLNOTE.
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
           88  WS-DUNFILE-EOF                     VALUE '10'.
           88  WS-DUNFILE-NOTFOUND                VALUE '23'.
           88  WS-DUNFILE-DUPLICATE               VALUE '22'.
       01 WS-DEDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DEDFILE-SUCCESS                VALUE '00'.
       01 WS-DEDFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-DEDFILE-AVAILABLE              VALUE 'Y'.
       01 WS-DEDUCTION-SW                    PIC X(01)  VALUE 'N'.
           88  WS-IN-DEDUCTION                   VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
      *
               10  WS-DET-AGE                PIC S9(05) COMP-3.
       01 WS-DET-COUNT                       PIC S9(03) COMP-3.
       01 WS-DET-SUB                         PIC S9(03) COMP-3.
      *
       COPY DLVWS.
      *
       01  LTR-NAME-LINE.
           05  LTR-CUSTOMER         PIC X(06).
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 150-GET-PROCESSING-DATE.
      *
           MOVE 'DN' TO WS-DLV-DOC-TYPE.
           PERFORM 8550-PRINT-BOUNCED-DOCUMENTS.
      *
           COMPUTE WS-RUN-DAYNUM =
               (WS-PROC-YYYY * 360) + (WS-PROC-MM * 30) + WS-PROC-DD.
                   STOP RUN
               END-IF
           END-IF.
      *
      *****************************************************************
      *    FILE STATUS 35 MEANS NO SHORT PAYMENT HAS EVER BEEN TAKEN
      *    AS A DEDUCTION - NOTHING TO LEAVE OUT.
      *****************************************************************
           OPEN INPUT DEDFILE.
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
           IF WS-PRTFILE-SUCCESS
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           PERFORM 8500-OPEN-DELIVERY-FILES.
      *
       150-GET-PROCESSING-DATE.
      *
      *    THE OPEN-ITEM FILE ALREADY KNOWS THE BALANCE - NO MORE
      *    WALKING APPAB2 PER INVOICE.  AN ITEM NOT ON OPNAB2 IS
      *    CLOSED (OR PREDATES THE FILE) AND COUNTS AS FULLY PAID.
      *    SO DOES AN INVOICE WHOSE BALANCE IS AN UNRESOLVED
      *    DEDUCTION - THE ANALYST IS WORKING IT, NOT COLLECTIONS.
      *
           PERFORM 425-CHECK-DEDUCTION.
           MOVE INV-CUSTOMER-NUMBER TO OPN-CUSTOMER-NUMBER.
           MOVE INV-INVOICE-NUMBER  TO OPN-INVOICE-NUMBER.
           READ OPNFILE.
           IF        WS-OPNFILE-SUCCESS AND OPN-STATUS-OPEN
                 AND NOT WS-IN-DEDUCTION
               COMPUTE WS-APPLIED-TO-DATE =
                   INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                       + INV-FREIGHT-AMOUNT - OPN-OPEN-BALANCE
                   INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                       + INV-FREIGHT-AMOUNT
           END-IF.
      *
       425-CHECK-DEDUCTION.
      *
           MOVE 'N' TO WS-DEDUCTION-SW.
           IF WS-DEDFILE-AVAILABLE
               MOVE INV-INVOICE-NUMBER TO DED-INVOICE-NUMBER
               READ DEDFILE
               IF WS-DEDFILE-SUCCESS AND DED-UNRESOLVED
                   MOVE 'Y' TO WS-DEDUCTION-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      *    PASS 2: CUSTOMER BY CUSTOMER.  THE DETAIL BUFFERS UNTIL
                       CONTINUE
                   ELSE
                       PERFORM 610-DECIDE-LETTER-LEVEL
                       MOVE WS-CURRENT-CUSTOMER TO WS-DLV-CUSTOMER
                       MOVE 'DN'                TO WS-DLV-DOC-TYPE
                       MOVE SPACE               TO WS-DLV-DOC-NUMBER
                       STRING WS-CURRENT-CUSTOMER DELIMITED BY SIZE
                              WS-RUN-DATE-X       DELIMITED BY SIZE
                           INTO WS-DLV-DOC-NUMBER
                       MOVE CM-EMAIL-ADDRESS    TO WS-DLV-RECIPIENT
                       PERFORM 8510-START-DOCUMENT
                       PERFORM 620-PRINT-LETTER-BODY
                       PERFORM 8530-END-DOCUMENT
                       PERFORM 630-WRITE-DUNNING-HISTORY
                       ADD 1 TO WS-LETTER-COUNT
                   END-IF
      *
       620-PRINT-LETTER-BODY.
      *
           MOVE SPACE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE WS-CURRENT-CUSTOMER TO LTR-CUSTOMER.
           MOVE SPACE TO LTR-NAME.
                  ' '           DELIMITED BY SIZE
                  CM-LAST-NAME  DELIMITED BY SPACE
               INTO LTR-NAME.
           MOVE LTR-NAME-LINE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE CM-ADDRESS  TO LTR-ADDRESS.
           MOVE CM-CITY     TO LTR-CITY.
           MOVE CM-STATE    TO LTR-STATE.
           MOVE CM-ZIP-CODE TO LTR-ZIP.
           MOVE LTR-ADDR-LINE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE SPACE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           EVALUATE WS-NEW-LEVEL
               WHEN 1
      -                'D, YOUR ACCOUNT WILL BE PLACED ON HOLD.'
                       TO LTR-TEXT
           END-EVALUATE.
           MOVE LTR-TEXT-LINE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE SPACE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           MOVE LTR-DETAIL-HEADING TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           PERFORM 625-PRINT-DETAIL-LINE
               VARYING WS-DET-SUB FROM 1 BY 1
                 UNTIL WS-DET-SUB > WS-DET-COUNT.
      *
           MOVE WS-CUST-OPEN-TOTAL TO LTR-TOTAL.
           MOVE LTR-TOTAL-LINE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
       625-PRINT-DETAIL-LINE.
      *
           MOVE WS-DET-DUE-DATE(WS-DET-SUB) TO LTR-DET-DUE-DATE.
           MOVE WS-DET-BALANCE(WS-DET-SUB)  TO LTR-DET-BALANCE.
           MOVE WS-DET-AGE(WS-DET-SUB)      TO LTR-DET-AGE.
           MOVE LTR-DETAIL-LINE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
       630-WRITE-DUNNING-HISTORY.
      *
      *
           CLOSE INVFILE.
           CLOSE OPNFILE.
           IF WS-DEDFILE-AVAILABLE
               CLOSE DEDFILE
           END-IF.
           CLOSE CMFFILE.
           CLOSE DUNFILE.
           IF WS-COLFILE-AVAILABLE
               CLOSE COLFILE
           END-IF.
           PERFORM 8590-CLOSE-DELIVERY-FILES.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
      *
       COPY DLVPARAS.
