      *    CUSTOMER'S CM-EMAIL-ADDRESS IS PRINTED IN THE STATEMENT
      *    HEADER SO THE MAIL ROOM CAN EMAIL INSTEAD OF POST WHERE ONE
      *    IS ON FILE.  CUSTOMERS WITH NO OPEN BALANCE ARE SKIPPED.
      *    AN OPTIONAL CMSPARM CARD CARRYING A CUSTOMER NUMBER (AS
      *    PUNCHED BY RRQDSB2 FOR A STATEMENT REQUESTED ON THE REPORT
      *    REQUEST SCREEN) PRINTS THAT ONE CUSTOMER'S STATEMENT ONLY.
      *    A CUSTOMER WHOSE DLPAB2 PREFERENCE FOR STATEMENTS IS E-MAIL
      *    (OR BOTH) HAS THE STATEMENT FILED ON THE OUTBOUND DOCUMENT
      *    QUEUE FOR THE MAIL GATEWAY THROUGH THE DLVPARAS PARAGRAPHS,
      *    NUMBERED BY CUSTOMER AND RUN DATE.  A ONE-CUSTOMER RUN IS A
      *    COPY ON DEMAND AND ALWAYS PRINTS.  A FULL RUN FIRST PRINTS
      *    EVERY STATEMENT THE GATEWAY BOUNCED SINCE THE LAST RUN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT PARM-FILE ASSIGN TO CMSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-SW.

           SELECT INVFILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNFILE-SW.

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
       DATA DIVISION.
       FILE SECTION.
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-RECORD.
      *
       01  PARM-RECORD.
           05  PARM-CUSTOMER-NUMBER          PIC X(06).
           05  FILLER                        PIC X(74).
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
           DATA RECORD IS OPEN-ITEM-RECORD.
      *
       COPY OPENITEM.
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
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
           88  WS-CMFFILE-EOF                     VALUE '10'.
       01 WS-PARMFILE-SW                     PIC X(02)  VALUE SPACES.
           88  WS-PARMFILE-SUCCESS               VALUE '00'.
       01 WS-SELECT-CUSTOMER                 PIC X(06)  VALUE SPACES.
       01 WS-SELECT-READ-SW                  PIC X(01)  VALUE 'N'.
           88  WS-SELECT-READ                    VALUE 'Y'.
       01 WS-INVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INVFILE-SUCCESS                VALUE '00'.
           88  WS-INVFILE-EOF                     VALUE '10'.
       01  WS-FST-PRINTED-SW                 PIC X(01)  VALUE 'N'.
           88  WS-FST-PRINTED                    VALUE 'Y'.
       01  WS-FST-PARENT-NAME                PIC X(30).
      *
       COPY DLVWS.
      *
       01  STM-HEADING-1.
           05  FILLER          PIC X(20) VALUE 'CUSTOMER STATEMENT'.
           COMPUTE WS-RUN-DAYNUM =
               (WS-RUN-YYYY * 360) + (WS-RUN-MM * 30) + WS-RUN-DD.
      *
           PERFORM 120-READ-PARM-CARD.
           PERFORM 100-OPEN-FILES.
      *
           IF WS-SELECT-CUSTOMER = SPACE
               MOVE 'ST' TO WS-DLV-DOC-TYPE
               PERFORM 8550-PRINT-BOUNCED-DOCUMENTS
           ELSE
               MOVE 'Y' TO WS-DLV-FORCE-PRINT-SW
           END-IF.
      *
           PERFORM 300-READ-CUSTOMER.
      *
           PERFORM 400-PROCESS-CUSTOMER
               STOP RUN
           END-IF.
      *
           PERFORM 8500-OPEN-DELIVERY-FILES.
      *
      *****************************************************************
      *    THE CMSPARM CARD IS OPTIONAL - NO FILE, NO CARD OR A BLANK
      *    CUSTOMER NUMBER RUNS EVERY CUSTOMER.
      *****************************************************************
       120-READ-PARM-CARD.
      *
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-SUCCESS
               READ PARM-FILE
                   AT END
                       DISPLAY "CMSPARM EMPTY - ALL CUSTOMERS"
                   NOT AT END
                       MOVE PARM-CUSTOMER-NUMBER TO WS-SELECT-CUSTOMER
                       IF WS-SELECT-CUSTOMER NOT = SPACE
                           DISPLAY "STATEMENT FOR CUSTOMER "
                                   WS-SELECT-CUSTOMER " ONLY"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "NO CMSPARM CARD - ALL CUSTOMERS"
           END-IF.
      *
      *****************************************************************
      *    ONE SELECTED CUSTOMER IS READ BY KEY, AND THE NEXT CALL IS
      *    END OF FILE.
      *****************************************************************
       300-READ-CUSTOMER.
      *
           IF WS-SELECT-CUSTOMER = SPACE
               READ CMFFILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CMF-EOF-SW
               NOT AT END ADD 1 TO WS-CUSTOMER-COUNT
               END-READ
           ELSE
               IF WS-SELECT-READ
                   MOVE 'Y' TO WS-CMF-EOF-SW
               ELSE
                   MOVE 'Y' TO WS-SELECT-READ-SW
                   MOVE WS-SELECT-CUSTOMER TO CM-CUSTOMER-NUMBER
                   READ CMFFILE
                       INVALID KEY
                           DISPLAY "CUSTOMER " WS-SELECT-CUSTOMER
                                   " NOT ON CMFFILE"
                           MOVE 'Y' TO WS-CMF-EOF-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-CUSTOMER-COUNT
                   END-READ
               END-IF
           END-IF.
      *
      *****************************************************************
      *    ONE CUSTOMER.  THE INVOICE FILE IS REPOSITIONED TO ITS LOW
               PERFORM 460-PRINT-AGED-TOTALS
               PERFORM 465-PRINT-FOREIGN-TOTAL
                   THRU 465-EXIT
               PERFORM 8530-END-DOCUMENT
               PERFORM 470-FILE-UNDER-FAMILY
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF.
      *
       440-PRINT-STATEMENT-HEADER.
      *
           MOVE CM-CUSTOMER-NUMBER TO WS-DLV-CUSTOMER.
           MOVE 'ST'               TO WS-DLV-DOC-TYPE.
           MOVE SPACE              TO WS-DLV-DOC-NUMBER.
           STRING CM-CUSTOMER-NUMBER DELIMITED BY SIZE
                  WS-RUN-DATE-X      DELIMITED BY SIZE
               INTO WS-DLV-DOC-NUMBER.
           MOVE CM-EMAIL-ADDRESS   TO WS-DLV-RECIPIENT.
           PERFORM 8510-START-DOCUMENT.
      *
           IF WS-DLV-PRINT
               WRITE PRINT-LINE FROM STM-SEPARATOR-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-RUN-DATE-X TO STM-HDG-RUN-DATE.
           MOVE STM-HEADING-1 TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE CM-CUSTOMER-NUMBER TO STM-CUSTOMER-NUMBER.
           MOVE SPACE TO STM-CUSTOMER-NAME.
                  CM-LAST-NAME  DELIMITED BY SPACE
                  INTO STM-CUSTOMER-NAME.
           MOVE CM-EMAIL-ADDRESS TO STM-EMAIL.
           MOVE STM-CUST-LINE-1 TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE CM-ADDRESS   TO STM-ADDRESS.
           MOVE CM-ADDRESS-2 TO STM-ADDRESS-2.
           MOVE STM-CUST-LINE-2 TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE CM-CITY      TO STM-CITY.
           MOVE CM-STATE     TO STM-STATE.
           MOVE CM-ZIP-CODE  TO STM-ZIP.
           MOVE STM-CUST-LINE-3 TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE SPACE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           MOVE STM-DETAIL-HEADING TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
       450-PRINT-OPEN-INVOICE-LINE.
      *
               INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                   + INV-FREIGHT-AMOUNT.
           MOVE WS-OPEN-AMOUNT     TO STM-OPEN-AMOUNT.
           MOVE STM-DETAIL-LINE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
       455-AGE-OPEN-AMOUNT.
      *
      *
       460-PRINT-AGED-TOTALS.
      *
           MOVE SPACE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
           MOVE STM-AGING-HEADING TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
           MOVE WS-CUST-CURRENT    TO STM-CURRENT.
           MOVE WS-CUST-DAYS-31-60 TO STM-DAYS-31-60.
           MOVE WS-CUST-DAYS-61-90 TO STM-DAYS-61-90.
           MOVE WS-CUST-OVER-90    TO STM-OVER-90.
           MOVE WS-CUST-TOTAL      TO STM-TOTAL-DUE.
           MOVE STM-AGING-LINE TO WS-DLV-LINE.
           PERFORM 8520-DELIVER-LINE.
      *
      *****************************************************************
      *    A FOREIGN-CURRENCY ACCOUNT'S STATEMENT ALSO SHOWS THE
               MOVE CM-CURRENCY-CODE  TO STM-FGN-CURRENCY
               MOVE WS-FOREIGN-TOTAL  TO STM-FGN-TOTAL
               MOVE CUR-EXCHANGE-RATE TO STM-FGN-RATE
               MOVE STM-FOREIGN-LINE TO WS-DLV-LINE
               PERFORM 8520-DELIVER-LINE
           END-IF.
       465-EXIT.
           EXIT.
               CLOSE CURFILE
           END-IF.
           CLOSE OPNFILE.
           PERFORM 8590-CLOSE-DELIVERY-FILES.
           CLOSE PRINT-FILE.
           DISPLAY "DONE".
      *
       COPY DLVPARAS.
