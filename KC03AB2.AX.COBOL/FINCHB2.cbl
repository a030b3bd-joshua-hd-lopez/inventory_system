      *    POSITIVE AND WHOSE DUE DATE (INVOICE DATE WHEN NO DUE DATE
      *    IS STAMPED) IS BEFORE THE RUN DATE.  PRIOR FINANCE CHARGE
      *    DOCUMENTS (PO NUMBER 'FIN CHARGE') ARE EXCLUDED FROM THE
      *    BASE SO CHARGES DO NOT COMPOUND, AND SO IS AN INVOICE
      *    WHOSE BALANCE IS AN UNRESOLVED DEDUCTION (DEDAB2).  EACH
      *    CUSTOMER'S CHARGE IS THE PAST-DUE BALANCE TIMES THE
      *    MONTHLY RATE ON THE FNCAB2 CONTROL RECORD (LOADED BY
      *    FNCLOAB2), RAISED TO THE MINIMUM CHARGE WHERE ONE IS SET.
      *    EACH CHARGE IS WRITTEN TO INVAB2 AS ITS OWN DOCUMENT
      *    UNDER THE DEDICATED FINANCE CHARGE SEQUENCE (CTLAB2 KEY 1,
      *    DRAWN DIRECTLY THE WAY CTLBLKB2 DRAWS INVOICE BLOCKS), THE
      *    INSAB2 SUMMARY AND THE CUSTOMER'S CM-BALANCE-DUE ARE
      *    ROLLED FORWARD, AND AN ASSESSMENT REGISTER IS PRINTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-INSFILE-SW.


           SELECT DEDFILE ASSIGN TO DEDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDFILE-SW.

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.
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
           DATA RECORD IS INVOICE-SUMMARY-RECORD.
      *
       COPY INVSUM.
      *
       FD DEDFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEDUCTION-RECORD.
      *
       COPY DEDUCT.
      *
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
       01 WS-INSFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-INSFILE-SUCCESS                VALUE '00'.
           88  WS-INSFILE-NOTFOUND                VALUE '23'.
       01 WS-DEDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DEDFILE-SUCCESS                VALUE '00'.
       01 WS-DEDFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-DEDFILE-AVAILABLE              VALUE 'Y'.
       01 WS-DEDUCTION-SW                    PIC X(01)  VALUE 'N'.
           88  WS-IN-DEDUCTION                   VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
      *
               DISPLAY "INSFILE OPEN ERROR"
               STOP RUN
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
       430-ACCUMULATE-PAST-DUE.
      *
           MOVE PDU-CUSTOMER-NUMBER(WS-PDU-SUB)
                                TO INV-CUSTOMER-NUMBER.
           MOVE 'FIN CHARGE'    TO INV-PO-NUMBER.
      *
      *    THE CHARGE IS BOOKED TO THE CUSTOMER'S OWN COMPANY.
      *
           MOVE PDU-CUSTOMER-NUMBER(WS-PDU-SUB) TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               MOVE CM-COMPANY-CODE TO INV-COMPANY-CODE
           ELSE
               MOVE SPACE           TO INV-COMPANY-CODE
           END-IF.
      *
           PERFORM 515-CLEAR-CHARGE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
      *    ITSELF THE WAY THE GATEWAY SIGNS ITS IMPORTS.
      *
           MOVE SPACE TO INV-ORDER-SOURCE
                         INV-CURRENCY-CODE
                         INV-ENTRY-DATE
                         INV-REQUESTED-DATE.
           MOVE ZERO  TO INV-EXCHANGE-RATE
                         INV-FOREIGN-TOTAL
                         INV-ENTRY-TIME.
           MOVE 'FINC' TO INV-ENTRY-OPERATOR.
      *
           WRITE INVOICE-RECORD.
      *
           CLOSE INVFILE.
           CLOSE OPNFILE.
           IF WS-DEDFILE-AVAILABLE
               CLOSE DEDFILE
           END-IF.
           CLOSE CMFFILE.
           CLOSE CTLFILE.
           CLOSE FNCFILE.
