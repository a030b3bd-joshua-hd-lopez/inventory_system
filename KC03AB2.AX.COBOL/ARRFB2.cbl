       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
       COPY REFUND.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       265-TALLY-REFUND.
      *
           IF        (REF-STATUS-APPROVED OR REF-STATUS-CHECK-CUT)
                 AND REF-DECISION-DATE NUMERIC
               MOVE REF-CUSTOMER-NUMBER TO WS-RFT-KEY
               PERFORM 280-FIND-ROLL-ENTRY
