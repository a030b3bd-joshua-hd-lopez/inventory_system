       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
       COPY PRCEXC.
      *
       FD OPRFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPERATOR-RECORD.
      *
       COPY OPERMAS.
