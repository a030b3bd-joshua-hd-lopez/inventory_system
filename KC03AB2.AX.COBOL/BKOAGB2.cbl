       COPY BACKORD.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
