       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
      *
       FD ARCHIVE-FILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS ARCHIVE-INVOICE-RECORD.
       01  ARCHIVE-INVOICE-RECORD             PIC X(750).
      *
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
