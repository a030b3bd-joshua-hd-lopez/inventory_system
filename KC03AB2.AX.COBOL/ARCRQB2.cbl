           05  FILLER                        PIC X(03).
      *
       FD ARCHIVE-FILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
