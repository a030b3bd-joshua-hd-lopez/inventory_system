       COPY ADJAUDIT.
      *
       FD RSNFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REASON-CODE-RECORD.
      *
       COPY RSNCODE.
