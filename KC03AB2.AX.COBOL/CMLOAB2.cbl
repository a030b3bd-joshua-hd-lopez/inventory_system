       DATA DIVISION.
       FILE SECTION.
       FD CMINPUT
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD CMFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CMFILE-RECORD.
       01  CMFILE-RECORD.
           05  CMOUT-KEY.
               10  FILLER                    PIC X(6).
           05  FILLER                        PIC X(294).
      *
       FD CMAFILE
           RECORD CONTAINS 60 CHARACTERS
