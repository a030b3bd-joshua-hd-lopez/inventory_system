       DATA DIVISION.
       FILE SECTION.
       FD VCRFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS VENDOR-CREDIT-RECORD.
      *
       COPY VNDCRED.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
