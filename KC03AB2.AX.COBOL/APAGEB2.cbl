       COPY DAYCTL.
      *
       FD APVFILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS AP-VOUCHER-RECORD.
      *
       COPY APVCHR.
      *
       FD VNDFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       COPY VENDOR.
