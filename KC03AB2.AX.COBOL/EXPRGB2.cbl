       COPY HSKCTL.
      *
       FD HLDFILE
           RECORD CONTAINS 812 CHARACTERS
           DATA RECORD IS HELD-ORDER-RECORD.
      *
       COPY HOLDORD.
      *
       FD QUOFILE
           RECORD CONTAINS 835 CHARACTERS
           DATA RECORD IS QUOTE-RECORD.
      *
       COPY QUOTE.
      *
       FD CRQFILE
           RECORD CONTAINS 876 CHARACTERS
           DATA RECORD IS CREDIT-HOLD-RECORD.
      *
       COPY CRDHOLD.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
