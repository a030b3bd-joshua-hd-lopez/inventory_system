       DATA DIVISION.
       FILE SECTION.
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD TRFFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TRANSFER-RECORD.
      *
       COPY TRANSFR.
