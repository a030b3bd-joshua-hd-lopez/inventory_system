       DATA DIVISION.
       FILE SECTION.
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
       COPY CONTRACT.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
       COPY CREDITMM.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       230-CHECK-INVOICE-LINE.
      *
           IF        INV-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(WS-LINE-SUB)
               MOVE INV-PRODUCT-CODE(WS-LINE-SUB)
                   TO PRD-PRODUCT-CODE
               READ PRDFILE
