      *  RECORDS STOP, AND THE BOLPRB2 BILL OF LADING FINALLY PRINTS
      *  A REAL SHIP-FROM ADDRESS.  AN INACTIVE WAREHOUSE TAKES NO
      *  NEW ACTIVITY BUT ITS HISTORY STAYS READABLE.
      *  THE PRINT NODE AND USER ID NAME THE WAREHOUSE'S OWN PRINTER
      *  DESTINATION (SPOOLOPEN NODE/USERID).  PICK TICKETS, SHIPMENT
      *  NOTICES, TRANSFER TICKETS AND BACKORDER RELEASE TICKETS GO
      *  THERE THROUGH PRTOPAB2; BLANK = THE CENTRAL PRINTER.  GREW
      *  FROM 100 TO 120 BYTES WHEN THE PRINTER FIELDS WERE ADDED.
      *  A CONSIGNMENT WAREHOUSE IS STOCK OF OURS SITTING AT A
      *  CUSTOMER'S SITE.  IT IS FILLED BY TRANSFER (NO BILLING),
      *  NEVER TAKES A KEYED ORDER, AND ITS STOCK IS BILLED TO THE
      *  CONSIGNMENT CUSTOMER ONLY AS USAGE IS REPORTED (CSUAB2).
      *  THE COMPANY CODE NAMES THE COMPANY THAT OWNS THE WAREHOUSE
      *  AND ITS STOCK (BLANK = THE HOME COMPANY); A TRANSFER
      *  BETWEEN WAREHOUSES OF TWO COMPANIES IS FLAGGED INTER-
      *  COMPANY.  GREW FROM 120 TO 140 BYTES FOR IT; THE FILLER IS
      *  GROWTH ROOM.
      *****************************************************************
       01  WAREHOUSE-MASTER-RECORD.
           05  WRH-KEY.
           05  WRH-STATUS                    PIC X(01).
               88  WRH-STATUS-ACTIVE             VALUE 'A' ' '.
               88  WRH-STATUS-INACTIVE           VALUE 'I'.
           05  WRH-PRINT-NODE                PIC X(08).
           05  WRH-PRINT-USERID              PIC X(08).
           05  WRH-WAREHOUSE-TYPE            PIC X(01).
               88  WRH-TYPE-STANDARD             VALUE 'S' ' '.
               88  WRH-TYPE-CONSIGNMENT          VALUE 'C'.
           05  WRH-CONSIGN-CUSTOMER          PIC X(06).
           05  WRH-COMPANY-CODE              PIC X(02).
           05  FILLER                        PIC X(19).
