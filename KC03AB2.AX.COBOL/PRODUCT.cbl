      *
           05  PRD-TAX-CLASS                 PIC X(01).
               88  PRD-LINE-TAXABLE              VALUE ' '.
      *
      *    RECEIVING INSPECTION.  STOCK OF A PRODUCT FLAGGED HERE
      *    RECEIVED THROUGH RCVAB2 (OR RETURNED THROUGH RMAAB2) GOES
      *    INTO THE WAREHOUSE'S QUARANTINE QUANTITY, NOT ON HAND,
      *    UNTIL QINAB2 DISPOSES OF IT.
      *
           05  PRD-INSPECT-SW                PIC X(01).
               88  PRD-INSPECT-REQUIRED          VALUE 'Y'.
      *
      *    MANUFACTURER'S WARRANTY, IN MONTHS FROM THE DAY A UNIT
      *    SHIPS (SER-SHIP-DATE).  ZERO MEANS NO WARRANTY.  RMAAB2
      *    WARNS ON A SERIAL RETURNED OUT OF WARRANTY, WARQAB2 SHOWS
      *    A SERIAL'S COVERAGE, AND WARCLB2 LISTS THE IN-WARRANTY
      *    RETURNS TO CLAIM BACK FROM THE VENDOR.
      *
           05  PRD-WARRANTY-MONTHS           PIC 9(02).
      *
      *    EXPORT CLASSIFICATION.  THE HARMONIZED TARIFF (HS) CODE
      *    AND THE COUNTRY THE GOODS WERE MADE IN PRINT ON THE
      *    COMMERCIAL INVOICE SHIP CONFIRMATION (SHCAB2) PRODUCES FOR
      *    A SHIPMENT LEAVING THE COUNTRY, SO THE BROKER NO LONGER
      *    RETYPES THEM.  BOTH ARE MAINTAINED THROUGH PRDMNTB2 AND
      *    KEPT ACROSS A PRDLOAB2 RELOAD.  BLANK ON A PRODUCT NEVER
      *    EXPORTED.  THE RECORD GREW FROM 160 TO 200 BYTES FOR
      *    THESE; THE FILLER IS THE ROOM LEFT.
      *
           05  PRD-EXPORT-DATA.
               10  PRD-TARIFF-CODE           PIC X(10).
               10  PRD-ORIGIN-COUNTRY        PIC X(03).
      *
      *        HAZARDOUS MATERIAL.  SET BY PRDMNTB2 WHEN THE PRODUCT
      *        HAS A HAZMAT RECORD (HAZAB2) WITH ITS UN NUMBER, CLASS,
      *        PACKING GROUP, PROPER SHIPPING NAME AND EMERGENCY
      *        CONTACT.  AN ORDER OR SHIPMENT CARRYING ONE MUST GO ON
      *        A CARRIER THAT ACCEPTS HAZMAT, AND BOLPRB2 PRINTS THE
      *        HAZMAT SECTION OF THE BILL OF LADING FOR IT.
      *
               10  PRD-HAZMAT-SW             PIC X(01).
                   88  PRD-HAZMAT                VALUE 'Y'.
               10  FILLER                    PIC X(26).
