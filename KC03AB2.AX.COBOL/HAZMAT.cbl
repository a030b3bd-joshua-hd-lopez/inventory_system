      *****************************************************************
      *  HAZMAT - HAZARDOUS MATERIAL SHIPPING DATA (HAZAB2).  ONE
      *  RECORD PER REGULATED PRODUCT, KEYED BY PRODUCT CODE AND
      *  MAINTAINED THROUGH PRDMNTB2, WHICH KEEPS PRD-HAZMAT-SW ON
      *  THE PRODUCT IN STEP WITH IT.  THE UN (OR NA) NUMBER, HAZARD
      *  CLASS, PACKING GROUP (I, II, III OR BLANK WHERE THE CLASS
      *  HAS NONE) AND PROPER SHIPPING NAME MAKE UP THE BASIC
      *  DESCRIPTION BOLPRB2 PRINTS ON THE BILL OF LADING; THE
      *  EMERGENCY CONTACT AND PHONE PRINT UNDER IT AND MUST BE
      *  MONITORED WHILE THE GOODS ARE IN TRANSIT.  150 BYTES.
      *****************************************************************
       01  HAZMAT-RECORD.
           05  HAZ-KEY.
               10  HAZ-PRODUCT-CODE          PIC X(10).
           05  HAZ-UN-NUMBER                 PIC X(06).
           05  HAZ-CLASS                     PIC X(04).
           05  HAZ-PACKING-GROUP             PIC X(03).
           05  HAZ-SHIPPING-NAME             PIC X(50).
           05  HAZ-EMERGENCY-CONTACT         PIC X(25).
           05  HAZ-EMERGENCY-PHONE           PIC X(15).
           05  FILLER                        PIC X(37).
