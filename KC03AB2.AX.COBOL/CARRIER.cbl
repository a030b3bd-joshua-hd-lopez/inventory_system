      *  THE MINIMUM CHARGE FLOOR) AGAINST THE ORDER'S TOTAL SHIPPING
      *  WEIGHT TO PUT A FREIGHT AMOUNT ON THE INVOICE, AND SHIP
      *  CONFIRMATION (SHCAB2) VALIDATES ITS CARRIER CODE HERE.
      *  THE HAZMAT FLAG SAYS THE CARRIER ACCEPTS HAZARDOUS
      *  MATERIALS; ORDER ENTRY AND SHIP CONFIRMATION REFUSE A
      *  CARRIER WITHOUT IT FOR AN ORDER WITH A HAZMAT PRODUCT ON
      *  IT.  THE RECORD GREW FROM 46 TO 60 BYTES FOR THE FLAG; THE
      *  FILLER IS THE ROOM LEFT.
      *****************************************************************
       01  CARRIER-RATE-RECORD.
           05  CAR-KEY.
           05  CAR-NAME                      PIC X(30).
           05  CAR-RATE-PER-POUND            PIC S9(03)V99.
           05  CAR-MINIMUM-CHARGE            PIC S9(05)V99.
           05  CAR-HAZMAT-SW                 PIC X(01).
               88  CAR-ACCEPTS-HAZMAT            VALUE 'Y'.
           05  FILLER                        PIC X(13).
