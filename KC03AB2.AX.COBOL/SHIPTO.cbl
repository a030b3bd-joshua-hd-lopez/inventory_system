      *  OPTIONAL SHIP-TO SEQUENCE ON THE ORDER AND CARRIES IT ON THE
      *  INVOICE (INV-SHIPTO-SEQ) SO THE PICK TICKET SHIPS TO THE
      *  BRANCH WHILE THE STATEMENT AND CREDIT EXPOSURE STAY ON THE
      *  ONE ACCOUNT.  A BRANCH DELIVERED BY OUR OWN TRUCK CARRIES
      *  ITS OWN DELIVERY ROUTE (RTEAB2) AND STOP, WHICH TAKE THE
      *  PLACE OF THE CUSTOMER'S ON THE DAILY LOAD PLAN; BLANK USES
      *  THE CUSTOMER'S ROUTE.  A BRANCH CAN LIKEWISE CARRY ITS OWN
      *  FREIGHT TERMS AND CARRIER ACCOUNT (SEE CM-FREIGHT-TERMS IN
      *  CUSTMAS) FOR A DIVISION THAT PAYS ITS OWN FREIGHT; BLANK
      *  TERMS USE THE CUSTOMER'S.  SHT-COUNTRY IS THE BRANCH'S
      *  COUNTRY (BLANK, US OR USA IS DOMESTIC); A BRANCH ABROAD MAKES
      *  THE SHIPMENT AN EXPORT AT SHIP CONFIRMATION (SHCAB2) WHATEVER
      *  THE BILLING ADDRESS.  THE FILLER IS GROWTH ROOM.
      *****************************************************************
       01  SHIPTO-ADDRESS-RECORD.
           05  SHT-KEY.
           05  SHT-CITY                      PIC X(20).
           05  SHT-STATE                     PIC X(02).
           05  SHT-ZIP-CODE                  PIC X(10).
           05  SHT-ROUTE-CODE                PIC X(04).
           05  SHT-ROUTE-STOP                PIC 9(03).
           05  SHT-FREIGHT-TERMS             PIC X(01).
           05  SHT-FREIGHT-ACCOUNT           PIC X(15).
           05  SHT-COUNTRY                   PIC X(03).
           05  FILLER                        PIC X(14).
