      *    DOLLARS.
      *
           05  CM-CURRENCY-CODE              PIC X(03).
      *
      *    THE PRICE LEVEL (PLVAB2, SEE PRCLVL) THE ACCOUNT BUYS AT
      *    WHEN IT HAS NO CONTRACT FOR THE PRODUCT - DEALER,
      *    DISTRIBUTOR AND SO ON.  BLANK PAYS LIST LESS BREAKS.
      *    LOADED THROUGH CMLOAB2 LIKE THE PARENT LINK.
      *
           05  CM-PRICE-LEVEL                PIC X(02).
      *
      *    THE DELIVERY ROUTE (RTEAB2, SEE ROUTE) OUR OWN TRUCK
      *    DELIVERS THE ACCOUNT ON AND ITS STOP NUMBER ON THAT
      *    ROUTE.  A SHIP-TO BRANCH WITH ITS OWN ROUTE OVERRIDES
      *    THIS.  BLANK MEANS A COMMON CARRIER OR CUSTOMER PICKUP.
      *    LOADED THROUGH CMLOAB2 LIKE THE PRICE LEVEL.
      *
           05  CM-ROUTE-CODE                 PIC X(04).
           05  CM-ROUTE-STOP                 PIC 9(03).
      *
      *    WHO PAYS THE FREIGHT.  PREPAY-AND-ADD (BLANK, THE WAY
      *    EVERY ACCOUNT HAS ALWAYS SHIPPED) PAYS THE CARRIER AND
      *    BILLS THE CUSTOMER AT THE CARRIER'S RATE, UNLESS THE
      *    MERCHANDISE ON THE ORDER REACHES THE FREE-FREIGHT
      *    MINIMUM (ZERO IS NO MINIMUM).  PREPAID PAYS THE CARRIER
      *    AND CHARGES NOTHING.  COLLECT AND THIRD PARTY CHARGE
      *    NOTHING AND THE CARRIER BILLS THE ACCOUNT NUMBER HERE -
      *    THE CUSTOMER'S OWN OR THE THIRD PARTY'S.  A SHIP-TO WITH
      *    ITS OWN TERMS OVERRIDES THESE.  THE RECORD GREW FROM 250
      *    TO 300 BYTES FOR THEM; THE FILLER IS GROWTH ROOM.  LOADED
      *    THROUGH CMLOAB2 LIKE THE ROUTE.
      *
           05  CM-FREIGHT-TERMS              PIC X(01).
               88  CM-FREIGHT-PREPAY-ADD             VALUE 'A' ' '.
               88  CM-FREIGHT-PREPAID                VALUE 'P'.
               88  CM-FREIGHT-COLLECT                VALUE 'C'.
               88  CM-FREIGHT-THIRD-PARTY            VALUE 'T'.
           05  CM-FREIGHT-ACCOUNT            PIC X(15).
           05  CM-FREE-FREIGHT-MIN           PIC S9(07)V99.
      *
      *    THE CREDIT ANALYST WHO WORKS THE ACCOUNT'S DEDUCTIONS
      *    (DEDAB2, SEE DEDUCT).  A SHORT PAYMENT SPLIT OFF AS A
      *    DEDUCTION IS ASSIGNED HERE; BLANK LEAVES IT UNASSIGNED
      *    UNTIL DEDMTB2 HANDS IT TO SOMEONE.  LOADED THROUGH
      *    CMLOAB2 LIKE THE FREIGHT TERMS.
      *
           05  CM-DEDUCTION-ANALYST          PIC X(08).
      *
      *    THE COMPANY WHOSE BOOKS THE ACCOUNT IS CARRIED ON (SEE
      *    COMPANY).  EVERY INVOICE BILLED TO THE ACCOUNT IS STAMPED
      *    WITH IT AND NUMBERED FROM THAT COMPANY'S SEQUENCE.  BLANK
      *    IS THE HOME COMPANY.  LOADED THROUGH CMLOAB2 LIKE THE
      *    ANALYST.
      *
           05  CM-COMPANY-CODE               PIC X(02).
      *
      *    THE ACCOUNT BUYS THROUGH THE WEB STOREFRONT.  THE NIGHTLY
      *    WEBCTB2 CATALOG EXTRACT SENDS THE STOREFRONT THE ACCOUNT'S
      *    CNTAB2 CONTRACT PRICES SO IT SEES ITS OWN PRICE ONLINE,
      *    AND WEBOSB2 SENDS THE CUSTOMER PORTAL THE STATUS OF ITS
      *    ORDERS.  BLANK IS AN ACCOUNT NOT SET UP ON THE WEB.  LOADED
      *    THROUGH CMLOAB2 LIKE THE COMPANY.
      *
           05  CM-WEB-ACCOUNT-SW             PIC X(01).
               88  CM-WEB-ACCOUNT                    VALUE 'Y'.
           05  FILLER                        PIC X(15).
