      *    AN AUTHORIZATION HOLD INSTEAD OF POSTING.
      *
           05  OPER-ORDER-LIMIT               PIC S9(07)V99.
      *
      *    THE COMPANIES WHOSE BOOKS THE OPERATOR MAY WORK (SEE
      *    COMPANY), CHECKED THROUGH COMAUAB2 WHEREVER A CUSTOMER,
      *    VENDOR OR WAREHOUSE IS TAKEN UP FOR POSTING OR
      *    MAINTENANCE.  BLANK ACCESS IS THE HOME COMPANY PLUS ANY
      *    COMPANY LISTED; L IS THE LISTED COMPANIES ONLY; A IS EVERY
      *    COMPANY.  THE RECORD GREW FROM 63 TO 80 BYTES FOR THESE.
      *
           05  OPER-COMPANY-ACCESS            PIC X(01).
               88  OPER-HOME-AND-LISTED           VALUE ' '.
               88  OPER-LISTED-ONLY               VALUE 'L'.
               88  OPER-ALL-COMPANIES             VALUE 'A'.
           05  OPER-COMPANY-LIST.
               10  OPER-COMPANY-CODE          PIC X(02)
                                              OCCURS 5 TIMES.
      *
      *    THE WORK ROLE THE OPERATOR BELONGS TO (CR CREDIT, AR
      *    COLLECTIONS, PURCHASING, WAREHOUSE, OPERATIONS - SEE
      *    ALTROUT), SO AN OPERATOR ALERT ROUTED TO A ROLE REACHES
      *    EVERYONE WHO HOLDS IT.  BLANK IS NO ROLE.
      *
           05  OPER-ROLE                      PIC X(04).
           05  FILLER                         PIC X(02).
