      *****************************************************************
      *  COMPARM - COMMAREA LAYOUT PASSED TO COMAUAB2 TO ASK WHETHER
      *  AN OPERATOR MAY WORK A COMPANY'S BOOKS.  THE CALLER SETS THE
      *  OPERATOR ID AND THE COMPANY CODE OFF THE CUSTOMER, VENDOR OR
      *  WAREHOUSE IN HAND; COMAUAB2 RETURNS Y OR N, THE COMPANY'S
      *  NAME, AND A SCREEN MESSAGE SAYING WHY WHEN IT IS REFUSED.
      *****************************************************************
       01  COMPANY-AUTH-PARMS.
           05  CAP-OPERATOR-ID           PIC X(04).
           05  CAP-COMPANY-CODE          PIC X(02).
           05  CAP-AUTHORIZED-SW         PIC X(01).
               88  CAP-AUTHORIZED            VALUE 'Y'.
               88  CAP-NOT-AUTHORIZED        VALUE 'N'.
           05  CAP-COMPANY-NAME          PIC X(30).
           05  CAP-MESSAGE               PIC X(40).
