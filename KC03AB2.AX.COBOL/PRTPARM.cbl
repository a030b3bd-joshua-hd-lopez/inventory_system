      *****************************************************************
      *  PRTPARM - COMMAREA LAYOUT PASSED TO PRTOPAB2 TO OPEN A SPOOL
      *  REPORT ON A WAREHOUSE'S OWN PRINTER.  THE CALLER SETS THE
      *  WAREHOUSE CODE; PRTOPAB2 RETURNS THE SPOOL TOKEN THE CALLER
      *  THEN SPOOLWRITES AND SPOOLCLOSES, THE DESTINATION IT USED,
      *  AND WHETHER THE DOCUMENT WENT TO THE WAREHOUSE (Y) OR FELL
      *  BACK TO THE CENTRAL PRINTER (N).
      *****************************************************************
       01  PRINT-ROUTE-PARMS.
           05  PRP-WAREHOUSE-CODE        PIC X(03).
           05  PRP-TOKEN                 PIC X(08).
           05  PRP-ROUTE-SW              PIC X(01).
               88  PRP-ROUTED                VALUE 'Y'.
               88  PRP-CENTRAL               VALUE 'N'.
           05  PRP-NODE                  PIC X(08).
           05  PRP-USERID                PIC X(08).
