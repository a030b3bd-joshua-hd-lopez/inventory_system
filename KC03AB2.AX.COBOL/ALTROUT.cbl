      *****************************************************************
      *  ALTROUT - ALERT ROUTING RECORD (ALRAB2).  ONE RECORD PER
      *  ALERT TYPE, LOADED BY ALRLOAB2, SAYING WHO A NEW ALERT OF
      *  THAT TYPE GOES TO: O AN OPERATOR ID, R A ROLE (EVERY
      *  OPERATOR WHOSE OPER-ROLE MATCHES), BLANK THE SUPERVISORS.
      *  AGE DAYS IS HOW LONG AN ALERT MAY SIT UNACKNOWLEDGED BEFORE
      *  ALTAGB2 REPORTS IT TO THE SUPERVISORS (ZERO IS ONE DAY).
      *  A TYPE WITH NO ROUTING RECORD GOES TO THE SUPERVISORS.
      *  60 BYTES.
      *****************************************************************
       01  ALERT-ROUTE-RECORD.
           05  ALR-KEY.
               10  ALR-ALERT-TYPE            PIC X(02).
           05  ALR-DESCRIPTION               PIC X(30).
           05  ALR-ASSIGN-TYPE               PIC X(01).
               88  ALR-ASSIGN-VALID                  VALUE 'O' 'R' ' '.
           05  ALR-ASSIGNED-TO               PIC X(04).
           05  ALR-AGE-DAYS                  PIC 9(03).
           05  FILLER                        PIC X(20).
