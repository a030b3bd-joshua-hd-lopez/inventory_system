      *****************************************************************
      *  ROUTE - DELIVERY ROUTE MASTER RECORD (RTEAB2).  ONE RECORD
      *  PER ROUTE RUN ON OUR OWN TRUCKS, KEYED BY RTE-ROUTE-CODE.
      *  MAINTAINED THROUGH RTEMAB2.  A CUSTOMER (CM-ROUTE-CODE) OR
      *  ONE OF ITS SHIP-TO BRANCHES (SHT-ROUTE-CODE) NAMES THE ROUTE
      *  IT IS DELIVERED ON AND ITS STOP ON THAT ROUTE; THE DAILY
      *  LOAD PLAN (RTELDB2) GATHERS THE ORDERS FOR EVERY ROUTE THAT
      *  RUNS THAT DAY.  RTE-RUN-DAY IS ONE Y/N FLAG PER WEEKDAY,
      *  MONDAY (1) THROUGH SUNDAY (7).  THE TRUCK CAPACITY IS IN
      *  POUNDS, THE SAME UNIT AS PRD-SHIP-WEIGHT.  SHIP CONFIRMATION
      *  (SHCAB2) TAKES A ROUTE CODE IN PLACE OF A CARRIER CODE WHEN
      *  THE DRIVER BRINGS BACK THE SIGNED MANIFEST.
      *****************************************************************
       01  DELIVERY-ROUTE-RECORD.
           05  RTE-KEY.
               10  RTE-ROUTE-CODE            PIC X(04).
           05  RTE-DESCRIPTION               PIC X(30).
           05  RTE-DAYS-RUN.
               10  RTE-RUN-DAY               PIC X(01)
                                             OCCURS 7 TIMES.
                   88  RTE-RUNS-ON-DAY               VALUE 'Y'.
           05  RTE-TRUCK-ID                  PIC X(06).
           05  RTE-TRUCK-CAPACITY            PIC 9(05).
           05  FILLER                        PIC X(08).
