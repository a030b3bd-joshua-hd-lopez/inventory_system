      *  BUCKETS IN AGERPB2 AND CMSTMB2.  A CUSTOMER WITH NO TERMS
      *  CODE (OR A CODE NOT ON FILE) IS TREATED AS NET 0 - DUE ON
      *  THE INVOICE DATE - WHICH IS WHAT THE SYSTEM ALWAYS DID.
      *  VENDORS CARRY A CODE FROM THE SAME FILE (VND-TERMS-CODE),
      *  WHICH DUE-DATES THEIR VOUCHERS FOR THE APCHKB2 CHECK RUN.
      *  TRM-CIA-SW MARKS A CASH-IN-ADVANCE CODE (NEW AND HIGH-RISK
      *  ACCOUNTS): SHCAB2 WILL NOT SHIP SUCH A CUSTOMER'S ORDER
      *  UNTIL THE DEPOSITS TAKEN AGAINST IT (DEPAB2) COVER IT.
      *****************************************************************
       01  TERMS-CODE-RECORD.
           05  TRM-KEY.
               10  TRM-TERMS-CODE            PIC X(03).
           05  TRM-DESCRIPTION               PIC X(20).
           05  TRM-NET-DAYS                  PIC 9(03).
           05  TRM-CIA-SW                    PIC X(01).
               88  TRM-CASH-IN-ADVANCE           VALUE 'Y'.
           05  FILLER                        PIC X(13).
