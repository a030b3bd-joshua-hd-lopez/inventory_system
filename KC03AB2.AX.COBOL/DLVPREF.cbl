      *****************************************************************
      *  DLVPREF - CUSTOMER DOCUMENT DELIVERY PREFERENCE (DLPAB2).
      *  ONE RECORD PER CUSTOMER PER DOCUMENT TYPE: IN INVOICE, ST
      *  STATEMENT, DN DUNNING LETTER, OC ORDER CONFIRMATION.  THE
      *  METHOD IS PRINT, E-MAIL OR BOTH; NO RECORD MEANS PRINT, AS
      *  EVERY DOCUMENT ALWAYS HAS.  THE E-MAIL ADDRESS OVERRIDES
      *  CM-EMAIL-ADDRESS FOR THIS DOCUMENT TYPE (ACCOUNTS PAYABLE
      *  WANTS THE INVOICES, THE BUYER THE CONFIRMATIONS); BLANK USES
      *  THE CUSTOMER MASTER.  THE BOUNCE SWITCH IS SET BY DLVIMB2
      *  WHEN THE MAIL GATEWAY REPORTS A FAILED DELIVERY AND CLEARED
      *  BY THE NEXT GOOD ONE - WHILE IT IS ON, THE DOCUMENT ALSO
      *  PRINTS.  LOADED THROUGH DLPLOAB2.  80 BYTES.
      *****************************************************************
       01  DELIVERY-PREFERENCE-RECORD.
           05  DLP-KEY.
               10  DLP-CUSTOMER-NUMBER       PIC X(06).
               10  DLP-DOC-TYPE              PIC X(02).
           05  DLP-METHOD                    PIC X(01).
               88  DLP-METHOD-PRINT                  VALUE 'P' ' '.
               88  DLP-METHOD-EMAIL                  VALUE 'E'.
               88  DLP-METHOD-BOTH                   VALUE 'B'.
               88  DLP-METHOD-VALID                  VALUE 'P' 'E'
                                                           'B'.
           05  DLP-EMAIL-ADDRESS             PIC X(40).
           05  DLP-BOUNCE-SW                 PIC X(01).
               88  DLP-BOUNCED                       VALUE 'Y'.
           05  DLP-BOUNCE-DATE               PIC X(08).
           05  FILLER                        PIC X(22).
