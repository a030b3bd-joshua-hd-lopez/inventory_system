      *****************************************************************
      *  CHGCODE - CHARGE CODE RECORD (CHGAB2).  ONE RECORD PER
      *  NON-STOCK CHARGE THAT CAN BE BILLED ON AN INVOICE LINE IN
      *  PLACE OF A PRODUCT - SETUP FEES, RESTOCKING FEES, RUSH
      *  CHARGES, SERVICE LABOR - KEYED BY CHG-CHARGE-CODE.  EVERY
      *  CHARGE CODE BEGINS WITH AN ASTERISK SO IT CAN NEVER BE
      *  MISTAKEN FOR A PRDAB2 PRODUCT CODE (SEE INV-LINE-CHARGE).
      *  THE DEFAULT AMOUNT PRICES THE LINE WHEN NO NET PRICE IS
      *  KEYED; THE GL MAP CODE NAMES THE GLMAB2 REVENUE CLASS THE
      *  CHARGE IS CREDITED TO BY GLEXTB2.  AN INACTIVE CODE STAYS ON
      *  FILE FOR THE OLD INVOICES BUT CANNOT BE BILLED AGAIN.
      *  LOADED BY CHGLOAB2.  60 BYTES.
      *****************************************************************
       01  CHARGE-CODE-RECORD.
           05  CHG-KEY.
               10  CHG-CHARGE-CODE           PIC X(10).
           05  CHG-DESCRIPTION               PIC X(20).
           05  CHG-DEFAULT-AMOUNT            PIC S9(07)V99.
           05  CHG-TAXABLE-SW                PIC X(01).
               88  CHG-TAXABLE                     VALUE 'Y'.
           05  CHG-GL-MAP-CODE               PIC X(04).
           05  CHG-STATUS                    PIC X(01).
               88  CHG-STATUS-INACTIVE             VALUE 'I'.
           05  FILLER                        PIC X(15).
