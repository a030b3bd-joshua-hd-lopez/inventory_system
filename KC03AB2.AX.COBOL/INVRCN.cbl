      *****************************************************************
      *  INVRCN - INVENTORY RECONCILIATION CONTROL RECORD (IRCAB2).
      *  ONE RECORD PER ACCOUNTING PERIOD (YYYYMM) WRITTEN BY THE
      *  MONTH-END SUBLEDGER TO GL RECONCILIATION (INVRCB2).  A
      *  REVIEW RUN LEAVES IT PREPARED (STATUS P) WITH THE FIGURES
      *  AND WHO RAN IT; THE SIGN-OFF RUN, BY A DIFFERENT OPERATOR,
      *  MARKS IT SIGNED (STATUS S) AND IT IS NEVER CHANGED AGAIN.
      *  THE SIGNED CLOSING GL VALUE IS THE NEXT PERIOD'S OPENING,
      *  AND THE OPEN-ORDER COST (STOCK ALREADY TAKEN OUT OF THE
      *  SUBLEDGER FOR ORDERS NOT YET INVOICED) IS THE NEXT PERIOD'S
      *  STARTING POINT FOR THAT TIMING DIFFERENCE.  DATES ARE
      *  MMDDYYYY.  120 BYTES.
      *****************************************************************
       01  INVENTORY-RECON-RECORD.
           05  IRC-KEY.
               10  IRC-PERIOD                PIC 9(06).
           05  IRC-OPENING-VALUE             PIC S9(11)V99.
           05  IRC-GL-ACTIVITY               PIC S9(11)V99.
           05  IRC-CLOSING-GL-VALUE          PIC S9(11)V99.
           05  IRC-VALUATION                 PIC S9(11)V99.
           05  IRC-OPEN-ORDER-COST           PIC S9(11)V99.
           05  IRC-UNEXPLAINED               PIC S9(11)V99.
           05  IRC-STATUS                    PIC X(01).
               88  IRC-STATUS-PREPARED           VALUE 'P'.
               88  IRC-STATUS-SIGNED             VALUE 'S'.
           05  IRC-PREPARED-BY               PIC X(04).
           05  IRC-PREPARED-DATE             PIC X(08).
           05  IRC-SIGNED-BY                 PIC X(04).
           05  IRC-SIGNED-DATE               PIC X(08).
           05  FILLER                        PIC X(11).
