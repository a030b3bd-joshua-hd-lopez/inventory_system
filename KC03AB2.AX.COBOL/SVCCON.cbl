      *****************************************************************
      *  SVCCON - SERVICE CONTRACT RECORD (SVCAB2).  ONE RECORD PER
      *  MAINTENANCE OR SERVICE PLAN SOLD TO A CUSTOMER, KEYED BY
      *  CONTRACT ID AND LOADED BY SVCLOAB2.  THE PLAN BILLS THE SAME
      *  CHARGE LINES (CHGAB2 CODES, SO EACH LINE CARRIES ITS OWN
      *  TAXABILITY AND GL REVENUE CLASS) EVERY MONTH OR EVERY
      *  QUARTER FROM THE START DATE THROUGH THE END DATE.  SVCBLB2
      *  BILLS EVERY CONTRACT WHOSE NEXT BILL DATE HAS COME AS AN
      *  ORDINARY INVOICE, THEN ADVANCES THE NEXT BILL DATE ONE
      *  CYCLE, KEEPING THE DAY OF THE MONTH THE CONTRACT STARTED ON
      *  (THE LAST DAY OF A SHORTER MONTH).  A HELD CONTRACT IS
      *  SKIPPED UNTIL RELEASED; A CANCELLED ONE NEVER BILLS AGAIN.
      *  THE LAST-BILLED FIELDS ARE THE BILLING RUN'S AND ARE KEPT
      *  ACROSS A RELOAD; SVHAB2 HOLDS THE INVOICE-BY-INVOICE
      *  HISTORY.  DATES ARE MMDDYYYY.  250 BYTES.
      *****************************************************************
       01  SERVICE-CONTRACT-RECORD.
           05  SVC-KEY.
               10  SVC-CONTRACT-ID           PIC X(06).
           05  SVC-CUSTOMER-NUMBER           PIC X(06).
           05  SVC-SHIPTO-SEQ                PIC 9(02).
           05  SVC-PO-NUMBER                 PIC X(10).
           05  SVC-DESCRIPTION               PIC X(30).
           05  SVC-BILL-FREQUENCY            PIC X(01).
               88  SVC-BILL-MONTHLY              VALUE 'M'.
               88  SVC-BILL-QUARTERLY            VALUE 'Q'.
           05  SVC-START-DATE                PIC X(08).
           05  SVC-END-DATE                  PIC X(08).
           05  SVC-NEXT-BILL-DATE            PIC X(08).
           05  SVC-STATUS                    PIC X(01).
               88  SVC-STATUS-ACTIVE             VALUE 'A' ' '.
               88  SVC-STATUS-HELD               VALUE 'H'.
               88  SVC-STATUS-CANCELLED          VALUE 'C'.
           05  SVC-CHARGE-LINE               OCCURS 5 TIMES.
               10  SVC-CHARGE-CODE           PIC X(10).
               10  SVC-CHARGE-AMOUNT         PIC S9(07)V99.
           05  SVC-LAST-BILL-DATE            PIC X(08).
           05  SVC-LAST-INVOICE-NUMBER       PIC 9(06).
           05  SVC-BILLED-TO-DATE            PIC S9(09)V99.
           05  SVC-CYCLES-BILLED             PIC 9(04).
           05  FILLER                        PIC X(46).
