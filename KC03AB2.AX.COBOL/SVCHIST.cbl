      *****************************************************************
      *  SVCHIST - SERVICE CONTRACT BILLING HISTORY (SVHAB2).  ONE
      *  RECORD PER INVOICE THE BILLING RUN (SVCBLB2) RAISES AGAINST
      *  A SERVICE CONTRACT, KEYED BY CONTRACT AND INVOICE NUMBER SO
      *  A CONTRACT'S CYCLES READ BACK IN THE ORDER THEY BILLED.  THE
      *  PERIOD IS THE STRETCH OF SERVICE THE INVOICE COVERS, FROM
      *  THE BILL DATE TO THE DAY BEFORE THE NEXT ONE.  THE AMOUNT
      *  IS THE CHARGE LINES BEFORE TAX.  SVCQAB2 SHOWS IT ONLINE.
      *  DATES ARE MMDDYYYY.  80 BYTES.
      *****************************************************************
       01  SERVICE-HISTORY-RECORD.
           05  SVH-KEY.
               10  SVH-CONTRACT-ID           PIC X(06).
               10  SVH-INVOICE-NUMBER        PIC 9(06).
           05  SVH-CUSTOMER-NUMBER           PIC X(06).
           05  SVH-BILL-DATE                 PIC X(08).
           05  SVH-PERIOD-START              PIC X(08).
           05  SVH-PERIOD-END                PIC X(08).
           05  SVH-AMOUNT                    PIC S9(07)V99.
           05  SVH-TAX-AMOUNT                PIC S9(07)V99.
           05  FILLER                        PIC X(20).
