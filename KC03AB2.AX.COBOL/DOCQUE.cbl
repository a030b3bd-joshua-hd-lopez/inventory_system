      *****************************************************************
      *  DOCQUE - OUTBOUND DOCUMENT QUEUE (DOQAB2).  A DOCUMENT GOING
      *  TO A CUSTOMER BY E-MAIL IS FILED HERE INSTEAD OF (OR AS WELL
      *  AS) PRINTING: A HEADER RECORD (LINE ZERO) WITH THE RECIPIENT
      *  AND DELIVERY STATUS, THEN ONE RECORD PER FORMATTED LINE OF
      *  THE DOCUMENT EXACTLY AS IT WOULD HAVE PRINTED.  THE DOCUMENT
      *  NUMBER IS THE INVOICE NUMBER FOR AN INVOICE OR ORDER
      *  CONFIRMATION, AND CUSTOMER NUMBER PLUS YYYYMMDD RUN DATE FOR
      *  A STATEMENT OR DUNNING LETTER.  STATUS: Q QUEUED, S SENT TO
      *  THE MAIL GATEWAY (DOQEXB2), D DELIVERED OR B BOUNCED (BOTH
      *  FROM DLVIMB2), P PRINTED AFTER THE BOUNCE.  180 BYTES.
      *****************************************************************
       01  DOCUMENT-QUEUE-RECORD.
           05  DOQ-KEY.
               10  DOQ-DOC-TYPE              PIC X(02).
                   88  DOQ-INVOICE                   VALUE 'IN'.
                   88  DOQ-STATEMENT                 VALUE 'ST'.
                   88  DOQ-DUNNING-LETTER            VALUE 'DN'.
                   88  DOQ-ORDER-CONFIRMATION        VALUE 'OC'.
               10  DOQ-DOC-NUMBER            PIC X(14).
               10  DOQ-LINE-NUMBER           PIC 9(04).
                   88  DOQ-HEADER                    VALUE ZERO.
           05  DOQ-DATA                      PIC X(160).
           05  DOQ-HEADER-DATA REDEFINES DOQ-DATA.
               10  DOQ-CUSTOMER-NUMBER       PIC X(06).
               10  DOQ-RECIPIENT             PIC X(40).
               10  DOQ-STATUS                PIC X(01).
                   88  DOQ-STATUS-QUEUED             VALUE 'Q'.
                   88  DOQ-STATUS-SENT               VALUE 'S'.
                   88  DOQ-STATUS-DELIVERED          VALUE 'D'.
                   88  DOQ-STATUS-BOUNCED            VALUE 'B'.
                   88  DOQ-STATUS-PRINTED            VALUE 'P'.
               10  DOQ-LINE-COUNT            PIC 9(04).
               10  DOQ-QUEUED-DATE           PIC X(08).
               10  DOQ-QUEUED-TIME           PIC X(06).
               10  DOQ-STATUS-DATE           PIC X(08).
               10  DOQ-RESULT-TEXT           PIC X(30).
               10  FILLER                    PIC X(57).
           05  DOQ-BODY-DATA REDEFINES DOQ-DATA.
               10  DOQ-BODY-LINE             PIC X(132).
               10  FILLER                    PIC X(28).
