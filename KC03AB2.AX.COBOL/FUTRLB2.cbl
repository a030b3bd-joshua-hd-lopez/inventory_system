           05  WS-PROC-YYYY                  PIC X(04).
       01 WS-TODAY-YMD                       PIC X(08).
       01 WS-WEEK-YMD                        PIC X(08).
       01 WS-REQ-YMD                         PIC X(08).
       01 WS-REQ-YMD-R REDEFINES WS-REQ-YMD.
           05  WS-REQ-YYYY                   PIC X(04).
           05  WS-REQ-MM                     PIC X(02).
           05  WS-REQ-DD                     PIC X(02).
      *
      *****************************************************************
      *    SEVEN-DAY LOOKAHEAD DATE - THE SAME CALENDAR ROLL THE
      *        GATEWAY BOOKS THEM AS KEYED VOLUME, NOT EDI.
      *
               10  WS-EDI-H-SOURCE           PIC X(01).
      *
      *        THE ORDER'S OWN REQUESTED DATE AND KEYING DAY RIDE
      *        ALONG SO THE INVOICE MEASURES SERVICE FROM WHEN THE
      *        CUSTOMER ACTUALLY ORDERED, NOT FROM THE RELEASE.
      *
               10  WS-EDI-H-REQUESTED-DATE   PIC X(08).
               10  WS-EDI-H-ENTRY-DATE       PIC X(08).
               10  FILLER                    PIC X(46).
           05  WS-EDI-DETAIL-AREA REDEFINES WS-EDI-DATA-AREA.
               10  WS-EDI-D-PRODUCT          PIC X(10).
               10  WS-EDI-D-WAREHOUSE        PIC X(03).
           MOVE FUT-CUSTOMER-NUMBER TO WS-EDI-H-CUSTOMER.
           MOVE FUT-PO-NUMBER       TO WS-EDI-H-PO-NUMBER.
           MOVE 'O'                 TO WS-EDI-H-SOURCE.
           MOVE FUT-REQUESTED-YMD   TO WS-REQ-YMD.
           STRING WS-REQ-MM WS-REQ-DD WS-REQ-YYYY
               DELIMITED BY SIZE
               INTO WS-EDI-H-REQUESTED-DATE.
           MOVE FUT-ENTRY-DATE      TO WS-EDI-H-ENTRY-DATE.
           WRITE EDIOUT-RECORD FROM WS-EDI-WORK-RECORD.
      *
           PERFORM 520-WRITE-DETAIL-RECORD
