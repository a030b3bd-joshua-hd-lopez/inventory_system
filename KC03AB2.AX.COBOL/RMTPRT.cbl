      *****************************************************************
      *  RMTPRT - REMOTE PRINT QUEUE (RPQAB2).  A BATCH JOB CANNOT
      *  OPEN A SPOOL REPORT ON A WAREHOUSE'S OWN PRINTER, SO WHEN
      *  ONE PRODUCES WAREHOUSE PAPERWORK (BKORLB2'S BACKORDER
      *  RELEASE TICKETS) IT QUEUES THE PRINT LINES HERE INSTEAD,
      *  KEYED BY WAREHOUSE, DOCUMENT AND LINE.  RPQPRAB2 PRINTS EACH
      *  QUEUED DOCUMENT THROUGH PRTOPAB2 ON ITS WAREHOUSE'S PRINTER
      *  (OR THE CENTRAL ONE, WITH A WARNING) AND DELETES THE LINES
      *  AS THEY PRINT.  LINE 000 IS THE DOCUMENT HEADING.  THE
      *  QUEUED DATE IS MMDDYYYY.  120 BYTES.
      *****************************************************************
       01  REMOTE-PRINT-RECORD.
           05  RPQ-KEY.
               10  RPQ-WAREHOUSE-CODE        PIC X(03).
               10  RPQ-DOCUMENT-ID           PIC X(12).
               10  RPQ-LINE-NUMBER           PIC 9(03).
           05  RPQ-SOURCE-PROGRAM            PIC X(08).
           05  RPQ-QUEUED-DATE               PIC X(08).
           05  RPQ-PRINT-LINE                PIC X(80).
           05  FILLER                        PIC X(06).
