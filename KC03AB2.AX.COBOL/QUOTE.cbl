           05  QUO-OPERATOR                  PIC X(04).
           05  QUO-TOTAL-ORDERS              PIC S9(03) COMP-3.
           05  QUO-PARENT-INVOICE-NUMBER     PIC 9(06).
           05  QUO-INVOICE-RECORD            PIC X(750).
           05  QUO-FIELDS-ENTERED            PIC X(41).
      *
      *    THE DATE THE QUOTED PRICES STOP BEING HONORED - STAMPED
