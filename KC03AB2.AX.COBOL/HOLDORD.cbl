               10  HLD-TERMINAL-ID           PIC X(04).
           05  HLD-TOTAL-ORDERS              PIC S9(03) COMP-3.
           05  HLD-PARENT-INVOICE-NUMBER     PIC 9(06).
           05  HLD-INVOICE-RECORD            PIC X(750).
           05  HLD-FIELDS-ENTERED            PIC X(41).
      *
      *    THE CHANNEL THE HELD ORDER CAME FROM - Q WHEN QTEAB2
