           05  CRQ-DECISION-OPERATOR         PIC X(04).
           05  CRQ-DECISION-DATE             PIC X(08).
           05  CRQ-DECISION-REASON           PIC X(30).
           05  CRQ-INVOICE-IMAGE             PIC X(750).
           05  CRQ-FIELDS-ENTERED            PIC X(41).
      *
      *    WHY THE ORDER IS IN THE QUEUE - A CREDIT-LIMIT FAILURE
