      *****************************************************************
      *  DLVLOG - DOCUMENT DELIVERY LOG (DLGAB2).  ONE RECORD PER
      *  DELIVERY EVENT ON A CUSTOMER'S DOCUMENTS, KEYED BY CUSTOMER
      *  AND WHEN, SO THE CUSTOMER INQUIRY (CMDLGAB2) CAN LIST THEM
      *  IN ORDER.  EVENT: Q QUEUED FOR E-MAIL, S SENT TO THE MAIL
      *  GATEWAY, D DELIVERED, B BOUNCED, P PRINTED AFTER A BOUNCE.
      *  THE SEQUENCE KEEPS TWO EVENTS IN THE SAME SECOND APART.
      *  120 BYTES.
      *****************************************************************
       01  DELIVERY-LOG-RECORD.
           05  DLG-KEY.
               10  DLG-CUSTOMER-NUMBER       PIC X(06).
               10  DLG-EVENT-DATE            PIC X(08).
               10  DLG-EVENT-TIME            PIC X(06).
               10  DLG-SEQUENCE              PIC 9(03).
           05  DLG-DOC-TYPE                  PIC X(02).
           05  DLG-DOC-NUMBER                PIC X(14).
           05  DLG-EVENT                     PIC X(01).
               88  DLG-EVENT-QUEUED                  VALUE 'Q'.
               88  DLG-EVENT-SENT                    VALUE 'S'.
               88  DLG-EVENT-DELIVERED               VALUE 'D'.
               88  DLG-EVENT-BOUNCED                 VALUE 'B'.
               88  DLG-EVENT-PRINTED                 VALUE 'P'.
           05  DLG-RECIPIENT                 PIC X(40).
           05  DLG-RESULT-TEXT               PIC X(30).
           05  FILLER                        PIC X(10).
