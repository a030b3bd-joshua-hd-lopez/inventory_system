      *****************************************************************
      *  ESCHEAT - UNCLAIMED PROPERTY RECORD (ESCAB2).  ONE RECORD
      *  PER DORMANT ITEM ESCRPB2 HAS ACTED ON, KEYED BY THE ITEM
      *  TYPE (C = CUSTOMER CREDIT BALANCE, R = UNCASHED REFUND
      *  CHECK), ITS REFERENCE (CUSTOMER NUMBER OR REFUND NUMBER) AND
      *  THE LAST-ACTIVITY DATE THE DORMANCY RUNS FROM - SO FRESH
      *  ACTIVITY STARTS A NEW RECORD INSTEAD OF REUSING THE OLD
      *  LETTER.  WRITTEN WHEN THE DUE-DILIGENCE LETTER IS MAILED
      *  (STATUS L) AND MARKED REMITTED (STATUS R) WITH THE DATE
      *  WHEN THE FILING RUN TURNS IT OVER TO THE STATE; GLEXTB2
      *  JOURNALS THE DAY'S REMITTANCES TO THE UNCLAIMED PROPERTY
      *  PAYABLE ACCOUNT (ESCH).  DATES ARE MMDDYYYY.  60 BYTES.
      *****************************************************************
       01  ESCHEAT-RECORD.
           05  ESC-KEY.
               10  ESC-ITEM-TYPE             PIC X(01).
                   88  ESC-TYPE-CREDIT           VALUE 'C'.
                   88  ESC-TYPE-REFUND           VALUE 'R'.
               10  ESC-ITEM-REFERENCE        PIC X(06).
               10  ESC-LAST-ACTIVITY-DATE    PIC X(08).
           05  ESC-CUSTOMER-NUMBER           PIC X(06).
           05  ESC-AMOUNT                    PIC S9(07)V99.
           05  ESC-STATUS                    PIC X(01).
               88  ESC-STATUS-LETTERED           VALUE 'L'.
               88  ESC-STATUS-REMITTED           VALUE 'R'.
           05  ESC-LETTER-DATE               PIC X(08).
           05  ESC-REMIT-DATE                PIC X(08).
           05  FILLER                        PIC X(13).
