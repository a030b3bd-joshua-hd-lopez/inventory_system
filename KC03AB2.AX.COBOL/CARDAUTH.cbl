      *****************************************************************
      *  CARDAUTH - CARD AUTHORIZATION RECORD (CAUAB2).  ONE RECORD
      *  PER ORDER PAID BY CARD, KEYED BY THE ORDER'S INVOICE NUMBER.
      *  ORDER ENTRY (ORDERAB2) WRITES IT AUTHORIZED (STATUS A) WITH
      *  THE PROCESSOR'S CARD TOKEN - NEVER THE CARD NUMBER - THE
      *  AUTHORIZATION CODE AND THE AMOUNT AUTHORIZED.  WHEN SHIP
      *  CONFIRMATION (SHCAB2) BILLS THE ORDER IT CAPTURES THE BILLED
      *  TOTAL, NEVER MORE THAN WAS AUTHORIZED (STATUS C).  THE
      *  NIGHTLY SETTLEMENT RUN (CAUSTB2) SENDS THE DAY'S CAPTURES TO
      *  THE PROCESSOR, POSTS EACH AS A PAYAB2 RECEIPT KEYED CARD PLUS
      *  THE INVOICE NUMBER APPLIED TO THE INVOICE, AND MARKS IT
      *  SETTLED (STATUS S).  THE FUNDING RECONCILIATION (CAURCB2)
      *  MATCHES THE PROCESSOR'S FUNDING FILE AGAINST THE SETTLED
      *  CAPTURES AND STAMPS WHAT WAS FUNDED (STATUS F).  DATES ARE
      *  MMDDYYYY.  110 BYTES.
      *****************************************************************
       01  CARD-AUTH-RECORD.
           05  CAU-KEY.
               10  CAU-INVOICE-NUMBER        PIC 9(06).
           05  CAU-CUSTOMER-NUMBER           PIC X(06).
           05  CAU-CARD-TOKEN                PIC X(16).
           05  CAU-AUTH-CODE                 PIC X(06).
           05  CAU-AUTH-AMOUNT               PIC S9(07)V99.
           05  CAU-AUTH-DATE                 PIC X(08).
           05  CAU-AUTH-OPERATOR             PIC X(04).
           05  CAU-STATUS                    PIC X(01).
               88  CAU-STATUS-AUTHORIZED         VALUE 'A'.
               88  CAU-STATUS-CAPTURED           VALUE 'C'.
               88  CAU-STATUS-SETTLED            VALUE 'S'.
               88  CAU-STATUS-FUNDED             VALUE 'F'.
           05  CAU-CAPTURE-AMOUNT            PIC S9(07)V99.
           05  CAU-CAPTURE-DATE              PIC X(08).
           05  CAU-SETTLE-DATE               PIC X(08).
           05  CAU-FUNDED-AMOUNT             PIC S9(07)V99.
           05  CAU-FUNDED-DATE               PIC X(08).
           05  FILLER                        PIC X(12).
