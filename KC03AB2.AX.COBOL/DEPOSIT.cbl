      *****************************************************************
      *  DEPOSIT - CUSTOMER DEPOSIT RECORD (DEPAB2).  ONE RECORD FOR
      *  EVERY CHECK (OR PART OF ONE) TAKEN THROUGH CSHEAB2 AS A
      *  DEPOSIT AGAINST A SPECIFIC OPEN (STATUS O, NOT YET BILLED)
      *  ORDER, KEYED BY THE ORDER'S INVOICE NUMBER PLUS THE CHECK
      *  NUMBER SO AN ORDER'S DEPOSITS BROWSE TOGETHER.  THE CASH
      *  SITS ON ACCOUNT ON THE PAYAB2 RECEIPT UNTIL SHCAB2 BILLS THE
      *  ORDER; THEN DEP-APPLIED-AMOUNT TAKES WHAT WAS APPLIED TO THE
      *  NEW OPEN ITEM AND A FULLY USED DEPOSIT GOES TO STATUS A.
      *  A DEPOSIT WHOSE CHECK NSFEAB2 HAS REVERSED (PAY-NSF-SW ON THE
      *  RECEIPT) IS NEITHER COUNTED NOR APPLIED.
      *  CDPRPB2 LISTS WHAT IS STILL UNAPPLIED, BY AGE.
      *****************************************************************
       01  CUSTOMER-DEPOSIT-RECORD.
           05  DEP-KEY.
               10  DEP-INVOICE-NUMBER        PIC 9(06).
               10  DEP-CHECK-NUMBER          PIC X(10).
           05  DEP-CUSTOMER-NUMBER           PIC X(06).
           05  DEP-RECEIPT-DATE              PIC X(08).
           05  DEP-AMOUNT                    PIC S9(07)V99.
           05  DEP-APPLIED-AMOUNT            PIC S9(07)V99.
           05  DEP-STATUS                    PIC X(01).
               88  DEP-STATUS-OPEN               VALUE 'O'.
               88  DEP-STATUS-APPLIED            VALUE 'A'.
           05  DEP-APPLIED-DATE              PIC X(08).
           05  DEP-OPERATOR                  PIC X(04).
           05  FILLER                        PIC X(19).
