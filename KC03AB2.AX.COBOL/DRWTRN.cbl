      *****************************************************************
      *  DRWTRN - CASH DRAWER TRANSACTION RECORD (DRWAB2).  ONE RECORD
      *  FOR EVERY COUNTER SALE POSTED THROUGH CTRAB2, KEYED BY THE
      *  SALE'S INVOICE NUMBER.  IT SAYS WHICH BRANCH AND WHICH
      *  OPERATOR'S DRAWER TOOK THE MONEY, HOW THE CUSTOMER PAID
      *  (CASH, CHECK OR CARD), THE CHECK NUMBER OR CARD AUTHORIZATION,
      *  AND FOR CASH WHAT WAS HANDED OVER AND THE CHANGE GIVEN BACK.
      *  DRW-SALE-AMOUNT IS WHAT STAYS IN THE DRAWER (OR ON THE CARD
      *  SLIP) - MERCHANDISE PLUS TAX.  DRWRPB2 BALANCES IT AGAINST THE
      *  END-OF-SHIFT COUNT KEYED ON DCTAB2 (SEE DRWCNT).
      *****************************************************************
       01  DRAWER-TRANSACTION-RECORD.
           05  DRW-KEY.
               10  DRW-INVOICE-NUMBER        PIC 9(06).
           05  DRW-BRANCH-CODE               PIC X(03).
           05  DRW-OPERATOR                  PIC X(04).
           05  DRW-TRAN-DATE                 PIC X(08).
           05  DRW-TRAN-TIME                 PIC S9(07) COMP-3.
           05  DRW-CUSTOMER-NUMBER           PIC X(06).
           05  DRW-TENDER-TYPE               PIC X(01).
               88  DRW-TENDER-CASH               VALUE 'C'.
               88  DRW-TENDER-CHECK              VALUE 'K'.
               88  DRW-TENDER-CARD               VALUE 'R'.
           05  DRW-REFERENCE                 PIC X(10).
           05  DRW-SALE-AMOUNT               PIC S9(07)V99.
           05  DRW-TENDERED-AMOUNT           PIC S9(07)V99.
           05  DRW-CHANGE-AMOUNT             PIC S9(07)V99.
           05  FILLER                        PIC X(11).
