      *  PAID INSTEAD OF WHOEVER LAST REMEMBERED TO KEY A COST.
      *  KEYED BY PRODUCT PLUS THE DATE/TIME OF THE CHANGE SO EACH
      *  PRODUCT CAN CARRY ANY NUMBER OF HISTORY RECORDS.
      *  LNDCB2 ALSO WRITES HERE WHEN IT CAPITALIZES A FREIGHT, DUTY
      *  OR BROKERAGE BILL INTO THE COST OF UNITS STILL IN STOCK;
      *  THOSE RECORDS CARRY CST-SOURCE 'L' AND CST-RECEIPT-QTY IS
      *  THE NUMBER OF UNITS THAT ABSORBED THE CHARGE.
      *****************************************************************
       01  COST-CHANGE-RECORD.
           05  CST-KEY.
           05  CST-PO-NUMBER                 PIC 9(06).
           05  CST-RECEIPT-QTY               PIC S9(07).
           05  CST-CHANGED-BY                PIC X(04).
           05  CST-SOURCE-SW                 PIC X(01).
               88  CST-SOURCE-RECEIPT            VALUE ' '.
               88  CST-SOURCE-LANDED-COST        VALUE 'L'.
           05  FILLER                        PIC X(04).
