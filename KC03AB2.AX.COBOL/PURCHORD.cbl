      *  EVERY RECEIPT RESTAMPS PO-LAST-RECEIPT-DATE, SO ON A CLOSED
      *  LINE IT IS THE DATE THE LINE FINALLY ARRIVED IN FULL AND
      *  VNDDPB2 CAN SCORE IT AGAINST PO-EXPECTED-DATE.
      *  POCHAB2 CHANGES OPEN LINES AND CANCELS THEM, LOGGING EACH
      *  CHANGE TO THE PRVAB2 REVISION FILE (POREV).
      *****************************************************************
       01  PURCHASE-ORDER-RECORD.
           05  PO-KEY.
