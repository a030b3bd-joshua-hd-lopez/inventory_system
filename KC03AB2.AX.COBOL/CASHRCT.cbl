      *  PAY-APPLIED-AMOUNT (APPLIED AGAINST SPECIFIC OPEN INVOICES,
      *  SEE CASHAPP/APPAB2 FOR THE DETAIL) AND PAY-ONACCOUNT-AMOUNT
      *  (THE UNAPPLIED REMAINDER LEFT ON THE CUSTOMER'S ACCOUNT).
      *  A COUNTER SALE (CTRAB2) WRITES ITS PAYMENT HERE FULLY
      *  APPLIED; CASH AND CARD HAVE NO CHECK NUMBER, SO THOSE ARE
      *  KEYED CASH OR CARD FOLLOWED BY THE SIX-DIGIT INVOICE NUMBER.
      *****************************************************************
       01  CASH-RECEIPT-RECORD.
           05  PAY-KEY.
