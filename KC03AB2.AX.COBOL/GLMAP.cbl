      *    BDBT = BAD DEBT EXPENSE      CASH = CASH ON DEPOSIT
      *    FINC = FINANCE CHG INCOME    SHRK = SHRINKAGE EXPENSE
      *    REFD = CUSTOMER REFUNDS PAYABLE
      *    RNIA = RECEIVED NOT BILLED   APAY = ACCOUNTS PAYABLE
      *    PPVR = PURCHASE PRICE VARIANCE
      *    ESCH = UNCLAIMED PROPERTY PAYABLE
      *  EACH CHARGE CODE ON CHGAB2 (SEE CHGCODE) NAMES ITS OWN
      *  REVENUE CLASS AS WELL - SETP, RSTK, RUSH, LABR AND SO ON -
      *  AND EACH OF THOSE NEEDS A RECORD HERE.
      *  LOADED BY GLMLOAB2 SO ACCOUNTING CAN RE-MAP ACCOUNTS WITHOUT
      *  A PROGRAM CHANGE.  GLEXTB2 BUILDS THE NIGHTLY JOURNAL FROM
      *  THESE ACCOUNTS.
