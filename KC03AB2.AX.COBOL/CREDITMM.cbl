      *  (RMAAB2) WRITES A TYPE-R MEMO KEYED BY A FRESH NUMBER DRAWN
      *  FROM THE INVOICE SEQUENCE - SAME NUMBER SPACE, SO THE TWO
      *  KINDS NEVER COLLIDE - WITH THE RETURNED VALUE AND ITS TAX.
      *  REBATE SETTLEMENTS (RBASTB2, TYPE B) AND CUSTOMER DEDUCTIONS
      *  RESOLVED BY CREDIT (DEDMTB2, TYPE D) DRAW FROM THE SAME
      *  SEQUENCE.
      *  EITHER WAY CRM-ORIGINAL-INVOICE POINTS AT THE INVOICE THE
      *  CREDIT WAS ISSUED AGAINST.
      *****************************************************************
               88  CRM-TYPE-VOID                 VALUE 'V'.
               88  CRM-TYPE-RETURN               VALUE 'R'.
               88  CRM-TYPE-REBATE               VALUE 'B'.
               88  CRM-TYPE-DEDUCTION            VALUE 'D'.
