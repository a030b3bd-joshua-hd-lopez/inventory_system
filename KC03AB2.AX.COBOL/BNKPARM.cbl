      *****************************************************************
      *  BNKPARM - BANK ACCOUNT CARD.  ONE 80-BYTE CARD READ BY THE
      *  POSITIVE PAY RUN (PPYFLB2) AND THE PAID-ITEMS
      *  RECONCILIATION (CHKRCB2).  THE COMPANY ID IS THE ONE THE
      *  BANK ASSIGNED US FOR POSITIVE PAY.  THE OPERATING ACCOUNT
      *  CARRIES THE VENDOR CHECKS, THE REFUNDS ACCOUNT THE CUSTOMER
      *  REFUND CHECKS - THE TWO REGISTERS NUMBER THEIR CHECKS
      *  INDEPENDENTLY, SO THEY MUST BE DIFFERENT ACCOUNTS.  THE
      *  CARD IS REQUIRED; NEITHER RUN GUESSES AN ACCOUNT NUMBER.
      *****************************************************************
       01  BANK-PARM-RECORD.
           05  BKP-COMPANY-ID                PIC X(10).
           05  BKP-OPERATING-ACCOUNT         PIC X(12).
           05  BKP-REFUND-ACCOUNT            PIC X(12).
           05  FILLER                        PIC X(46).
