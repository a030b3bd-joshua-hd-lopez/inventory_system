      *****************************************************************
      *  DEDUCT - CUSTOMER DEDUCTION RECORD (DEDAB2).  ONE RECORD PER
      *  SHORT-PAID INVOICE, KEYED BY THE INVOICE NUMBER.  WHEN A
      *  CHECK COMES IN SHORT WITH A REASON (PRICING DISPUTE, DAMAGED
      *  SHIPMENT, MISSING REBATE) CSHEAB2 OR THE LOCKBOX IMPORT
      *  (LBXIMB2) APPLIES THE CASH AND SPLITS THE REMAINDER OFF HERE
      *  UNDER THE ACCOUNT'S DEDUCTION ANALYST (CM-DEDUCTION-ANALYST).
      *  WHILE IT IS UNRESOLVED THE INVOICE STAYS ON OPNAB2 AND IN
      *  THE AGING, BUT DUNLTB2 AND FINCHB2 LEAVE IT ALONE.  DEDMTB2
      *  RECORDS THE OUTCOME: A CREDIT MEMO, A WRITE-OFF (APPROVED
      *  HERE, TAKEN BY THE NEXT WRTOFB2 RUN THROUGH ITS WOFAB2 AUDIT
      *  TRAIL), OR A REBILL/CHARGEBACK THAT PUTS THE BALANCE BACK IN
      *  FRONT OF COLLECTIONS.  DEDAGB2 AGES THE OPEN ONES.  DATES
      *  ARE MMDDYYYY.  80 BYTES.
      *****************************************************************
       01  DEDUCTION-RECORD.
           05  DED-KEY.
               10  DED-INVOICE-NUMBER        PIC 9(06).
           05  DED-CUSTOMER-NUMBER           PIC X(06).
           05  DED-DEDUCTION-DATE            PIC X(08).
           05  DED-AMOUNT                    PIC S9(07)V99.
           05  DED-REASON                    PIC X(01).
               88  DED-REASON-PRICING            VALUE 'P'.
               88  DED-REASON-DAMAGE             VALUE 'D'.
               88  DED-REASON-REBATE             VALUE 'R'.
               88  DED-REASON-OTHER              VALUE 'O'.
               88  DED-REASON-VALID              VALUE 'P' 'D' 'R'
                                                       'O'.
           05  DED-ANALYST                   PIC X(08).
           05  DED-CHECK-NUMBER              PIC X(10).
           05  DED-STATUS                    PIC X(01).
               88  DED-STATUS-OPEN               VALUE 'O'.
               88  DED-STATUS-WRITEOFF-PENDING   VALUE 'A'.
               88  DED-STATUS-RESOLVED           VALUE 'R'.
               88  DED-UNRESOLVED                VALUE 'O' 'A'.
           05  DED-OUTCOME                   PIC X(01).
               88  DED-OUTCOME-CREDIT-MEMO       VALUE 'C'.
               88  DED-OUTCOME-WRITE-OFF         VALUE 'W'.
               88  DED-OUTCOME-REBILL            VALUE 'B'.
           05  DED-RESOLVED-DATE             PIC X(08).
           05  DED-RESOLVED-BY               PIC X(08).
           05  DED-REFERENCE                 PIC X(10).
           05  FILLER                        PIC X(04).
