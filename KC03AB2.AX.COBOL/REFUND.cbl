      *  CM-BALANCE-DUE.  REFCKB2 EXTRACTS APPROVED REFUNDS TO THE
      *  CHECK REGISTER ACCOUNTING PAYS FROM AND MARKS THEM
      *  EXTRACTED; GLEXTB2 JOURNALS THEM UNDER THE REFD CLASS THE
      *  NIGHT THE CHECK IS CUT.  A CHECK THE BANK REPORTS PAID IS
      *  MARKED CLEARED; ONE STILL UNCASHED PAST THE DORMANCY PERIOD
      *  IS TURNED OVER TO THE STATE BY ESCRPB2 AND MARKED
      *  ESCHEATED.  EVERY RECORD IS KEPT, WHATEVER ITS FATE - THE
      *  AUDIT TRAIL THE MANUAL CHECKS NEVER HAD.
      *****************************************************************
       01  REFUND-RECORD.
           05  REF-KEY.
               88  REF-STATUS-APPROVED           VALUE 'A'.
               88  REF-STATUS-REJECTED           VALUE 'X'.
               88  REF-STATUS-EXTRACTED          VALUE 'E'.
               88  REF-STATUS-CLEARED            VALUE 'C'.
               88  REF-STATUS-ESCHEATED          VALUE 'U'.
               88  REF-STATUS-CHECK-CUT          VALUE 'E' 'C' 'U'.
           05  REF-DECISION-OPERATOR         PIC X(04).
           05  REF-DECISION-DATE             PIC X(08).
           05  REF-DECISION-REASON           PIC X(30).
