      *****************************************************************
      *  CHKREG - ISSUED CHECK REGISTER RECORD (CKRAB2).  ONE RECORD
      *  PER CHECK WE DRAW, KEYED BY THE BANK ACCOUNT IT IS DRAWN ON
      *  (V = THE OPERATING ACCOUNT VENDOR CHECKS PAY FROM, R = THE
      *  REFUNDS ACCOUNT) PLUS THE CHECK SERIAL NUMBER.  APCHKB2
      *  WRITES ONE PER VENDOR CHECK (THE SOURCE REFERENCE IS THE
      *  APKAB2 CHECK NUMBER) AND REFCKB2 ONE PER REFUND CHECK (THE
      *  SERIAL AND SOURCE REFERENCE ARE BOTH THE REFUND NUMBER).
      *  A CHECK IS ISSUED (I) UNTIL THE BANK'S PAID-ITEMS FILE
      *  (CHKRCB2) MARKS IT PAID (P) WITH WHAT WAS ACTUALLY PAID, OR
      *  IT IS VOIDED (V) - BY THE CHKVDB2 VOID/REISSUE CARDS, OR
      *  BY ESCRPB2 WHEN AN UNCASHED REFUND CHECK IS TURNED OVER TO
      *  THE STATE.  A REISSUE IS A NEW RECORD UNDER THE REPLACEMENT
      *  SERIAL POINTING BACK AT THE CHECK IT REPLACES, AND THE VOID
      *  POINTS FORWARD TO IT.  THE TWO SENT FLAGS ARE SET BY THE
      *  POSITIVE PAY RUN (PPYFLB2) ONCE THE BANK HAS BEEN TOLD OF
      *  THE ISSUE AND OF THE VOID.  DATES ARE MMDDYYYY.  120 BYTES.
      *****************************************************************
       01  CHECK-REGISTER-RECORD.
           05  CKR-KEY.
               10  CKR-ACCOUNT-CODE          PIC X(01).
                   88  CKR-ACCOUNT-OPERATING     VALUE 'V'.
                   88  CKR-ACCOUNT-REFUND        VALUE 'R'.
               10  CKR-CHECK-NUMBER          PIC 9(06).
           05  CKR-SOURCE-REFERENCE          PIC 9(06).
           05  CKR-PAYEE-NUMBER              PIC X(06).
           05  CKR-PAYEE-NAME                PIC X(30).
           05  CKR-AMOUNT                    PIC S9(09)V99.
           05  CKR-ISSUE-DATE                PIC X(08).
           05  CKR-STATUS                    PIC X(01).
               88  CKR-STATUS-ISSUED             VALUE 'I'.
               88  CKR-STATUS-PAID               VALUE 'P'.
               88  CKR-STATUS-VOID               VALUE 'V'.
           05  CKR-PAID-DATE                 PIC X(08).
           05  CKR-PAID-AMOUNT               PIC S9(09)V99.
           05  CKR-VOID-DATE                 PIC X(08).
           05  CKR-VOID-REASON               PIC X(01).
               88  CKR-VOID-CANCELLED            VALUE 'C'.
               88  CKR-VOID-REISSUED             VALUE 'R'.
               88  CKR-VOID-ESCHEATED            VALUE 'E'.
           05  CKR-REISSUE-NUMBER            PIC 9(06).
           05  CKR-REISSUE-OF                PIC 9(06).
           05  CKR-PPAY-ISSUE-SENT           PIC X(01).
               88  CKR-ISSUE-SENT                VALUE 'Y'.
           05  CKR-PPAY-VOID-SENT            PIC X(01).
               88  CKR-VOID-SENT                 VALUE 'Y'.
           05  FILLER                        PIC X(09).
