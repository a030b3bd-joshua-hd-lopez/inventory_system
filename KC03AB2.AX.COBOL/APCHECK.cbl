      *****************************************************************
      *  APCHECK - AP PAYMENT HISTORY RECORD (APKAB2).  ONE RECORD PER
      *  VENDOR CHECK CUT BY THE APCHKB2 PAYMENT RUN, KEYED BY THE
      *  CHECK NUMBER.  GROSS IS THE OPEN VOUCHER LINES THE CHECK
      *  PAYS, CREDITS THE HONORED VCRAB2 RETURN CREDITS NETTED
      *  AGAINST THEM, AND NET THE FACE AMOUNT OF THE CHECK.  THE
      *  VOUCHER LINES PAID CARRY THE SAME CHECK NUMBER
      *  (APV-CHECK-NUMBER), AS DO THE CREDITS TAKEN
      *  (VCR-APPLIED-CHECK).  A CHECK VOIDED BY CHKVDB2 GOES TO
      *  STATUS V WITH THE VOID DATE, ITS VOUCHER LINES AND CREDITS
      *  RELEASED (OR MOVED TO THE REISSUED CHECK'S NUMBER); THE
      *  CKRAB2 CHECK REGISTER FOLLOWS IT AT THE BANK.  80 BYTES.
      *****************************************************************
       01  AP-CHECK-RECORD.
           05  APK-KEY.
               10  APK-CHECK-NUMBER          PIC 9(06).
           05  APK-VENDOR-NUMBER             PIC X(06).
           05  APK-CHECK-DATE                PIC X(08).
           05  APK-GROSS-AMOUNT              PIC S9(09)V99.
           05  APK-CREDIT-AMOUNT             PIC S9(09)V99.
           05  APK-NET-AMOUNT                PIC S9(09)V99.
           05  APK-VOUCHER-COUNT             PIC 9(03).
           05  APK-CREDIT-COUNT              PIC 9(03).
           05  APK-STATUS                    PIC X(01).
               88  APK-STATUS-ISSUED             VALUE 'I'.
               88  APK-STATUS-VOID               VALUE 'V'.
           05  APK-VOID-DATE                 PIC X(08).
           05  FILLER                        PIC X(12).
