               88  APV-QTY-VARIANCE              VALUE 'Q'.
               88  APV-COST-VARIANCE             VALUE 'C'.
           05  APV-OPERATOR                  PIC X(04).
      *
      *    A LINE PAID BY THE APCHKB2 CHECK RUN GOES TO STATUS P
      *    CARRYING THE CHECK IT WENT OUT ON AND THE CHECK DATE, SO
      *    THE VOUCHER TIES BACK TO THE APKAB2 PAYMENT HISTORY.  ZERO
      *    AND SPACES UNTIL PAID.  THE FILLER IS GROWTH ROOM.
      *
           05  APV-CHECK-NUMBER              PIC 9(06).
           05  APV-PAID-DATE                 PIC X(08).
      *
      *    THE COMPANY THAT OWES THE BILL, FROM THE VENDOR
      *    (VND-COMPANY-CODE) WHEN THE LINE IS VOUCHERED.  BLANK IS
      *    THE HOME COMPANY.
      *
           05  APV-COMPANY-CODE              PIC X(02).
           05  FILLER                        PIC X(10).
