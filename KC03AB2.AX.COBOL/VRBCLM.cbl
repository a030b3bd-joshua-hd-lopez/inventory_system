      *****************************************************************
      *  VRBCLM - SUPPLIER REBATE CLAIM (VRCAB2).  ONE RECORD PER
      *  CLAIM DOCUMENT THE PERIOD-END RUN (VRCLMB2) SENDS A VENDOR
      *  FOR WHAT ONE VRBAB2 AGREEMENT HAS EARNED SINCE ITS LAST
      *  CLAIM, KEYED BY CLAIM NUMBER (ONE PAST THE HIGHEST ON FILE).
      *  THE CLAIM IS THE RECEIVABLE: VRC-OPEN-BALANCE IS WHAT THE
      *  VENDOR STILL OWES ON IT AND COMES DOWN AS VRCOLB2 POSTS THE
      *  VENDOR'S CHECKS AND THE DEDUCTIONS WE TAKE FROM ITS
      *  PAYABLES.  A CLAIM PAID IN FULL (OR WRITTEN OFF) IS CLOSED.
      *  DATES ARE MMDDYYYY.  100 BYTES.
      *****************************************************************
       01  VENDOR-REBATE-CLAIM-RECORD.
           05  VRC-KEY.
               10  VRC-CLAIM-NUMBER          PIC 9(06).
           05  VRC-VENDOR-NUMBER             PIC X(06).
           05  VRC-AGREEMENT-NUMBER          PIC 9(03).
           05  VRC-CLAIM-DATE                PIC X(08).
           05  VRC-PURCHASES-TO-DATE         PIC S9(11)V99.
           05  VRC-CLAIM-AMOUNT              PIC S9(09)V99.
           05  VRC-COLLECTED-AMOUNT          PIC S9(09)V99.
           05  VRC-WRITTEN-OFF-AMOUNT        PIC S9(09)V99.
           05  VRC-OPEN-BALANCE              PIC S9(09)V99.
           05  VRC-STATUS                    PIC X(01).
               88  VRC-STATUS-OPEN               VALUE 'O'.
               88  VRC-STATUS-CLOSED             VALUE 'C'.
           05  VRC-LAST-COLLECTION-DATE      PIC X(08).
           05  FILLER                        PIC X(11).
