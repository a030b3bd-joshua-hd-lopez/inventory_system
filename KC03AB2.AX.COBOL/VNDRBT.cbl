      *****************************************************************
      *  VNDRBT - SUPPLIER REBATE / ALLOWANCE AGREEMENT (VRBAB2).  THE
      *  PURCHASING SIDE OF THE CUSTOMER REBATE FILE (REBATE): ONE
      *  RECORD PER PROGRAM A VENDOR RUNS FOR US, LOADED BY VRBLOAB2
      *  AND KEYED BY VENDOR PLUS AN AGREEMENT NUMBER SO A VENDOR CAN
      *  CARRY A VOLUME REBATE AND ANY NUMBER OF PROMOTIONAL
      *  ALLOWANCES AT ONCE.  AN AGREEMENT COVERS ONE PRODUCT, ONE
      *  CATEGORY, OR (BOTH BLANK) EVERYTHING BOUGHT FROM THE VENDOR
      *  WITHIN ITS DATE WINDOW.  EACH RCVAB2 RECEIPT IT COVERS ROLLS
      *  ITS VALUE AT PO COST INTO VRB-PURCHASES-TO-DATE AND THE
      *  ACCRUAL IS RECOMPUTED FROM THE HIGHEST TIER REACHED, THE
      *  SAME WAY THE CUSTOMER REBATE ACCRUES.  THE PERIOD-END CLAIM
      *  RUN (VRCLMB2) BILLS THE VENDOR FOR ACCRUED LESS CLAIMED ON A
      *  VRCAB2 CLAIM; VRCOLB2 POSTS WHAT THE VENDOR PAYS OR LETS US
      *  DEDUCT AGAINST THOSE CLAIMS INTO VRB-COLLECTED-AMOUNT.
      *  DATES ARE MMDDYYYY.  160 BYTES.
      *****************************************************************
       01  VENDOR-REBATE-RECORD.
           05  VRB-KEY.
               10  VRB-VENDOR-NUMBER         PIC X(06).
               10  VRB-AGREEMENT-NUMBER      PIC 9(03).
           05  VRB-PROGRAM-TYPE              PIC X(01).
               88  VRB-VOLUME-REBATE             VALUE 'R'.
               88  VRB-PROMO-ALLOWANCE           VALUE 'A'.
           05  VRB-PRODUCT-CODE              PIC X(10).
           05  VRB-PRODUCT-CATEGORY          PIC X(04).
           05  VRB-TIER OCCURS 3 TIMES.
               10  VRB-TIER-THRESHOLD        PIC S9(09)V99.
               10  VRB-TIER-PCT              PIC 9V999.
           05  VRB-START-DATE                PIC X(08).
           05  VRB-END-DATE                  PIC X(08).
           05  VRB-PURCHASES-TO-DATE         PIC S9(11)V99.
           05  VRB-ACCRUED-AMOUNT            PIC S9(09)V99.
           05  VRB-CLAIMED-AMOUNT            PIC S9(09)V99.
           05  VRB-COLLECTED-AMOUNT          PIC S9(09)V99.
           05  VRB-STATUS                    PIC X(01).
               88  VRB-STATUS-OPEN               VALUE 'O'.
               88  VRB-STATUS-CLOSED             VALUE 'C'.
           05  VRB-LAST-CLAIM-NUMBER         PIC 9(06).
           05  VRB-LAST-CLAIM-DATE           PIC X(08).
           05  FILLER                        PIC X(14).
