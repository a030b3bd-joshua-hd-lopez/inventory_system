      *  RECEIVING IT (ACTION R) PUTS IT INTO THE DESTINATION
      *  WAREHOUSE AND CLOSES THE RECORD.  THE COMPANY-WIDE PRDAB2
      *  TOTAL IS UNTOUCHED THROUGHOUT - THE STOCK NEVER LEAVES THE
      *  COMPANY.  A TRANSFER PROPOSED BY THE REBALANCING RUN
      *  (RBLSGB2) AND LOADED FOR APPROVAL STARTS OUT PENDING - NO
      *  STOCK HAS MOVED AND THE SHIP DATE IS BLANK - UNTIL THE
      *  SOURCE WAREHOUSE CONFIRMS IT (XFREAB2 ACTION C), WHICH SHIPS
      *  IT EXACTLY AS ACTION S WOULD.
      *  A TRANSFER BETWEEN WAREHOUSES OWNED BY TWO DIFFERENT
      *  COMPANIES (WRH-COMPANY-CODE) IS FLAGGED INTER-COMPANY WHEN
      *  IT IS CREATED, SO THE TRANSFER REGISTER CAN LIST IT FOR THE
      *  ACCOUNTANTS TO BOOK THE SALE BETWEEN THE TWO SETS OF BOOKS.
      *  THE RECORD GREW FROM 54 TO 60 BYTES FOR THE FLAG.
      *****************************************************************
       01  TRANSFER-RECORD.
           05  TRF-KEY.
           05  TRF-TO-WAREHOUSE              PIC X(03).
           05  TRF-QUANTITY                  PIC S9(07).
           05  TRF-STATUS                    PIC X(01).
               88  TRF-STATUS-PENDING              VALUE 'P'.
               88  TRF-STATUS-IN-TRANSIT           VALUE 'T'.
               88  TRF-STATUS-RECEIVED             VALUE 'R'.
           05  TRF-SHIP-DATE                 PIC X(08).
           05  TRF-RECEIVE-DATE              PIC X(08).
           05  TRF-SHIP-OPERATOR             PIC X(04).
           05  TRF-RECEIVE-OPERATOR          PIC X(04).
           05  TRF-INTERCO-SW                PIC X(01).
               88  TRF-INTERCOMPANY              VALUE 'Y'.
           05  FILLER                        PIC X(05).
