      *****************************************************************
      *  COMSEL - COMPANY SELECTION CARD.  ONE OPTIONAL 80-BYTE CARD
      *  READ BY THE BATCH REPORTS THAT RUN ONE COMPANY AT A TIME
      *  (INVREGB2, AGERPB2, INVVLB2, GLEXTB2).  A C IN COLUMN 1
      *  RESTRICTS THE RUN TO THE COMPANY IN COLUMNS 2-3 - BLANK
      *  THERE IS THE HOME COMPANY - AND PRINTS ITS NAME OFF COMAB2
      *  IN THE HEADING.  NO FILE, NO CARD OR ANYTHING ELSE IN
      *  COLUMN 1 RUNS ALL COMPANIES TOGETHER, AS A ONE-COMPANY SHOP
      *  ALWAYS HAS.
      *****************************************************************
       01  COMPANY-SELECT-RECORD.
           05  CSL-SELECT-SW                 PIC X(01).
               88  CSL-ONE-COMPANY               VALUE 'C'.
           05  CSL-COMPANY-CODE              PIC X(02).
           05  FILLER                        PIC X(77).
