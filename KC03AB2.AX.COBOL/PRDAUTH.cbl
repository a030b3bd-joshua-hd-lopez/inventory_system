      *****************************************************************
      *  PRDAUTH - CUSTOMER PRODUCT AUTHORIZATION RECORD (AUTAB2).
      *  A CUSTOMER WITH NO RECORDS HERE MAY BUY ANYTHING.  A
      *  RESTRICTED CUSTOMER HAS ONE MODE RECORD (ENTRY TYPE M,
      *  BLANK ITEM CODE) THAT SAYS HOW ITS LIST READS:
      *      A = ALLOW ONLY - ONLY LISTED PRODUCTS MAY BE SOLD
      *      B = BLOCK LISTED - LISTED PRODUCTS MAY NEVER BE SOLD
      *  AND ANY NUMBER OF LIST ENTRIES, EACH NAMING EITHER ONE
      *  PRODUCT (ENTRY TYPE P) OR A WHOLE PRD-PRODUCT-CATEGORY
      *  (ENTRY TYPE C, CATEGORY IN THE FIRST FOUR BYTES OF THE ITEM
      *  CODE).  A PRODUCT IS "LISTED" WHEN EITHER ITS OWN ENTRY OR
      *  ITS CATEGORY'S ENTRY IS ON FILE.  ENFORCED BY ORDERAB2,
      *  QTEAB2, EDIORB2 AND SDORLB2; MAINTAINED THROUGH AUTMAB2.
      *  REFUSED ATTEMPTS ARE LOGGED ON AUVAB2 (AUTVIO).
      *****************************************************************
       01  PRODUCT-AUTHORIZATION-RECORD.
           05  AUT-KEY.
               10  AUT-CUSTOMER-NUMBER       PIC X(06).
               10  AUT-ENTRY-TYPE            PIC X(01).
                   88  AUT-ENTRY-MODE            VALUE 'M'.
                   88  AUT-ENTRY-CATEGORY        VALUE 'C'.
                   88  AUT-ENTRY-PRODUCT         VALUE 'P'.
               10  AUT-ITEM-CODE             PIC X(10).
           05  AUT-LIST-MODE                 PIC X(01).
               88  AUT-ALLOW-ONLY                VALUE 'A'.
               88  AUT-BLOCK-LISTED              VALUE 'B'.
           05  AUT-CHANGED-BY                PIC X(04).
           05  AUT-CHANGED-DATE              PIC X(08).
           05  FILLER                        PIC X(10).
