      *****************************************************************
      *  PRCLVL - CUSTOMER PRICE LEVEL MATRIX RECORD (PLVAB2).  ONE
      *  RECORD PER PRICE LEVEL (CM-PRICE-LEVEL, E.G. DL = DEALER,
      *  DS = DISTRIBUTOR) AND PRODUCT CATEGORY (PRD-PRODUCT-CATEGORY),
      *  GIVING THE PERCENT OFF LIST A CUSTOMER AT THAT LEVEL PAYS.
      *  A BLANK CATEGORY IS THE LEVEL'S DEFAULT FOR ANY CATEGORY
      *  WITHOUT A ROW OF ITS OWN.  PRICING TRIES A CONTRACT FIRST,
      *  THEN THE LEVEL, THEN THE BREAK TIERS.  MAINTAINED THROUGH
      *  PLVMAB2, WHICH AUDITS EVERY CHANGE ON PLAAB2 (PLVAUD).
      *****************************************************************
       01  PRICE-LEVEL-RECORD.
           05  PLV-KEY.
               10  PLV-PRICE-LEVEL           PIC X(02).
               10  PLV-PRODUCT-CATEGORY      PIC X(04).
           05  PLV-DISCOUNT-PCT              PIC S9(03)V99.
           05  PLV-CHANGED-BY                PIC X(04).
           05  PLV-CHANGED-DATE              PIC X(08).
           05  FILLER                        PIC X(17).
