      *    BEEN SITTING.  PASS ONE SWEEPS THE ILGAB2 LEDGER AND
      *    KEEPS, PER PRODUCT AND WAREHOUSE, THE LATEST ISSUE DATE
      *    (ANY NEGATIVE MOVEMENT - ORDERS, TRANSFERS OUT, KIT
      *    DRAWS, BUT NOT A MOVE INTO QUARANTINE).  PASS TWO SWEEPS
      *    WHSAB2, EXTENDS EACH ON-HAND BALANCE AT PRD-UNIT-COST,
      *    AND AGES THE VALUE INTO MOVED-WITHIN-90/180/365/OLDER/
      *    NEVER BUCKETS.  STOCK THAT
      *    HAS NOT ISSUED INSIDE A YEAR (OR EVER) IS RANKED BY VALUE
      *    AND THE WORST PRINTS FIRST, SO THE MARKDOWNS HAPPEN
      *    BEFORE THE YEAR-END WRITE-OFF SURPRISES EVERYONE.  DAY
       COPY INVLED.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       220-NOTE-ONE-MOVEMENT.
      *
           IF        ILG-QUANTITY < ZERO
                 AND ILG-TRAN-DATE NUMERIC
                 AND NOT ILG-TYPE-QUARANTINE-IN
               MOVE ILG-TRAN-DATE TO WS-DATE-WORK
               COMPUTE WS-ISSUE-DAYNUM =
                   (WS-WORK-YYYY * 360) + (WS-WORK-MM * 30)
