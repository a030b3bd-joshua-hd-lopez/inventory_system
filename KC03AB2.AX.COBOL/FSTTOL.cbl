      *****************************************************************
      *  FSTTOL - FILE STATISTICS TOLERANCE CARD, READ BY FSTSNB2.
      *  OPTIONAL, ONE 80-BYTE CARD PER FILE WHOSE TOLERANCES DIFFER
      *  FROM THE DEFAULTS (RECORDS 5, AMOUNT 10, QUANTITY 10 PERCENT
      *  OF THE PRIOR NIGHT), GIVING THE THREE PERCENTS IN THE ORDER
      *  RECORDS, AMOUNT, QUANTITY.  A BLANK PERCENT KEEPS THAT
      *  DEFAULT.
      *****************************************************************
       01  FILE-TOLERANCE-CARD.
           05  FTL-FILE-NAME                 PIC X(08).
           05  FTL-PERCENT                   PIC X(03)
                                             OCCURS 3 TIMES.
           05  FILLER                        PIC X(63).
