      *  RSNCODE - INVENTORY ADJUSTMENT REASON CODE RECORD (RSNAB2).
      *  ONE RECORD PER REASON (DAMAGE, MISCOUNT, THEFT, ...), KEYED
      *  BY RSN-REASON-CODE.  LOADED BY RSNLOAB2.  EVERY ADJUSTMENT
      *  KEYED THROUGH ADJAB2 MUST CARRY ONE OF THESE CODES.  A
      *  REASON FLAGGED FOR INSPECTION SENDS A CUSTOMER RETURN KEYED
      *  WITH IT (RMAAB2) INTO QUARANTINE INSTEAD OF BACK ON THE
      *  SHELF, UNTIL QINAB2 DISPOSES OF IT.  40 BYTES.
      *****************************************************************
       01  REASON-CODE-RECORD.
           05  RSN-KEY.
               10  RSN-REASON-CODE           PIC X(03).
           05  RSN-DESCRIPTION               PIC X(30).
           05  RSN-INSPECT-SW                PIC X(01).
               88  RSN-INSPECT-REQUIRED            VALUE 'Y'.
           05  FILLER                        PIC X(06).
