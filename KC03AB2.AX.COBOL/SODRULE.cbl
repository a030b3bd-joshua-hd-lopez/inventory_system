      *****************************************************************
      *  SODRULE - SEGREGATION OF DUTIES RULE RECORD (SODAB2).  ONE
      *  RECORD PER CONTROLLED PAIR OF DUTIES THAT THE SAME OPERATOR
      *  MUST NOT PERFORM ON THE SAME TRANSACTION, KEYED BY A RULE
      *  ID.  EACH SIDE IS A ROLE CODE FROM THE SODRPB2 CATALOG -
      *  REFREQ/REFDEC (REFUND REQUESTED/DECIDED), CRQENT/CRQDEC
      *  (CREDIT HOLD CAPTURED/DECIDED), INVENT/INVVOI/PRXAPR
      *  (INVOICE ENTERED/VOIDED/BELOW-COST LINE APPROVED), APVENT/
      *  APVRCV/APVPOC (PO LINE VOUCHERED/RECEIVED/CHANGED) AND
      *  OPACHG/OPASUB (SECURITY CHANGED BY/CHANGED FOR).  BOTH
      *  SIDES MUST COME FROM THE SAME FAMILY.  LOADED BY SODLOAB2
      *  SO AUDIT CAN ADD OR RETIRE A PAIR WITHOUT A PROGRAM CHANGE;
      *  WITH NO RECORDS LOADED SODRPB2 USES ITS BUILT-IN PAIRS.
      *  70 BYTES.
      *****************************************************************
       01  SOD-RULE-RECORD.
           05  SOD-KEY.
               10  SOD-RULE-ID               PIC X(04).
           05  SOD-FIRST-ROLE                PIC X(08).
           05  SOD-SECOND-ROLE               PIC X(08).
           05  SOD-DESCRIPTION               PIC X(40).
           05  SOD-ACTIVE-SW                 PIC X(01).
               88  SOD-RULE-ACTIVE               VALUE 'Y'.
               88  SOD-RULE-INACTIVE             VALUE 'N'.
               88  SOD-ACTIVE-VALID              VALUE 'Y' 'N'.
           05  FILLER                        PIC X(09).
