      *****************************************************************
      *  DRWCNT - CASH DRAWER COUNT RECORD (DCTAB2).  ONE RECORD PER
      *  BRANCH, OPERATOR AND BUSINESS DAY, KEYED IN DCEAB2 AT THE END
      *  OF THE SHIFT: THE STARTING FLOAT THE DRAWER WAS ISSUED WITH,
      *  THE CASH COUNTED IN IT (FLOAT INCLUDED), AND THE CHECKS IN IT
      *  BY TOTAL AND BY NUMBER OF CHECKS.  A RECOUNT REPLACES THE
      *  EARLIER FIGURES.  DRWRPB2 SETS IT AGAINST WHAT THE COUNTER
      *  SALES (DRWAB2, SEE DRWTRN) SAY THE DRAWER SHOULD HOLD.
      *****************************************************************
       01  DRAWER-COUNT-RECORD.
           05  DCT-KEY.
               10  DCT-BRANCH-CODE           PIC X(03).
               10  DCT-OPERATOR              PIC X(04).
               10  DCT-COUNT-DATE            PIC X(08).
           05  DCT-OPENING-FLOAT             PIC S9(07)V99.
           05  DCT-COUNTED-CASH              PIC S9(07)V99.
           05  DCT-COUNTED-CHECKS            PIC S9(07)V99.
           05  DCT-CHECK-COUNT               PIC 9(03).
           05  DCT-ENTERED-BY                PIC X(04).
           05  DCT-ENTRY-TIME                PIC S9(07) COMP-3.
           05  FILLER                        PIC X(07).
