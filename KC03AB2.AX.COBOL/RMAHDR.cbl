      *  MEMO, AND FLIPS THE STATUS TO RECEIVED WITH THE MEMO NUMBER
      *  FOR THE PAPER TRAIL.  EACH LINE CARRIES THE UNIT PRICE FROM
      *  THE ORIGINAL INVOICE LINE SO THE CREDIT VALUES AT WHAT THE
      *  CUSTOMER ACTUALLY PAID.  THE OPTIONAL RSNAB2 REASON CODE
      *  SAYS WHY THE GOODS ARE COMING BACK; A REASON FLAGGED FOR
      *  INSPECTION SENDS THE WHOLE RETURN INTO QUARANTINE AT RECEIPT.
      *****************************************************************
       01  RMA-RECORD.
           05  RMA-KEY.
               10  RMA-QUANTITY              PIC 9(05).
               10  RMA-UNIT-PRICE            PIC S9(07)V99.
               10  RMA-WAREHOUSE-CODE        PIC X(03).
           05  RMA-REASON-CODE               PIC X(03).
           05  FILLER                        PIC X(02).
