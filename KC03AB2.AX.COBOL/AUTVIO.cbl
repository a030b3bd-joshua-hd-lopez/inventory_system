      *****************************************************************
      *  AUTVIO - PRODUCT AUTHORIZATION VIOLATION RECORD (AUVAB2).
      *  ONE RECORD EACH TIME A SALE OF A PRODUCT IS REFUSED BECAUSE
      *  OF THE CUSTOMER'S AUTHORIZATION LIST (PRDAUTH): ORDER ENTRY
      *  OR QUOTE ENTRY (ORDERAB2), QUOTE CONVERSION (QTEAB2), THE
      *  EDI GATEWAY (EDIORB2) OR THE STANDING ORDER RELEASE
      *  (SDORLB2).  KEYED BY THE DATE/TIME/SEQ OF THE ATTEMPT SO
      *  AUVRPB2 PRINTS WHO TRIED TO SELL WHAT, IN ORDER.  BATCH
      *  WRITERS CARRY THE JOB NAME AS THE OPERATOR.
      *****************************************************************
       01  AUTHORIZATION-VIOLATION-RECORD.
           05  AUV-KEY.
               10  AUV-ATTEMPT-DATE          PIC X(08).
               10  AUV-ATTEMPT-TIME          PIC S9(07) COMP-3.
               10  AUV-ATTEMPT-SEQ           PIC 9(02).
           05  AUV-SOURCE                    PIC X(01).
               88  AUV-SOURCE-ORDER-ENTRY        VALUE 'O'.
               88  AUV-SOURCE-QUOTE              VALUE 'Q'.
               88  AUV-SOURCE-EDI                VALUE 'E'.
               88  AUV-SOURCE-STANDING-ORDER     VALUE 'S'.
           05  AUV-CUSTOMER-NUMBER           PIC X(06).
           05  AUV-PRODUCT-CODE              PIC X(10).
           05  AUV-PRODUCT-CATEGORY          PIC X(04).
           05  AUV-REASON                    PIC X(01).
               88  AUV-NOT-ON-ALLOW-LIST         VALUE 'A'.
               88  AUV-ON-BLOCK-LIST             VALUE 'B'.
           05  AUV-OPERATOR                  PIC X(08).
           05  AUV-TERMINAL                  PIC X(04).
           05  AUV-REFERENCE                 PIC X(10).
           05  FILLER                        PIC X(02).
