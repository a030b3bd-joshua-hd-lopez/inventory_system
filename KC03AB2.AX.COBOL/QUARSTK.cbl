      *****************************************************************
      *  QUARSTK - QUARANTINE STOCK RECORD (QTNAB2).  ONE RECORD PER
      *  LOT OF GOODS HELD FOR INSPECTION, WRITTEN WHEN RCVAB2
      *  RECEIVES A PRODUCT FLAGGED PRD-INSPECT-REQUIRED OR RMAAB2
      *  RECEIVES A RETURN FOR SUCH A PRODUCT OR UNDER A REASON
      *  FLAGGED RSN-INSPECT-REQUIRED.  KEYED BY WAREHOUSE, PRODUCT
      *  AND A SEQUENCE (001 UP) SO EVERY ARRIVAL STAYS ITS OWN LOT.
      *  THE SUM OF THE REMAINING QUANTITIES FOR A PRODUCT AND
      *  WAREHOUSE IS WHS-QUANTITY-QUARANTINE.  QINAB2 WORKS THE
      *  REMAINING QUANTITY DOWN AS IT RELEASES OR SCRAPS, RTVEAB2
      *  AS THE LOT GOES BACK TO THE VENDOR, AND QTNAGB2 AGES WHAT IS
      *  LEFT.  THE QUARANTINE DATE IS MMDDYYYY.  120 BYTES.
      *****************************************************************
       01  QUARANTINE-STOCK-RECORD.
           05  QTN-KEY.
               10  QTN-WAREHOUSE-CODE        PIC X(03).
               10  QTN-PRODUCT-CODE          PIC X(10).
               10  QTN-SEQUENCE              PIC 9(03).
           05  QTN-SOURCE                    PIC X(01).
               88  QTN-SOURCE-RECEIPT              VALUE 'R'.
               88  QTN-SOURCE-RETURN               VALUE 'M'.
      *
      *    THE PO NUMBER AND LINE FOR A RECEIPT, THE RMA NUMBER AND
      *    LINE FOR A CUSTOMER RETURN.
      *
           05  QTN-DOCUMENT-NUMBER           PIC 9(06).
           05  QTN-DOCUMENT-LINE             PIC 9(02).
           05  QTN-VENDOR-NUMBER             PIC X(06).
           05  QTN-REASON-CODE               PIC X(03).
           05  QTN-QUARANTINE-DATE           PIC X(08).
           05  QTN-QUANTITY-RECEIVED         PIC S9(07).
           05  QTN-QUANTITY-REMAINING        PIC S9(07).
      *
      *    THE LOT KEYED AT THE DOCK FOR A RECEIPT, THE LOT THE
      *    ORIGINAL INVOICE LINE DREW FOR A RETURN.  SPACE WHEN THE
      *    PRODUCT IS NOT LOT-CONTROLLED.
      *
           05  QTN-LOT-NUMBER                PIC X(10).
           05  QTN-OPERATOR                  PIC X(04).
           05  QTN-UNIT-COST                 PIC S9(07)V99.
           05  FILLER                        PIC X(41).
