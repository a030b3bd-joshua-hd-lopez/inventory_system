      *****************************************************************
      *  VNDASN - VENDOR ADVANCE SHIP NOTICE RECORD (VSNAB2).  ONE
      *  RECORD PER PO LINE PER VENDOR SHIP NOTICE, LOADED BY THE
      *  VSNIMB2 IMPORT BEFORE THE TRUCK ARRIVES AND KEYED BY PO,
      *  LINE AND THE VENDOR'S ASN NUMBER SO A LINE SHIPPED IN TWO
      *  TRUCKLOADS CARRIES TWO NOTICES.  STATUS P (PENDING) STAGES
      *  THE SHIPPED QUANTITY, LOT AND SERIAL RANGE FOR RCVAB2 TO
      *  RECEIVE AGAINST; THE RECEIPT FLIPS IT TO R WITH THE
      *  QUANTITY THE DOCK ACTUALLY COUNTED.  VSNRPB2 REPORTS THE
      *  OVER/SHORT LINES AND THE NOTICES THAT NEVER ARRIVED.
      *  130 BYTES.
      *****************************************************************
       01  VENDOR-ASN-RECORD.
           05  VSN-KEY.
               10  VSN-PO-NUMBER             PIC 9(06).
               10  VSN-LINE-NUMBER           PIC 9(02).
               10  VSN-ASN-NUMBER            PIC X(10).
           05  VSN-VENDOR-NUMBER             PIC X(06).
           05  VSN-PRODUCT-CODE              PIC X(10).
           05  VSN-QUANTITY-SHIPPED          PIC S9(07).
           05  VSN-LOT-NUMBER                PIC X(10).
           05  VSN-SERIAL-FIRST              PIC X(15).
           05  VSN-SERIAL-LAST               PIC X(15).
           05  VSN-SHIP-DATE                 PIC X(08).
           05  VSN-EXPECTED-ARRIVAL          PIC X(08).
           05  VSN-IMPORT-DATE               PIC X(08).
           05  VSN-STATUS                    PIC X(01).
               88  VSN-STATUS-PENDING            VALUE 'P'.
               88  VSN-STATUS-RECEIVED           VALUE 'R'.
           05  VSN-QUANTITY-RECEIVED         PIC S9(07).
           05  VSN-RECEIPT-DATE              PIC X(08).
           05  VSN-OPERATOR                  PIC X(04).
           05  FILLER                        PIC X(05).
