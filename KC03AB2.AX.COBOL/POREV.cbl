      *****************************************************************
      *  POREV - PURCHASE ORDER REVISION RECORD (PRVAB2).  ONE
      *  RECORD PER PO LINE CHANGED OR CANCELLED THROUGH THE POCHAB2
      *  PO CHANGE SCREEN, IN THE STYLE OF THE CMAUDIT CUSTOMER
      *  AUDIT.  KEYED BY PO NUMBER AND LINE PLUS THE DATE/TIME OF
      *  THE CHANGE, SO A PO'S HISTORY READS IN ORDER OFF THE FRONT
      *  OF THE KEY.  THE BEFORE AND AFTER IMAGES COVER EVERYTHING
      *  THE SCREEN CAN MOVE - QUANTITY, UNIT COST, EXPECTED DATE AND
      *  LINE STATUS.  A LINE CANCELLED WITH NOTHING RECEIVED IS AN
      *  X; ONE THAT HAD ALREADY TAKEN RECEIPTS IS SHORT-CLOSED (S)
      *  AT THE RECEIVED QUANTITY INSTEAD.  POPRTB2 PRINTS EVERY
      *  REVISION STILL PENDING ON A REVISED-PO CHANGE NOTICE FOR
      *  THE VENDOR AND THEN FLAGS IT PRINTED.  THE NIGHTLY POEXB2
      *  EXTRACT TRANSMITS THE REVISED LINES OF AN ELECTRONIC-PO
      *  VENDOR AND FLAGS THE REVISION SENT (OR NOT REQUIRED, FOR A
      *  PAPER VENDOR) IN PRV-EDI-SW.  100 BYTES.
      *****************************************************************
       01  PO-REVISION-RECORD.
           05  PRV-KEY.
               10  PRV-PO-NUMBER             PIC 9(06).
               10  PRV-LINE-NUMBER           PIC 9(02).
               10  PRV-CHANGE-DATE           PIC X(08).
               10  PRV-CHANGE-TIME           PIC S9(07) COMP-3.
           05  PRV-ACTION                    PIC X(01).
               88  PRV-ACTION-CHANGE             VALUE 'C'.
               88  PRV-ACTION-CANCEL             VALUE 'X'.
               88  PRV-ACTION-SHORT-CLOSE        VALUE 'S'.
           05  PRV-CHANGED-BY                PIC X(04).
           05  PRV-VENDOR-NUMBER             PIC X(06).
           05  PRV-PRODUCT-CODE              PIC X(10).
           05  PRV-OLD-QUANTITY              PIC S9(07).
           05  PRV-NEW-QUANTITY              PIC S9(07).
           05  PRV-OLD-UNIT-COST             PIC S9(05)V99.
           05  PRV-NEW-UNIT-COST             PIC S9(05)V99.
           05  PRV-OLD-EXPECTED-DATE         PIC X(08).
           05  PRV-NEW-EXPECTED-DATE         PIC X(08).
           05  PRV-OLD-STATUS                PIC X(01).
           05  PRV-NEW-STATUS                PIC X(01).
           05  PRV-NOTICE-SW                 PIC X(01).
               88  PRV-NOTICE-PENDING            VALUE 'N'.
               88  PRV-NOTICE-PRINTED            VALUE 'Y'.
           05  PRV-NOTICE-DATE               PIC X(08).
           05  PRV-EDI-SW                    PIC X(01).
               88  PRV-EDI-PENDING               VALUE 'P'.
               88  PRV-EDI-SENT                  VALUE 'S'.
               88  PRV-EDI-NOT-REQUIRED          VALUE 'N'.
           05  FILLER                        PIC X(03).
