           05  VCR-STATUS                    PIC X(01).
               88  VCR-STATUS-PENDING            VALUE 'P'.
               88  VCR-STATUS-HONORED            VALUE 'H'.
               88  VCR-STATUS-APPLIED            VALUE 'A'.
           05  VCR-HONORED-DATE              PIC X(08).
           05  VCR-OPERATOR                  PIC X(04).
      *
      *    AN HONORED CREDIT IS TAKEN AGAINST THE NEXT CHECK THE
      *    APCHKB2 RUN CUTS THE VENDOR: IT GOES TO STATUS A WITH THE
      *    CHECK NUMBER AND CHECK DATE IT WAS NETTED ON, SO IT IS
      *    NEVER DEDUCTED TWICE.  THE FILLER IS GROWTH ROOM.
      *
           05  VCR-APPLIED-CHECK             PIC 9(06).
           05  VCR-APPLIED-DATE              PIC X(08).
           05  FILLER                        PIC X(11).
