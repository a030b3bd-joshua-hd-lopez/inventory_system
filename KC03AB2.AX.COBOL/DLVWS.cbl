      ******************************************************************
      * WORKING-STORAGE FOR DOCUMENT DELIVERY (SEE DLVPARAS).  FOR EACH
      * DOCUMENT THE HOST PROGRAM SETS THE CUSTOMER, DOCUMENT TYPE AND
      * NUMBER AND THE CUSTOMER'S E-MAIL ADDRESS BEFORE PERFORMING
      * 8510-START-DOCUMENT, PASSES EVERY FORMATTED LINE THROUGH
      * WS-DLV-LINE AND 8520-DELIVER-LINE, AND FINISHES WITH
      * 8530-END-DOCUMENT.  THE HOST DECLARES DLPFILE (INDEXED,
      * RANDOM, RECORD KEY DLP-KEY, STATUS WS-DLPFILE-SW), DOQFILE
      * (INDEXED, DYNAMIC, DOQ-KEY, WS-DOQFILE-SW) AND DLGFILE
      * (INDEXED, RANDOM, DLG-KEY, WS-DLGFILE-SW) AND COPIES DLVPREF,
      * DOCQUE AND DLVLOG UNDER THEM, BESIDE ITS OWN PRINT-FILE.
      ******************************************************************
       01 WS-DLPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DLPFILE-SUCCESS                VALUE '00'.
       01 WS-DLPFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-DLPFILE-AVAILABLE              VALUE 'Y'.
       01 WS-DOQFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DOQFILE-SUCCESS                VALUE '00'.
           88  WS-DOQFILE-EOF                     VALUE '10'.
           88  WS-DOQFILE-DUPLICATE               VALUE '22'.
           88  WS-DOQFILE-NOTFOUND                VALUE '23'.
       01 WS-DLGFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DLGFILE-SUCCESS                VALUE '00'.
           88  WS-DLGFILE-DUPLICATE               VALUE '22'.
      *
       01 WS-DLV-CUSTOMER                    PIC X(06).
       01 WS-DLV-DOC-TYPE                    PIC X(02).
       01 WS-DLV-DOC-NUMBER                  PIC X(14).
       01 WS-DLV-RECIPIENT                   PIC X(40).
       01 WS-DLV-LINE                        PIC X(132).
      *
      *    THE HOST SETS THE FORCE SWITCH FOR A DOCUMENT THAT MUST BE
      *    PAPER WHATEVER THE PREFERENCE SAYS (A REPRINT ON DEMAND).
      *
       01 WS-DLV-FORCE-PRINT-SW              PIC X(01)  VALUE 'N'.
           88  WS-DLV-FORCE-PRINT                VALUE 'Y'.
       01 WS-DLV-PRINT-SW                    PIC X(01)  VALUE 'Y'.
           88  WS-DLV-PRINT                      VALUE 'Y'.
       01 WS-DLV-EMAIL-SW                    PIC X(01)  VALUE 'N'.
           88  WS-DLV-EMAIL                      VALUE 'Y'.
       01 WS-DLV-REPRINT-SW                  PIC X(01)  VALUE 'N'.
           88  WS-DLV-REPRINTING                 VALUE 'Y'.
       01 WS-DLV-BROWSE-DONE-SW              PIC X(01)  VALUE 'N'.
           88  WS-DLV-BROWSE-DONE                VALUE 'Y'.
      *
       01 WS-DLV-LINE-NUMBER                 PIC 9(04).
       01 WS-DLV-REPRINT-DOC                 PIC X(14).
       01 WS-DLV-EVENT                       PIC X(01).
       01 WS-DLV-RESULT-TEXT                 PIC X(30).
       01 WS-DLV-STAMP-DATE                  PIC 9(08).
       01 WS-DLV-STAMP-TIME                  PIC 9(08).
       01 WS-DLV-STAMP-TIME-R REDEFINES WS-DLV-STAMP-TIME.
           05  WS-DLV-STAMP-HHMMSS           PIC 9(06).
           05  FILLER                        PIC X(02).
       01 WS-DLV-QUEUED-COUNT                PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-DLV-REPRINT-COUNT               PIC S9(05) COMP-3
                                              VALUE ZERO.
