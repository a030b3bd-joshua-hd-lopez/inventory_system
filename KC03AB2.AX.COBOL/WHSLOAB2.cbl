       DATA DIVISION.
       FILE SECTION.
       FD WHSINPUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAREHOUSE-INVENTORY-RECORD.
      *
       COPY WHSINV.
      *
       FD WHSFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WHSFILE-RECORD.
      *
       01  WHSFILE-RECORD.
           05  WHS-REORDER-POINT             PIC S9(07).
           05  WHS-BIN-LOCATION              PIC X(06).
           05  WHS-QUANTITY-ALLOCATED        PIC S9(07).
           05  WHS-ABC-CLASS                 PIC X(01).
           05  WHS-CLASS-DATE                PIC X(08).
           05  WHS-ANNUAL-ISSUE-VALUE        PIC S9(09)V99.
           05  WHS-LAST-COUNT-DATE           PIC X(08).
           05  WHS-QUANTITY-QUARANTINE       PIC S9(07).
           05  FILLER                        PIC X(05).
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
