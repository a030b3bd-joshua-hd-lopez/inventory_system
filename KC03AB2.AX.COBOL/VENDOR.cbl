      *  VENDOR - VENDOR MASTER RECORD (VNDAB2).  ONE RECORD PER
      *  SUPPLIER, KEYED BY VND-VENDOR-NUMBER.  MAINTAINED THROUGH
      *  VNDMAB2 AND REFERENCED BY PURCHASE ORDER ENTRY (POEAB2).
      *  160 BYTES.
      *****************************************************************
       01  VENDOR-MASTER-RECORD.
           05  VND-KEY.
           05  VND-ZIP-CODE                  PIC X(10).
           05  VND-PHONE-NUMBER              PIC X(12).
           05  VND-CONTACT-NAME              PIC X(20).
      *
      *    THE VENDOR'S PAYMENT TERMS, A CODE ON THE SAME TERMS FILE
      *    (TRMAB2) THE CUSTOMERS USE.  TRM-NET-DAYS IS ADDED TO THE
      *    VOUCHER DATE TO FIND WHEN A PAYABLE FALLS DUE FOR THE
      *    APCHKB2 CHECK RUN; BLANK (OR A CODE NOT ON FILE) IS NET 0,
      *    DUE ON THE VOUCHER DATE.  THE FILLER IS GROWTH ROOM SO THE
      *    NEXT FIELD DOES NOT FORCE A FILE REDEFINE.
      *
           05  VND-TERMS-CODE                PIC X(03).
      *
      *    Y = THE VENDOR TAKES PURCHASE ORDERS ELECTRONICALLY.  THE
      *    NIGHTLY POEXB2 EXTRACT TRANSMITS ITS NEW AND REVISED PO
      *    LINES AND POPRTB2 NO LONGER PRINTS PAPER FOR IT.  THE
      *    VENDOR'S ACKNOWLEDGMENTS COME BACK THROUGH POAKB2.
      *
           05  VND-EDI-PO-SW                 PIC X(01).
               88  VND-EDI-PO                    VALUE 'Y'.
      *
      *    YEAR-END 1099 REPORTING.  VND-TAX-ID IS THE VENDOR'S NINE-
      *    DIGIT TAXPAYER ID (DIGITS ONLY), VND-TIN-TYPE SAYS WHETHER
      *    IT IS AN EMPLOYER ID OR A SOCIAL SECURITY NUMBER.  A
      *    VENDOR FLAGGED REPORTABLE HAS ITS CALENDAR-YEAR CHECKS
      *    TOTALLED BY V1099B2 INTO THE FORM AND BOX VND-1099-BOX
      *    NAMES.
      *
           05  VND-TAX-ID                    PIC X(09).
           05  VND-TIN-TYPE                  PIC X(01).
               88  VND-TIN-EIN                   VALUE '1'.
               88  VND-TIN-SSN                   VALUE '2'.
           05  VND-1099-SW                   PIC X(01).
               88  VND-1099-REPORTABLE           VALUE 'Y'.
           05  VND-1099-BOX                  PIC X(01).
               88  VND-1099-NEC-COMP             VALUE 'N'.
               88  VND-1099-MISC-RENTS           VALUE 'R'.
               88  VND-1099-MISC-ROYALTIES       VALUE 'Y'.
               88  VND-1099-MISC-OTHER           VALUE 'O'.
               88  VND-1099-MISC-MEDICAL         VALUE 'M'.
               88  VND-1099-MISC-ATTORNEY        VALUE 'A'.
               88  VND-1099-BOX-VALID            VALUE 'N' 'R' 'Y'
                                                       'O' 'M' 'A'.
      *
      *    THE COMPANY THAT BUYS FROM THE VENDOR (SEE COMPANY).  ITS
      *    PURCHASE ORDERS ARE NUMBERED FROM THAT COMPANY'S SEQUENCE
      *    AND ITS VOUCHERS ARE STAMPED WITH IT.  BLANK IS THE HOME
      *    COMPANY.  MAINTAINED ON VNDMAB2.
      *
           05  VND-COMPANY-CODE              PIC X(02).
           05  FILLER                        PIC X(12).
