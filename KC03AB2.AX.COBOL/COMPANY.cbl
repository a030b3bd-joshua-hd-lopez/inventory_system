      *****************************************************************
      *  COMPANY - COMPANY MASTER RECORD (COMAB2).  ONE RECORD PER
      *  COMPANY KEPT ON THE SYSTEM, KEYED BY COM-COMPANY-CODE.
      *  CUSTOMERS, VENDORS, WAREHOUSES, INVOICES AND VOUCHERS CARRY
      *  THE CODE OF THE COMPANY THAT OWNS THEM; A BLANK CODE IS THE
      *  HOME COMPANY - EVERY RECORD WRITTEN BEFORE THERE WAS A
      *  SECOND COMPANY - SO THE HOME COMPANY'S OWN RECORD HERE IS
      *  KEYED BY SPACES AND ONLY SUPPLIES ITS NAME FOR THE REPORT
      *  HEADINGS.
      *
      *  THE HOME COMPANY DRAWS ITS DOCUMENT NUMBERS FROM CTLAB2 AS
      *  IT ALWAYS HAS.  ANY OTHER COMPANY DRAWS ITS INVOICE,
      *  PURCHASE ORDER AND TRANSFER NUMBERS FROM COM-NEXT-NUMBER,
      *  ONE ENTRY PER CTLAB2 DOCUMENT TYPE (ENTRY 1 IS TYPE 0, SEE
      *  INVCTL), THROUGH GETINAB2 ONLINE OR DIRECTLY IN BATCH.
      *  INVAB2, POAB2 AND TRFAB2 ARE SHARED FILES KEYED BY NUMBER
      *  ALONE, SO COMLOAB2 STARTS EACH COMPANY'S SEQUENCES IN A
      *  RANGE OF ITS OWN THAT CANNOT RUN INTO ANOTHER COMPANY'S.
      *  AN INACTIVE COMPANY TAKES NO NEW ACTIVITY.  LOADED BY
      *  COMLOAB2.  160 BYTES.
      *****************************************************************
       01  COMPANY-RECORD.
           05  COM-KEY.
               10  COM-COMPANY-CODE          PIC X(02).
           05  COM-NAME                      PIC X(30).
           05  COM-ADDRESS                   PIC X(30).
           05  COM-CITY                      PIC X(20).
           05  COM-STATE                     PIC X(02).
           05  COM-ZIP-CODE                  PIC X(10).
           05  COM-STATUS                    PIC X(01).
               88  COM-STATUS-ACTIVE             VALUE 'A' ' '.
               88  COM-STATUS-INACTIVE           VALUE 'I'.
           05  COM-NEXT-NUMBER               PIC 9(06)
                                             OCCURS 10 TIMES.
           05  FILLER                        PIC X(05).
