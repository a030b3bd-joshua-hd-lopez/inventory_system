      *****************************************************************
      *  LOGARC - AUDIT/ACTIVITY LOG ARCHIVE RECORD (LOGARCH).  ONE
      *  SEQUENTIAL GENERATION IS WRITTEN BY EACH MONTHLY LOGPGB2
      *  PURGE.  EVERY LOG RECORD TAKEN OFF LINE IS CARRIED WHOLE IN
      *  LGA-RECORD-IMAGE BEHIND A COMMON ENVELOPE - THE LOG IT CAME
      *  FROM, ITS DATE (ALWAYS YYYYMMDD, WHATEVER THE LOG KEEPS) AND
      *  THE OPERATOR, TERMINAL, CUSTOMER OR PRODUCT IT IS ABOUT - SO
      *  LOGRQB2 CAN PULL RECORDS BACK BY KEY AND DATE RANGE WITHOUT
      *  KNOWING EACH LAYOUT.  EACH LOG'S RECORDS ARE FOLLOWED BY A
      *  CONTROL TRAILER (TYPE 'T') CARRYING THE COUNTS FOR THAT LOG
      *  SO A GENERATION CAN BE BALANCED WHEN IT IS READ BACK.
      *****************************************************************
       01  LOG-ARCHIVE-RECORD.
           05  LGA-RECORD-TYPE               PIC X(01).
               88  LGA-DETAIL                    VALUE 'D'.
               88  LGA-TRAILER                   VALUE 'T'.
           05  LGA-FILE-NAME                 PIC X(08).
           05  LGA-RECORD-DATE               PIC X(08).
           05  LGA-RECORD-ID                 PIC X(20).
           05  LGA-ARCHIVE-DATE              PIC X(08).
           05  LGA-RECORD-LENGTH             PIC 9(03).
           05  LGA-RECORD-IMAGE              PIC X(100).
           05  LGA-TRAILER-COUNTS REDEFINES LGA-RECORD-IMAGE.
               10  LGA-TRL-READ-COUNT        PIC 9(09).
               10  LGA-TRL-ARCHIVED-COUNT    PIC 9(09).
               10  LGA-TRL-DELETED-COUNT     PIC 9(09).
               10  LGA-TRL-KEEP-DAYS         PIC 9(04).
               10  FILLER                    PIC X(69).
           05  FILLER                        PIC X(02).
