      *****************************************************************
      *  FILSTAT - NIGHTLY FILE STATISTICS SNAPSHOT (FSTAB2).  ONE
      *  RECORD PER MEASURED FILE PER PROCESSING DATE (YYYYMMDD),
      *  WRITTEN BY FSTSNB2.  THREE MEASURES: 1 THE RECORD COUNT,
      *  2 A HASH TOTAL OF THE FILE'S KEY MONEY FIELD AND 3 A HASH
      *  TOTAL OF ITS KEY QUANTITY FIELD - EACH WITH THE PART OF IT
      *  THE DAY'S OWN ACTIVITY ACCOUNTS FOR (RECORDS DATED THE
      *  PROCESSING DATE, OR FOR WHSAB2 THE DAY'S ILGAB2 MOVEMENT).
      *  THE NEXT NIGHT'S RUN COMPARES AGAINST THE LATEST EARLIER
      *  SNAPSHOT.  140 BYTES.
      *****************************************************************
       01  FILE-STATISTICS-RECORD.
           05  FST-KEY.
               10  FST-FILE-NAME             PIC X(08).
               10  FST-SNAPSHOT-DATE         PIC X(08).
           05  FST-MEASURE                   OCCURS 3 TIMES.
               10  FST-TOTAL                 PIC S9(13)V99.
               10  FST-ACTIVITY              PIC S9(13)V99.
           05  FST-EXCEPTION-SW              PIC X(01).
               88  FST-EXCEPTION                 VALUE 'Y'.
           05  FST-RUN-DATE                  PIC X(08).
           05  FST-RUN-TIME                  PIC 9(06).
           05  FILLER                        PIC X(19).
