      *****************************************************************
      *  RETCTL - LOG RETENTION CONTROL RECORD (RETAB2).  ONE RECORD
      *  PER AUDIT OR ACTIVITY LOG FILE, KEYED BY THE FILE NAME
      *  (NAVAB2, SGAAB2, OPAAB2 ...), CARRYING HOW MANY DAYS OF
      *  RECORDS STAY ONLINE AND WHAT THE MONTHLY LOGPGB2 PURGE DOES
      *  WITH ANYTHING OLDER: COPY IT TO THE LOGARCH ARCHIVE AND
      *  DELETE IT, DELETE IT OUTRIGHT, OR KEEP EVERYTHING.  LOADED
      *  BY RETLOAB2 SO OPERATIONS AND AUDIT CAN RETUNE A LOG
      *  WITHOUT A PROGRAM CHANGE; A LOG WITH NO RECORD FALLS BACK
      *  TO THE DEFAULTS LOGPGB2 PRINTS.
      *****************************************************************
       01  RETENTION-CONTROL-RECORD.
           05  RET-KEY.
               10  RET-FILE-NAME             PIC X(08).
           05  RET-KEEP-DAYS                 PIC 9(04).
           05  RET-ACTION                    PIC X(01).
               88  RET-ARCHIVE-THEN-DELETE       VALUE 'A'.
               88  RET-DELETE-ONLY               VALUE 'D'.
               88  RET-KEEP-ALL                  VALUE 'K'.
               88  RET-ACTION-VALID              VALUE 'A' 'D' 'K'.
           05  FILLER                        PIC X(07).
