      *****************************************************************
      *  RPTDIR - REPORT ARCHIVE DIRECTORY (RPDAB2), LOADED BY
      *  RPDLOAB2.  ONE RECORD PER BATCH REPORT: ITS DESCRIPTION, HOW
      *  MANY DAYS ITS ARCHIVED RUNS ARE KEPT (RPPRGB2) AND THE
      *  LOWEST OPERATOR SECURITY LEVEL THAT MAY VIEW THEM (RPVQAB2).
      *  A REPORT WITH NO DIRECTORY RECORD IS KEPT THE DEFAULT 90
      *  DAYS AND ONLY A SUPERVISOR (LEVEL 9) MAY VIEW IT, SO A
      *  SENSITIVE REPORT IS NEVER OPEN BY OVERSIGHT.  60 BYTES.
      *****************************************************************
       01  REPORT-DIRECTORY-RECORD.
           05  RPD-KEY.
               10  RPD-REPORT-NAME           PIC X(08).
           05  RPD-DESCRIPTION               PIC X(30).
           05  RPD-RETENTION-DAYS            PIC 9(04).
           05  RPD-MIN-LEVEL                 PIC 9(01).
           05  FILLER                        PIC X(17).
