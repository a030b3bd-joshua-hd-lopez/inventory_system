      *****************************************************************
      *  RPTARC - REPORT ARCHIVE LINE (RPAAB2).  ONE RECORD PER PRINT
      *  LINE OF AN ARCHIVED BATCH REPORT RUN, KEYED BY REPORT NAME,
      *  THE DATE AND TIME THE RUN WAS ARCHIVED, PAGE AND LINE WITHIN
      *  THE PAGE, SO A RUN READS BACK IN PRINT ORDER.  WRITTEN BY
      *  RPARCB2 FROM THE REPORT'S PRTOUT, READ BY THE REPORT VIEWER
      *  (RPVQAB2) AND REMOVED BY RPPRGB2 WHEN THE RUN PASSES ITS
      *  RETENTION.  THE RUN ITSELF IS ON THE INDEX (RPTIDX).
      *  170 BYTES.
      *****************************************************************
       01  REPORT-ARCHIVE-RECORD.
           05  RPA-KEY.
               10  RPA-RUN-KEY.
                   15  RPA-REPORT-NAME       PIC X(08).
                   15  RPA-RUN-DATE          PIC X(08).
                   15  RPA-RUN-TIME          PIC X(06).
               10  RPA-PAGE-NUMBER           PIC 9(05).
               10  RPA-LINE-NUMBER           PIC 9(03).
           05  RPA-PRINT-LINE                PIC X(132).
           05  FILLER                        PIC X(08).
