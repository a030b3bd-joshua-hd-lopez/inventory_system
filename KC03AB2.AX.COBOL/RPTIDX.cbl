      *****************************************************************
      *  RPTIDX - REPORT ARCHIVE INDEX (RPIAB2).  ONE RECORD PER
      *  ARCHIVED REPORT RUN, KEYED THE SAME AS THE FRONT OF THE
      *  ARCHIVE LINE KEY (RPTARC), SO THE VIEWER CAN LIST THE RUNS
      *  OF A REPORT WITHOUT READING THEIR LINES.  CARRIES THE PAGE
      *  AND LINE COUNTS AND THE JOB THAT ARCHIVED THE RUN.  60 BYTES.
      *****************************************************************
       01  REPORT-INDEX-RECORD.
           05  RPI-KEY.
               10  RPI-REPORT-NAME           PIC X(08).
               10  RPI-RUN-DATE              PIC X(08).
               10  RPI-RUN-TIME              PIC X(06).
           05  RPI-PAGE-COUNT                PIC 9(05).
           05  RPI-LINE-COUNT                PIC 9(07).
           05  RPI-LINES-PER-PAGE            PIC 9(03).
           05  RPI-JOB-NAME                  PIC X(08).
           05  FILLER                        PIC X(15).
