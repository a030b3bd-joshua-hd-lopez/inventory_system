      *****************************************************************
      *  RPTREQ - REPORT REQUEST RECORD (RRQAB2).  ONE RECORD PER
      *  REPORT AN OPERATOR HAS ASKED FOR FROM THE REPORT REQUEST
      *  SCREEN (RRQMAB2), KEYED BY OPERATOR AND THE DATE AND TIME
      *  THE REQUEST WAS MADE, SO THE SCREEN LISTS AN OPERATOR'S OWN
      *  REQUESTS IN THE ORDER THEY WERE MADE.  THE REPORT NAME AND
      *  THE PARAMETERS IT TAKES ARE EDITED AGAINST THE REPORT
      *  CATALOG (RPTCAT); A PARAMETER THE REPORT DOES NOT TAKE IS
      *  LEFT BLANK.
      *
      *  A REQUEST IS QUEUED (Q) WHEN IT IS MADE.  THE DISPATCHER
      *  (RRQDSB2) SUBMITS IT AS A JOB OF ITS OWN, NAMED IN
      *  RRQ-JOB-NAME, AND MARKS IT DISPATCHED (D).  THE JOB'S FIRST
      *  STEP (RRQSTB2) REGISTERS THE JOB ON RUNAB2 AND MARKS THE
      *  REQUEST RUNNING (R); ITS LAST STEP MARKS IT COMPLETE (C) OR
      *  FAILED (F) WITH A SHORT MESSAGE.  A QUEUED REQUEST THE
      *  OPERATOR WITHDRAWS IS CANCELLED (X).
      *
      *  A REPORT THAT REGISTERS ITSELF ON RUNAB2 UNDER ITS OWN NAME
      *  WOULD REFUSE A SECOND RUN THE SAME DAY, AND ONCE RUN FOR A
      *  REQUEST WOULD MAKE THAT NIGHT'S SCHEDULED RUN REFUSE.  SO
      *  RRQSTB2 NOTES THE REPORT'S RUNAB2 STATUS FOR THE DAY IN
      *  RRQ-PRIOR-RUN-STATUS (N = NO RECORD), FORCES A COMPLETE
      *  RECORD, AND PUTS THE RECORD BACK AS IT FOUND IT WHEN THE
      *  REQUEST ENDS.  RRQ-RUN-DATE IS THE DAY (YYYYMMDD) THAT RUNAB2
      *  RECORD IS KEYED BY.  200 BYTES.
      *****************************************************************
       01  REPORT-REQUEST-RECORD.
           05  RRQ-KEY.
               10  RRQ-OPERATOR-ID           PIC X(04).
               10  RRQ-REQUEST-DATE          PIC X(08).
               10  RRQ-REQUEST-TIME          PIC X(06).
           05  RRQ-REPORT-NAME               PIC X(08).
           05  RRQ-STATUS                    PIC X(01).
               88  RRQ-STATUS-QUEUED             VALUE 'Q'.
               88  RRQ-STATUS-DISPATCHED         VALUE 'D'.
               88  RRQ-STATUS-RUNNING            VALUE 'R'.
               88  RRQ-STATUS-COMPLETE           VALUE 'C'.
               88  RRQ-STATUS-FAILED             VALUE 'F'.
               88  RRQ-STATUS-CANCELLED          VALUE 'X'.
           05  RRQ-TERMINAL-ID               PIC X(04).
           05  RRQ-PARAMETERS.
               10  RRQ-FROM-DATE             PIC X(08).
               10  RRQ-TO-DATE               PIC X(08).
               10  RRQ-CUSTOMER-NUMBER       PIC X(06).
               10  RRQ-WAREHOUSE-CODE        PIC X(03).
               10  RRQ-CATEGORY              PIC X(04).
               10  RRQ-COMPANY-CODE          PIC X(02).
               10  RRQ-REFERENCE             PIC X(10).
               10  RRQ-OPTION                PIC X(01).
           05  RRQ-JOB-NAME                  PIC X(08).
           05  RRQ-DISPATCH-DATE             PIC X(08).
           05  RRQ-DISPATCH-TIME             PIC X(06).
           05  RRQ-START-DATE                PIC X(08).
           05  RRQ-START-TIME                PIC X(06).
           05  RRQ-END-DATE                  PIC X(08).
           05  RRQ-END-TIME                  PIC X(06).
           05  RRQ-STATUS-MESSAGE            PIC X(30).
           05  RRQ-PRIOR-RUN-STATUS          PIC X(01).
               88  RRQ-NO-PRIOR-RUN              VALUE 'N'.
           05  RRQ-RUN-DATE                  PIC X(08).
           05  FILLER                        PIC X(38).
