      *  RECORD IS OPEN.  CLOSED CAN BE REOPENED BY A SUPERVISOR
      *  THROUGH PERMAB2 (LOGGED, LIKE DAY-REOPEN-OPERATOR); LOCKED
      *  IS FINAL ONCE THE MONTH-END JOBS HAVE BALANCED.
      *  EACH COMPANY CLOSES ITS OWN PERIODS: THE KEY LEADS WITH THE
      *  COMPANY CODE (BLANK = THE HOME COMPANY), AND A POSTING IS
      *  TESTED AGAINST THE PERIOD OF THE COMPANY WHOSE CUSTOMER OR
      *  WAREHOUSE IT TOUCHES.
      *****************************************************************
       01  PERIOD-STATUS-RECORD.
           05  PER-KEY.
               10  PER-COMPANY-CODE          PIC X(02).
               10  PER-PERIOD                PIC X(06).
           05  PER-STATUS                    PIC X(01).
               88  PER-STATUS-OPEN               VALUE 'O'.
           05  PER-CLOSED-OPERATOR           PIC X(04).
           05  PER-REOPEN-DATE               PIC X(08).
           05  PER-REOPEN-OPERATOR           PIC X(04).
           05  FILLER                        PIC X(07).
