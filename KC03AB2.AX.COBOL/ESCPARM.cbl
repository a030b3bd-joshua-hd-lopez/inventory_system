      *****************************************************************
      *  ESCPARM - UNCLAIMED PROPERTY RUN CARD.  ONE 80-BYTE CARD
      *  READ BY ESCRPB2.  THE RUN MODE IS F FOR THE YEARLY FILING
      *  RUN (WRITE THE STATE FILE AND REMIT); ANYTHING ELSE IS A
      *  REVIEW RUN THAT PRINTS THE HOLDER REPORT AND MAILS THE
      *  DUE-DILIGENCE LETTERS ONLY.  THE DORMANCY PERIOD AND THE
      *  NOTICE WINDOW AHEAD OF IT ARE 30-DAY-MONTH DAYS.  THE
      *  PROPERTY CODES ARE THE ONES THE STATE ASSIGNS FOR CREDIT
      *  BALANCES AND FOR UNCASHED REFUND CHECKS.  A BLANK OR
      *  NON-NUMERIC FIELD TAKES THE PROGRAM DEFAULT: THREE YEARS
      *  (1080 DAYS) DORMANT, LETTERS 120 DAYS AHEAD.
      *****************************************************************
       01  ESC-PARM-RECORD.
           05  ESP-RUN-MODE                  PIC X(01).
               88  ESP-FILING-RUN                VALUE 'F'.
           05  ESP-DORMANCY-DAYS-X           PIC X(04).
           05  ESP-DORMANCY-DAYS REDEFINES ESP-DORMANCY-DAYS-X
                                             PIC 9(04).
           05  ESP-NOTICE-DAYS-X             PIC X(03).
           05  ESP-NOTICE-DAYS REDEFINES ESP-NOTICE-DAYS-X
                                             PIC 9(03).
           05  ESP-HOLDER-ID                 PIC X(10).
           05  ESP-CREDIT-PROPERTY-CODE      PIC X(04).
           05  ESP-REFUND-PROPERTY-CODE      PIC X(04).
           05  FILLER                        PIC X(54).
