      *****************************************************************
      *  ABCPARM - ABC CLASSIFICATION AND COUNT-FREQUENCY CARD.  ONE
      *  80-BYTE CARD READ BY ABCCLB2 (THE CUMULATIVE-VALUE CUTOFFS
      *  THAT SPLIT EACH WAREHOUSE'S ITEMS INTO A, B AND C, AND THE
      *  DAYS BETWEEN COUNTS PER CLASS FOR ITS OVERDUE LIST) AND BY
      *  CCSHTB2 IN DUE-ONLY MODE (THE DAYS BETWEEN COUNTS).  A
      *  BLANK OR NON-NUMERIC FIELD TAKES THE PROGRAM DEFAULT: A UP
      *  TO 80% OF VALUE, B UP TO 95%, AND COUNTS EVERY 30, 90 AND
      *  360 DAYS FOR A, B AND C.  DAYS ARE 30-DAY-MONTH DAYS.
      *****************************************************************
       01  ABC-PARM-RECORD.
           05  ABP-A-CUTOFF-PCT-X            PIC X(03).
           05  ABP-A-CUTOFF-PCT REDEFINES ABP-A-CUTOFF-PCT-X
                                             PIC 9(03).
           05  ABP-B-CUTOFF-PCT-X            PIC X(03).
           05  ABP-B-CUTOFF-PCT REDEFINES ABP-B-CUTOFF-PCT-X
                                             PIC 9(03).
           05  ABP-A-COUNT-DAYS-X            PIC X(03).
           05  ABP-A-COUNT-DAYS REDEFINES ABP-A-COUNT-DAYS-X
                                             PIC 9(03).
           05  ABP-B-COUNT-DAYS-X            PIC X(03).
           05  ABP-B-COUNT-DAYS REDEFINES ABP-B-COUNT-DAYS-X
                                             PIC 9(03).
           05  ABP-C-COUNT-DAYS-X            PIC X(03).
           05  ABP-C-COUNT-DAYS REDEFINES ABP-C-COUNT-DAYS-X
                                             PIC 9(03).
           05  FILLER                        PIC X(65).
