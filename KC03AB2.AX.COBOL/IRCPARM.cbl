      *****************************************************************
      *  IRCPARM - INVENTORY RECONCILIATION RUN CARD.  ONE 80-BYTE
      *  CARD READ BY INVRCB2.  THE RUN MODE IS S FOR THE SIGN-OFF
      *  RUN; ANYTHING ELSE IS A REVIEW RUN.  THE PERIOD (YYYYMM)
      *  DEFAULTS TO THE PROCESSING MONTH.  THE OPERATOR IS WHO IS
      *  PREPARING OR SIGNING OFF THE RECONCILIATION.  THE OPENING
      *  VALUE (SIGN IN FRONT, '-' FOR A CREDIT) IS USED ONLY WHEN
      *  THE PRIOR PERIOD HAS NO IRCAB2 RECORD - THE FIRST MONTH
      *  RECONCILED - AND IS THEN THE GL INVENTORY BALANCE AT THE
      *  START OF THE PERIOD.
      *****************************************************************
       01  IRC-PARM-RECORD.
           05  IRP-RUN-MODE                  PIC X(01).
               88  IRP-SIGN-OFF-RUN              VALUE 'S'.
           05  IRP-PERIOD-X                  PIC X(06).
           05  IRP-PERIOD REDEFINES IRP-PERIOD-X
                                             PIC 9(06).
           05  IRP-OPERATOR                  PIC X(04).
           05  IRP-OPENING-SIGN              PIC X(01).
               88  IRP-OPENING-NEGATIVE          VALUE '-'.
           05  IRP-OPENING-VALUE-X           PIC X(13).
           05  IRP-OPENING-VALUE REDEFINES IRP-OPENING-VALUE-X
                                             PIC 9(11)V99.
           05  FILLER                        PIC X(55).
