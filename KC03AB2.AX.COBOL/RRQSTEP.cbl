      *****************************************************************
      *  RRQSTEP - REQUEST STEP CARD.  RRQDSB2 WRITES THREE OF THESE
      *  INTO EVERY REPORT REQUEST JOB IT SUBMITS, ONE IN-STREAM FOR
      *  EACH RRQSTB2 STEP: S AHEAD OF THE REPORT STEP, E AFTER IT
      *  WHEN IT ENDS CLEAN AND F AFTER IT WHEN IT ENDS IN ERROR OR
      *  ABENDS.  THE CARD CARRIES THE REQUEST KEY (SEE RPTREQ) AND
      *  THE JOB NAME THE REQUEST RUNS UNDER ON RUNAB2.
      *****************************************************************
       01  REQUEST-STEP-CARD.
           05  RSC-ACTION                    PIC X(01).
               88  RSC-START                     VALUE 'S'.
               88  RSC-END                       VALUE 'E'.
               88  RSC-FAILED                    VALUE 'F'.
           05  RSC-REQUEST-KEY               PIC X(18).
           05  RSC-JOB-NAME                  PIC X(08).
           05  FILLER                        PIC X(53).
