      *****************************************************************
      *  ALERT - OPERATOR ALERT RECORD (ALTAB2).  ONE RECORD PER
      *  CONDITION THAT NEEDS A PERSON, WRITTEN BY THE PROGRAM OR
      *  BATCH JOB THAT DETECTS IT (THROUGH ALTWRAB2 ONLINE, OR
      *  ALTPARAS IN BATCH) AND WORKED FROM THE ALTQAB2 INBOX.  THE
      *  KEY IS THE ALERT TYPE PLUS THE THING IT IS ABOUT (QUEUE
      *  NUMBER, CUSTOMER, ITEM AND WAREHOUSE, VOUCHER, JOB AND
      *  DATE, LOT), SO A CONDITION SEEN AGAIN ON A LATER RUN
      *  UPDATES THE ONE ALERT INSTEAD OF RAISING ANOTHER.  THE
      *  ALERT IS ROUTED BY TYPE FROM THE ALRAB2 ROUTING TABLE (SEE
      *  ALTROUT) TO ONE OPERATOR OR TO A ROLE (OPER-ROLE); NO
      *  ROUTING MEANS THE SUPERVISORS.  STATUS: N NEW, A
      *  ACKNOWLEDGED.  200 BYTES.
      *****************************************************************
       01  ALERT-RECORD.
           05  ALT-KEY.
               10  ALT-TYPE                  PIC X(02).
                   88  ALT-CREDIT-HOLD               VALUE 'CH'.
                   88  ALT-PROMISE-BROKEN            VALUE 'PB'.
                   88  ALT-STOCKOUT                  VALUE 'SO'.
                   88  ALT-VOUCHER-HELD              VALUE 'VH'.
                   88  ALT-JOB-RUNNING               VALUE 'JR'.
                   88  ALT-QUARANTINE                VALUE 'QS'.
               10  ALT-REFERENCE             PIC X(20).
           05  ALT-STATUS                    PIC X(01).
               88  ALT-STATUS-NEW                    VALUE 'N'.
               88  ALT-STATUS-ACKNOWLEDGED           VALUE 'A'.
           05  ALT-ASSIGN-TYPE               PIC X(01).
               88  ALT-ASSIGNED-OPERATOR             VALUE 'O'.
               88  ALT-ASSIGNED-ROLE                 VALUE 'R'.
               88  ALT-ASSIGNED-SUPERVISOR           VALUE ' '.
           05  ALT-ASSIGNED-TO               PIC X(04).
           05  ALT-RAISED-DATE               PIC X(08).
           05  ALT-RAISED-TIME               PIC X(06).
           05  ALT-RAISED-BY                 PIC X(08).
           05  ALT-LAST-SEEN-DATE            PIC X(08).
           05  ALT-SEEN-COUNT                PIC 9(04).
           05  ALT-TEXT                      PIC X(60).
           05  ALT-ACK-OPERATOR              PIC X(04).
           05  ALT-ACK-DATE                  PIC X(08).
           05  ALT-ACK-TIME                  PIC X(06).
           05  ALT-REASSIGNED-BY             PIC X(04).
           05  ALT-REASSIGN-DATE             PIC X(08).
           05  ALT-NOTE                      PIC X(30).
           05  FILLER                        PIC X(18).
