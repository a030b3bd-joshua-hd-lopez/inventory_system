      *****************************************************************
      *  JRNIMG - MASTER FILE CHANGE JOURNAL RECORD (JRNAB2).  ONE
      *  RECORD FOR EVERY ADD, CHANGE AND DELETE MADE TO A MASTER
      *  FILE THROUGH THE ONLINE MAINTENANCE SCREENS, WRITTEN BY
      *  JRNWRAB2 IN THE SAME UNIT OF WORK AS THE CHANGE ITSELF.  IT
      *  CARRIES THE WHOLE RECORD BEFORE AND AFTER THE CHANGE (BEFORE
      *  IS BLANK ON AN ADD, AFTER IS BLANK ON A DELETE), SO JRNFRB2
      *  CAN REAPPLY A DAY'S CHANGES TO A MASTER FILE RESTORED FROM
      *  THE LAST BACKUP AND JRNQAB2 CAN SHOW ANY RECORD'S HISTORY.
      *  KEYED BY FILE (THE CICS FILE NAME), THE RECORD'S OWN KEY,
      *  AND THE DATE, TIME AND TASK OF THE CHANGE; THE SEQUENCE
      *  SEPARATES TWO CHANGES TO ONE RECORD IN THE SAME TASK AND
      *  SECOND.  700 BYTES.
      *****************************************************************
       01  MASTER-JOURNAL-RECORD.
           05  JRN-KEY.
               10  JRN-FILE-NAME             PIC X(08).
               10  JRN-RECORD-KEY            PIC X(30).
               10  JRN-CHANGE-DATE           PIC X(08).
               10  JRN-CHANGE-TIME           PIC 9(06).
               10  JRN-TASK-NUMBER           PIC 9(07).
               10  JRN-SEQUENCE              PIC 9(02).
           05  JRN-ACTION                    PIC X(01).
               88  JRN-ACTION-ADD                VALUE 'A'.
               88  JRN-ACTION-CHANGE             VALUE 'C'.
               88  JRN-ACTION-DELETE             VALUE 'D'.
           05  JRN-OPERATOR                  PIC X(04).
           05  JRN-TERMINAL                  PIC X(04).
           05  JRN-TRANSACTION               PIC X(04).
           05  JRN-PROGRAM                   PIC X(08).
           05  JRN-RECORD-LENGTH             PIC 9(03).
           05  JRN-BEFORE-IMAGE              PIC X(300).
           05  JRN-AFTER-IMAGE               PIC X(300).
           05  FILLER                        PIC X(15).
