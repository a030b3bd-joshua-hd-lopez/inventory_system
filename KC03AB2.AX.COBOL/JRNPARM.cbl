      *****************************************************************
      *  JRNPARM - COMMAREA FOR JRNWRAB2, THE MASTER FILE CHANGE
      *  JOURNAL WRITER.  THE MAINTENANCE PROGRAM MOVES THE RECORD AS
      *  READ FOR UPDATE TO THE BEFORE IMAGE, AND AFTER ITS WRITE,
      *  REWRITE OR DELETE FILLS IN THE FILE NAME, THE RECORD'S KEY,
      *  THE ACTION, ITS OWN PROGRAM NAME, THE OPERATOR, THE RECORD
      *  LENGTH AND THE AFTER IMAGE, AND LINKS TO JRNWRAB2.  AN ADD
      *  HAS A BLANK BEFORE IMAGE AND A DELETE A BLANK AFTER IMAGE.
      *****************************************************************
       01  JOURNAL-PARMS.
           05  JPM-FILE-NAME                 PIC X(08).
           05  JPM-RECORD-KEY                PIC X(30).
           05  JPM-ACTION                    PIC X(01).
               88  JPM-ACTION-ADD                VALUE 'A'.
               88  JPM-ACTION-CHANGE             VALUE 'C'.
               88  JPM-ACTION-DELETE             VALUE 'D'.
           05  JPM-PROGRAM                   PIC X(08).
           05  JPM-OPERATOR                  PIC X(04).
           05  JPM-RECORD-LENGTH             PIC 9(03).
           05  JPM-BEFORE-IMAGE              PIC X(300).
           05  JPM-AFTER-IMAGE               PIC X(300).
