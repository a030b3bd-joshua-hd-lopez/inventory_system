      *****************************************************************
      *  ALTPARM - COMMAREA LAYOUT PASSED TO ALTWRAB2 TO RAISE AN
      *  OPERATOR ALERT FROM AN ONLINE PROGRAM.  THE CALLER SETS THE
      *  ALERT TYPE, THE REFERENCE IT IS ABOUT, THE TEXT THE INBOX
      *  SHOWS AND ITS OWN PROGRAM NAME; ALTWRAB2 ROUTES AND FILES
      *  THE ALERT AND RETURNS N FOR A NEW ALERT OR R FOR ONE
      *  ALREADY OPEN ON THE SAME REFERENCE.
      *****************************************************************
       01  ALERT-PARMS.
           05  APM-ALERT-TYPE            PIC X(02).
           05  APM-REFERENCE             PIC X(20).
           05  APM-TEXT                  PIC X(60).
           05  APM-RAISED-BY             PIC X(08).
           05  APM-RESULT                PIC X(01).
               88  APM-NEW-ALERT             VALUE 'N'.
               88  APM-REPEAT-ALERT          VALUE 'R'.
