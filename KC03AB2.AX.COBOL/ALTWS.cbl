      ******************************************************************
      * WORKING-STORAGE FOR RAISING OPERATOR ALERTS FROM BATCH (SEE
      * ALTPARAS).  THE HOST PROGRAM PERFORMS 8600-OPEN-ALERT-FILES
      * ONCE, SETS WS-ALT-TYPE, WS-ALT-REFERENCE AND WS-ALT-TEXT FOR
      * EACH CONDITION IT FINDS BEFORE PERFORMING 8610-RAISE-ALERT,
      * AND FINISHES WITH 8690-CLOSE-ALERT-FILES.  THE HOST DECLARES
      * ALTFILE (INDEXED, RANDOM, RECORD KEY ALT-KEY, STATUS
      * WS-ALTFILE-SW) AND ALRFILE (INDEXED, RANDOM, ALR-KEY,
      * WS-ALRFILE-SW) AND COPIES ALERT AND ALTROUT UNDER THEM, AND
      * MOVES ITS OWN PROGRAM NAME TO WS-ALT-RAISED-BY.
      ******************************************************************
       01 WS-ALTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ALTFILE-SUCCESS                VALUE '00'.
           88  WS-ALTFILE-DUPLICATE               VALUE '22'.
       01 WS-ALRFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-ALRFILE-SUCCESS                VALUE '00'.
       01 WS-ALRFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-ALRFILE-AVAILABLE              VALUE 'Y'.
      *
       01 WS-ALT-TYPE                        PIC X(02).
       01 WS-ALT-REFERENCE                   PIC X(20).
       01 WS-ALT-TEXT                        PIC X(60).
       01 WS-ALT-RAISED-BY                   PIC X(08).
       01 WS-ALT-STAMP-DATE                  PIC 9(08).
       01 WS-ALT-STAMP-TIME                  PIC 9(08).
       01 WS-ALT-STAMP-TIME-R REDEFINES WS-ALT-STAMP-TIME.
           05  WS-ALT-STAMP-HHMMSS           PIC 9(06).
           05  FILLER                        PIC X(02).
       01 WS-ALT-RAISED-COUNT                PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-ALT-REPEAT-COUNT                PIC S9(05) COMP-3
                                              VALUE ZERO.
