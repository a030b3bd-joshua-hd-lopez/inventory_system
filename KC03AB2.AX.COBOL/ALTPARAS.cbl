      ******************************************************************
      * OPERATOR ALERT PARAGRAPHS (SEE ALTWS).  A NEW CONDITION IS
      * FILED ON ALTAB2 ROUTED AS ITS ALRAB2 ROUTING RECORD SAYS; ONE
      * ALREADY ON FILE UNDER THE SAME TYPE AND REFERENCE JUST HAS
      * ITS LAST-SEEN DATE, COUNT AND TEXT BROUGHT UP TO DATE AND
      * KEEPS ITS STATUS AND ASSIGNMENT, SO A NIGHTLY DETECTOR DOES
      * NOT REOPEN WHAT SOMEONE HAS ALREADY ACKNOWLEDGED.
      ******************************************************************
       8600-OPEN-ALERT-FILES.
      *
      *    FILE STATUS 35 ON ALRAB2 MEANS NO ROUTING HAS BEEN LOADED
      *    YET - EVERY ALERT GOES TO THE SUPERVISORS.
      *
           OPEN INPUT ALRFILE.
           IF NOT WS-ALRFILE-SUCCESS
               IF WS-ALRFILE-SW = '35'
                   MOVE 'N' TO WS-ALRFILE-AVAILABLE-SW
                   DISPLAY "ALRFILE NOT ON FILE - ALERTS TO SUPERVISORS"
               ELSE
                   DISPLAY "WS-ALRFILE-SW=" WS-ALRFILE-SW
                   DISPLAY "ALRFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O ALTFILE.
           IF NOT WS-ALTFILE-SUCCESS
               IF WS-ALTFILE-SW = '35'
                   OPEN OUTPUT ALTFILE
                   IF WS-ALTFILE-SUCCESS
                       CLOSE ALTFILE
                       OPEN I-O ALTFILE
                       DISPLAY "ALTFILE CREATED"
                   ELSE
                       DISPLAY "WS-ALTFILE-SW=" WS-ALTFILE-SW
                       DISPLAY "ALTFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-ALTFILE-SW=" WS-ALTFILE-SW
                   DISPLAY "ALTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       8610-RAISE-ALERT.
      *
           ACCEPT WS-ALT-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ALT-STAMP-TIME FROM TIME.
      *
           MOVE WS-ALT-TYPE      TO ALT-TYPE.
           MOVE WS-ALT-REFERENCE TO ALT-REFERENCE.
           READ ALTFILE.
           IF WS-ALTFILE-SUCCESS
               MOVE WS-ALT-STAMP-DATE TO ALT-LAST-SEEN-DATE
               MOVE WS-ALT-TEXT       TO ALT-TEXT
               IF ALT-SEEN-COUNT < 9999
                   ADD 1 TO ALT-SEEN-COUNT
               END-IF
               REWRITE ALERT-RECORD
               IF NOT WS-ALTFILE-SUCCESS
                   DISPLAY "ALT REWRITE ERROR STATUS=" WS-ALTFILE-SW
                   STOP RUN
               END-IF
               ADD 1 TO WS-ALT-REPEAT-COUNT
           ELSE
               PERFORM 8620-WRITE-NEW-ALERT
           END-IF.
      *
       8620-WRITE-NEW-ALERT.
      *
           MOVE SPACE               TO ALERT-RECORD.
           MOVE WS-ALT-TYPE         TO ALT-TYPE.
           MOVE WS-ALT-REFERENCE    TO ALT-REFERENCE.
           SET ALT-STATUS-NEW       TO TRUE.
           MOVE WS-ALT-STAMP-DATE   TO ALT-RAISED-DATE
                                       ALT-LAST-SEEN-DATE.
           MOVE WS-ALT-STAMP-HHMMSS TO ALT-RAISED-TIME.
           MOVE WS-ALT-RAISED-BY    TO ALT-RAISED-BY.
           MOVE 1                   TO ALT-SEEN-COUNT.
           MOVE WS-ALT-TEXT         TO ALT-TEXT.
      *
           IF WS-ALRFILE-AVAILABLE
               MOVE WS-ALT-TYPE TO ALR-ALERT-TYPE
               READ ALRFILE
               IF WS-ALRFILE-SUCCESS
                   MOVE ALR-ASSIGN-TYPE TO ALT-ASSIGN-TYPE
                   MOVE ALR-ASSIGNED-TO TO ALT-ASSIGNED-TO
               END-IF
           END-IF.
      *
           WRITE ALERT-RECORD.
           IF NOT WS-ALTFILE-SUCCESS
               DISPLAY "ALT WRITE ERROR STATUS=" WS-ALTFILE-SW
               STOP RUN
           END-IF.
           ADD 1 TO WS-ALT-RAISED-COUNT.
      *
       8690-CLOSE-ALERT-FILES.
      *
           IF WS-ALRFILE-AVAILABLE
               CLOSE ALRFILE
           END-IF.
           CLOSE ALTFILE.
           DISPLAY "ALERTS RAISED:        " WS-ALT-RAISED-COUNT.
           DISPLAY "ALERTS SEEN AGAIN:    " WS-ALT-REPEAT-COUNT.
