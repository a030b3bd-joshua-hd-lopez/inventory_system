      ******************************************************************
      * DOCUMENT DELIVERY PARAGRAPHS (SEE DLVWS).  A CUSTOMER DOCUMENT
      * PRINTS, GOES TO THE OUTBOUND DOCUMENT QUEUE (DOQAB2) FOR THE
      * MAIL GATEWAY, OR BOTH, AS THE CUSTOMER'S DLPAB2 PREFERENCE FOR
      * THAT DOCUMENT TYPE SAYS.  NO PREFERENCE, NO ADDRESS, OR A
      * FORCED REPRINT MEANS PRINT.  A PREFERENCE WHOSE LAST E-MAIL
      * BOUNCED PRINTS AS WELL UNTIL A DELIVERY GETS THROUGH.
      ******************************************************************
       8500-OPEN-DELIVERY-FILES.
      *
      *    FILE STATUS 35 ON DLPAB2 MEANS NO CUSTOMER HAS ASKED FOR
      *    E-MAIL YET - EVERYTHING PRINTS.
      *
           OPEN INPUT DLPFILE.
           IF NOT WS-DLPFILE-SUCCESS
               IF WS-DLPFILE-SW = '35'
                   MOVE 'N' TO WS-DLPFILE-AVAILABLE-SW
                   DISPLAY "DLPFILE NOT ON FILE - ALL DOCUMENTS PRINT"
               ELSE
                   DISPLAY "WS-DLPFILE-SW=" WS-DLPFILE-SW
                   DISPLAY "DLPFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O DOQFILE.
           IF NOT WS-DOQFILE-SUCCESS
               IF WS-DOQFILE-SW = '35'
                   OPEN OUTPUT DOQFILE
                   IF WS-DOQFILE-SUCCESS
                       CLOSE DOQFILE
                       OPEN I-O DOQFILE
                       DISPLAY "DOQFILE CREATED"
                   ELSE
                       DISPLAY "WS-DOQFILE-SW=" WS-DOQFILE-SW
                       DISPLAY "DOQFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-DOQFILE-SW=" WS-DOQFILE-SW
                   DISPLAY "DOQFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O DLGFILE.
           IF NOT WS-DLGFILE-SUCCESS
               IF WS-DLGFILE-SW = '35'
                   OPEN OUTPUT DLGFILE
                   IF WS-DLGFILE-SUCCESS
                       CLOSE DLGFILE
                       OPEN I-O DLGFILE
                       DISPLAY "DLGFILE CREATED"
                   ELSE
                       DISPLAY "WS-DLGFILE-SW=" WS-DLGFILE-SW
                       DISPLAY "DLGFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-DLGFILE-SW=" WS-DLGFILE-SW
                   DISPLAY "DLGFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
      ******************************************************************
      *    DECIDE HOW THIS DOCUMENT GOES OUT AND, FOR E-MAIL, FILE ITS
      *    QUEUE HEADER.  A RERUN OVER A DOCUMENT ALREADY QUEUED
      *    REPLACES IT AND QUEUES IT AGAIN.
      ******************************************************************
       8510-START-DOCUMENT.
      *
           MOVE 'Y'  TO WS-DLV-PRINT-SW.
           MOVE 'N'  TO WS-DLV-EMAIL-SW.
           MOVE ZERO TO WS-DLV-LINE-NUMBER.
      *
           IF WS-DLPFILE-AVAILABLE AND NOT WS-DLV-FORCE-PRINT
               MOVE WS-DLV-CUSTOMER TO DLP-CUSTOMER-NUMBER
               MOVE WS-DLV-DOC-TYPE TO DLP-DOC-TYPE
               READ DLPFILE
               IF WS-DLPFILE-SUCCESS
                   IF DLP-EMAIL-ADDRESS NOT = SPACE
                       MOVE DLP-EMAIL-ADDRESS TO WS-DLV-RECIPIENT
                   END-IF
                   IF        WS-DLV-RECIPIENT NOT = SPACE
                         AND NOT DLP-METHOD-PRINT
                       MOVE 'Y' TO WS-DLV-EMAIL-SW
                       IF DLP-METHOD-EMAIL AND NOT DLP-BOUNCED
                           MOVE 'N' TO WS-DLV-PRINT-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
           IF WS-DLV-EMAIL
               ACCEPT WS-DLV-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-DLV-STAMP-TIME FROM TIME
               MOVE SPACE              TO DOCUMENT-QUEUE-RECORD
               MOVE WS-DLV-DOC-TYPE    TO DOQ-DOC-TYPE
               MOVE WS-DLV-DOC-NUMBER  TO DOQ-DOC-NUMBER
               MOVE ZERO               TO DOQ-LINE-NUMBER
                                          DOQ-LINE-COUNT
               MOVE WS-DLV-CUSTOMER    TO DOQ-CUSTOMER-NUMBER
               MOVE WS-DLV-RECIPIENT   TO DOQ-RECIPIENT
               SET DOQ-STATUS-QUEUED   TO TRUE
               MOVE WS-DLV-STAMP-DATE  TO DOQ-QUEUED-DATE
                                          DOQ-STATUS-DATE
               MOVE WS-DLV-STAMP-HHMMSS TO DOQ-QUEUED-TIME
               PERFORM 8525-WRITE-QUEUE-RECORD
           END-IF.
      *
       8520-DELIVER-LINE.
      *
           IF WS-DLV-PRINT
               WRITE PRINT-LINE FROM WS-DLV-LINE
           END-IF.
      *
           IF WS-DLV-EMAIL
               ADD 1 TO WS-DLV-LINE-NUMBER
               MOVE SPACE              TO DOCUMENT-QUEUE-RECORD
               MOVE WS-DLV-DOC-TYPE    TO DOQ-DOC-TYPE
               MOVE WS-DLV-DOC-NUMBER  TO DOQ-DOC-NUMBER
               MOVE WS-DLV-LINE-NUMBER TO DOQ-LINE-NUMBER
               MOVE WS-DLV-LINE        TO DOQ-BODY-LINE
               PERFORM 8525-WRITE-QUEUE-RECORD
           END-IF.
      *
       8525-WRITE-QUEUE-RECORD.
      *
           WRITE DOCUMENT-QUEUE-RECORD.
           IF NOT WS-DOQFILE-SUCCESS
               IF WS-DOQFILE-DUPLICATE
                   REWRITE DOCUMENT-QUEUE-RECORD
                   IF NOT WS-DOQFILE-SUCCESS
                       DISPLAY "DOQ REWRITE ERROR STATUS="
                               WS-DOQFILE-SW
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "DOQ WRITE ERROR STATUS=" WS-DOQFILE-SW
                   STOP RUN
               END-IF
           END-IF.
      *
      *    THE HEADER LEARNS HOW MANY LINES THE DOCUMENT RAN TO, SO
      *    THE GATEWAY EXTRACT NEVER PICKS UP A LONGER EARLIER COPY'S
      *    LEFTOVER LINES.
      *
       8530-END-DOCUMENT.
      *
           IF WS-DLV-EMAIL
               MOVE WS-DLV-DOC-TYPE   TO DOQ-DOC-TYPE
               MOVE WS-DLV-DOC-NUMBER TO DOQ-DOC-NUMBER
               MOVE ZERO              TO DOQ-LINE-NUMBER
               READ DOQFILE
               IF WS-DOQFILE-SUCCESS
                   MOVE WS-DLV-LINE-NUMBER TO DOQ-LINE-COUNT
                   REWRITE DOCUMENT-QUEUE-RECORD
               END-IF
               IF NOT WS-DOQFILE-SUCCESS
                   DISPLAY "DOQ HEADER UPDATE ERROR STATUS="
                           WS-DOQFILE-SW
                   STOP RUN
               END-IF
               MOVE 'Q'   TO WS-DLV-EVENT
               MOVE SPACE TO WS-DLV-RESULT-TEXT
               PERFORM 8540-WRITE-DELIVERY-LOG
               ADD 1 TO WS-DLV-QUEUED-COUNT
           END-IF.
      *
       8540-WRITE-DELIVERY-LOG.
      *
           ACCEPT WS-DLV-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DLV-STAMP-TIME FROM TIME.
           MOVE SPACE               TO DELIVERY-LOG-RECORD.
           MOVE WS-DLV-CUSTOMER     TO DLG-CUSTOMER-NUMBER.
           MOVE WS-DLV-STAMP-DATE   TO DLG-EVENT-DATE.
           MOVE WS-DLV-STAMP-HHMMSS TO DLG-EVENT-TIME.
           MOVE ZERO                TO DLG-SEQUENCE.
           MOVE WS-DLV-DOC-TYPE     TO DLG-DOC-TYPE.
           MOVE WS-DLV-DOC-NUMBER   TO DLG-DOC-NUMBER.
           MOVE WS-DLV-EVENT        TO DLG-EVENT.
           MOVE WS-DLV-RECIPIENT    TO DLG-RECIPIENT.
           MOVE WS-DLV-RESULT-TEXT  TO DLG-RESULT-TEXT.
           WRITE DELIVERY-LOG-RECORD.
           PERFORM 8545-RETRY-DELIVERY-LOG
               UNTIL NOT WS-DLGFILE-DUPLICATE
                  OR DLG-SEQUENCE = 999.
           IF NOT WS-DLGFILE-SUCCESS
               DISPLAY "DLG WRITE ERROR STATUS=" WS-DLGFILE-SW
               STOP RUN
           END-IF.
      *
       8545-RETRY-DELIVERY-LOG.
      *
           ADD 1 TO DLG-SEQUENCE.
           WRITE DELIVERY-LOG-RECORD.
      *
      ******************************************************************
      *    A FAILED DELIVERY FALLS BACK TO PRINT ON THE NEXT RUN OF THE
      *    PROGRAM THAT PRODUCES THAT DOCUMENT TYPE: EVERY DOCUMENT OF
      *    TYPE WS-DLV-DOC-TYPE THE GATEWAY BOUNCED PRINTS FROM ITS
      *    QUEUED COPY, AND IS MARKED PRINTED SO IT PRINTS ONCE.  THE
      *    QUEUE IS READ IN KEY ORDER, SO A DOCUMENT'S LINES FOLLOW
      *    ITS HEADER.
      ******************************************************************
       8550-PRINT-BOUNCED-DOCUMENTS.
      *
           MOVE 'N'       TO WS-DLV-BROWSE-DONE-SW
                             WS-DLV-REPRINT-SW.
           MOVE WS-DLV-DOC-TYPE TO DOQ-DOC-TYPE.
           MOVE LOW-VALUE TO DOQ-DOC-NUMBER.
           MOVE ZERO      TO DOQ-LINE-NUMBER.
           START DOQFILE KEY >= DOQ-KEY.
           IF NOT WS-DOQFILE-SUCCESS
               MOVE 'Y' TO WS-DLV-BROWSE-DONE-SW
           END-IF.
           PERFORM 8560-READ-NEXT-QUEUE-RECORD
               UNTIL WS-DLV-BROWSE-DONE.
      *
       8560-READ-NEXT-QUEUE-RECORD.
      *
           READ DOQFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-DLV-BROWSE-DONE-SW
           END-READ.
      *
           EVALUATE TRUE
               WHEN WS-DLV-BROWSE-DONE
                   CONTINUE
               WHEN DOQ-DOC-TYPE NOT = WS-DLV-DOC-TYPE
                   MOVE 'Y' TO WS-DLV-BROWSE-DONE-SW
               WHEN DOQ-HEADER
                   MOVE 'N' TO WS-DLV-REPRINT-SW
                   IF DOQ-STATUS-BOUNCED
                       PERFORM 8570-REPRINT-BOUNCED-HEADER
                   END-IF
               WHEN        WS-DLV-REPRINTING
                       AND DOQ-DOC-NUMBER = WS-DLV-REPRINT-DOC
                       AND DOQ-LINE-NUMBER NOT > WS-DLV-LINE-NUMBER
                   WRITE PRINT-LINE FROM DOQ-BODY-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       8570-REPRINT-BOUNCED-HEADER.
      *
           ACCEPT WS-DLV-STAMP-DATE FROM DATE YYYYMMDD.
           SET DOQ-STATUS-PRINTED  TO TRUE.
           MOVE WS-DLV-STAMP-DATE  TO DOQ-STATUS-DATE.
           REWRITE DOCUMENT-QUEUE-RECORD.
           IF NOT WS-DOQFILE-SUCCESS
               DISPLAY "DOQ REWRITE ERROR STATUS=" WS-DOQFILE-SW
               STOP RUN
           END-IF.
      *
           MOVE 'Y'                 TO WS-DLV-REPRINT-SW.
           MOVE DOQ-DOC-NUMBER      TO WS-DLV-REPRINT-DOC.
           MOVE DOQ-LINE-COUNT      TO WS-DLV-LINE-NUMBER.
           MOVE DOQ-CUSTOMER-NUMBER TO WS-DLV-CUSTOMER.
           MOVE DOQ-DOC-NUMBER      TO WS-DLV-DOC-NUMBER.
           MOVE DOQ-RECIPIENT       TO WS-DLV-RECIPIENT.
           MOVE DOQ-RESULT-TEXT     TO WS-DLV-RESULT-TEXT.
           MOVE 'P'                 TO WS-DLV-EVENT.
           PERFORM 8540-WRITE-DELIVERY-LOG.
           ADD 1 TO WS-DLV-REPRINT-COUNT.
      *
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE.
      *
       8590-CLOSE-DELIVERY-FILES.
      *
           IF WS-DLPFILE-AVAILABLE
               CLOSE DLPFILE
           END-IF.
           CLOSE DOQFILE.
           CLOSE DLGFILE.
           DISPLAY "DOCUMENTS QUEUED FOR E-MAIL: " WS-DLV-QUEUED-COUNT.
           DISPLAY "BOUNCED DOCUMENTS REPRINTED: " WS-DLV-REPRINT-COUNT.
