       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLPLOAB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    LOADS THE CUSTOMER DOCUMENT DELIVERY PREFERENCES (DLPAB2)
      *    FROM A SEQUENTIAL INPUT FILE, ONE RECORD PER CUSTOMER AND
      *    DOCUMENT TYPE, UPSERT-STYLE THE WAY RPDLOAB2 LOADS THE
      *    REPORT DIRECTORY: A PREFERENCE ALREADY ON FILE IS
      *    REWRITTEN, A NEW ONE IS WRITTEN, AND THE FILE IS CREATED ON
      *    A FIRST LOAD (FILE STATUS 35).  EACH INPUT RECORD CARRIES
      *    THE CUSTOMER, THE DOCUMENT TYPE (IN INVOICE, ST STATEMENT,
      *    DN DUNNING LETTER, OC ORDER CONFIRMATION), THE METHOD
      *    (P PRINT, E EMAIL, B BOTH) AND AN OPTIONAL EMAIL ADDRESS
      *    THAT OVERRIDES THE ONE ON THE CUSTOMER MASTER.  LOADING A
      *    PREFERENCE CLEARS ANY BOUNCE RECORDED AGAINST IT, SO A
      *    CORRECTED ADDRESS GOES BACK TO EMAIL ONLY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DLPINPUT ASSIGN TO DLPDATA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INFILE-SW.

           SELECT DLPFILE ASSIGN TO OUTFILE
               RECORD KEY IS DLP-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-OUTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DLPINPUT
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS DLPINPUT-RECORD.

       01  DLPINPUT-RECORD.
           05  DLPIN-CUSTOMER-NUMBER         PIC X(06).
           05  DLPIN-DOC-TYPE                PIC X(02).
               88  DLPIN-DOC-TYPE-VALID              VALUE 'IN' 'ST'
                                                           'DN' 'OC'.
           05  DLPIN-METHOD                  PIC X(01).
           05  DLPIN-EMAIL-ADDRESS           PIC X(40).
      *
       FD DLPFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DELIVERY-PREFERENCE-RECORD.
      *
       COPY DLVPREF.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-INFILE-SW                       PIC X(02)  VALUE SPACES.
           88  WS-INFILE-SUCCESS                 VALUE '00'.
           88  WS-INFILE-EOF                     VALUE '10'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
           88  WS-OUTFILE-DUPLICATE              VALUE '22'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-LOADED-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-UPDATED-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
       01 WS-REJECT-COUNT                    PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           PERFORM 100-OPEN-FILES.
           PERFORM 200-READ-INPUT.
      *
           PERFORM 300-LOAD-PREFERENCE
               UNTIL WS-EOF-YES.
      *
           PERFORM 900-CLOSE-FILES.
      *
           STOP RUN.
      *
       100-OPEN-FILES.
      *
           OPEN INPUT DLPINPUT.
           IF WS-INFILE-SUCCESS
               DISPLAY "DLPINPUT OPEN SUCCESSFUL"
           ELSE
               DISPLAY "WS-INFILE-SW=" WS-INFILE-SW
               DISPLAY "DLPINPUT OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN I-O DLPFILE.
           IF WS-OUTFILE-SUCCESS
               DISPLAY "DLPFILE OPEN SUCCESSFUL"
           ELSE
               IF WS-OUTFILE-SW = '35'
                   OPEN OUTPUT DLPFILE
                   IF WS-OUTFILE-SUCCESS
                       DISPLAY "DLPFILE CREATED"
                   ELSE
                       DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                       DISPLAY "DLPFILE CREATE ERROR"
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "WS-OUTFILE-SW=" WS-OUTFILE-SW
                   DISPLAY "DLPFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       200-READ-INPUT.
      *
           READ DLPINPUT
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ.
      *
       300-LOAD-PREFERENCE.
      *
           MOVE DLPIN-METHOD TO DLP-METHOD.
           EVALUATE TRUE
               WHEN DLPIN-CUSTOMER-NUMBER = SPACE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "BLANK CUSTOMER NUMBER REJECTED"
               WHEN NOT DLPIN-DOC-TYPE-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CUSTOMER " DLPIN-CUSTOMER-NUMBER
                           " REJECTED - DOC TYPE " DLPIN-DOC-TYPE
               WHEN NOT DLP-METHOD-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "CUSTOMER " DLPIN-CUSTOMER-NUMBER
                           " REJECTED - METHOD NOT P, E OR B"
               WHEN OTHER
                   PERFORM 310-WRITE-PREFERENCE
           END-EVALUATE.
      *
           PERFORM 200-READ-INPUT.
      *
       310-WRITE-PREFERENCE.
      *
           MOVE SPACE TO DELIVERY-PREFERENCE-RECORD.
           MOVE DLPIN-CUSTOMER-NUMBER TO DLP-CUSTOMER-NUMBER.
           MOVE DLPIN-DOC-TYPE        TO DLP-DOC-TYPE.
           MOVE DLPIN-METHOD          TO DLP-METHOD.
           MOVE DLPIN-EMAIL-ADDRESS   TO DLP-EMAIL-ADDRESS.
           MOVE 'N'                   TO DLP-BOUNCE-SW.
           WRITE DELIVERY-PREFERENCE-RECORD.
           IF WS-OUTFILE-SUCCESS
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               IF WS-OUTFILE-DUPLICATE
                   REWRITE DELIVERY-PREFERENCE-RECORD
                   IF WS-OUTFILE-SUCCESS
                       ADD 1 TO WS-UPDATED-COUNT
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       DISPLAY "REWRITE ERROR STATUS=" WS-OUTFILE-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "WRITE ERROR STATUS=" WS-OUTFILE-SW
               END-IF
           END-IF.
      *
       900-CLOSE-FILES.
      *
           CLOSE DLPINPUT.
           CLOSE DLPFILE.
           DISPLAY "PREFERENCES LOADED:   " WS-LOADED-COUNT.
           DISPLAY "PREFERENCES UPDATED:  " WS-UPDATED-COUNT.
           DISPLAY "RECORDS REJECTED:     " WS-REJECT-COUNT.
           DISPLAY "DONE".
