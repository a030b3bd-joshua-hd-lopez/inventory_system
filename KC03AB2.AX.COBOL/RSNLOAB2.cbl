      *    UPSERT-STYLE THE WAY PRDLOAB2 LOADS THE PRODUCT MASTER: A
      *    CODE ALREADY ON FILE IS REWRITTEN, A NEW ONE IS WRITTEN,
      *    AND THE FILE IS CREATED ON A FIRST LOAD (FILE STATUS 35).
      *    THE LAST INPUT COLUMN IS THE INSPECTION FLAG - Y SENDS A
      *    RETURN KEYED WITH THE REASON INTO QUARANTINE; ANYTHING ELSE
      *    IS STORED AS N.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD RSNINPUT
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS RSNINPUT-RECORD.

       01  RSNINPUT-RECORD.
           05  RSNIN-REASON-CODE             PIC X(03).
           05  RSNIN-DESCRIPTION             PIC X(30).
           05  RSNIN-INSPECT-SW              PIC X(01).
      *
       FD RSNFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REASON-CODE-RECORD.
      *
       COPY RSNCODE.
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "BLANK REASON CODE REJECTED"
           ELSE
               MOVE SPACE TO REASON-CODE-RECORD
               MOVE RSNIN-REASON-CODE TO RSN-REASON-CODE
               MOVE RSNIN-DESCRIPTION TO RSN-DESCRIPTION
               IF RSNIN-INSPECT-SW = 'Y'
                   MOVE 'Y' TO RSN-INSPECT-SW
               ELSE
                   MOVE 'N' TO RSN-INSPECT-SW
               END-IF
               WRITE REASON-CODE-RECORD
               IF WS-OUTFILE-SUCCESS
                   ADD 1 TO WS-LOADED-COUNT
