      *                    CREATED WITH AN OUTPUT OPEN AND EVERY INPUT
      *                    RECORD IS AN INSERT, SAME AS A FIRST LOAD
      *                    ALWAYS WAS.
      *    10/15/2026  JL  KEEP THE RECEIVING INSPECTION FLAG
      *                    (PRD-INSPECT-SW) ACROSS AN UPDATE; A NEW
      *                    PRODUCT STARTS NOT INSPECTED.
      *    10/15/2026  JL  KEEP THE WARRANTY PERIOD
      *                    (PRD-WARRANTY-MONTHS) ACROSS AN UPDATE; A
      *                    NEW PRODUCT STARTS WITH NO WARRANTY.
      *    10/15/2026  JL  PRODUCT RECORD GREW TO 200 BYTES FOR THE
      *                    TARIFF CODE AND COUNTRY OF ORIGIN; KEEP
      *                    THEM ACROSS AN UPDATE, A NEW PRODUCT STARTS
      *                    WITH THEM BLANK.
      *    10/15/2026  JL  THE HAZARDOUS MATERIAL FLAG RIDES IN THE
      *                    EXPORT DATA AND IS KEPT WITH IT ACROSS AN
      *                    UPDATE; A NEW PRODUCT STARTS NOT HAZMAT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    05  CM-ZIP-CODE                   PIC X(10).

       FD CMFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CMFILE-RECORD.


           05  PRD-SUBSTITUTE-PRODUCT          PIC X(10).
           05  PRD-STATUS                      PIC X(01).
           05  PRD-SERIAL-TRACKED-SW           PIC X(01).
           05  FILLER                          PIC X(01).
           05  PRD-INSPECT-SW                  PIC X(01).
           05  PRD-WARRANTY-MONTHS             PIC 9(02).
           05  PRD-EXPORT-DATA.
               10  PRD-TARIFF-CODE             PIC X(10).
               10  PRD-ORIGIN-COUNTRY          PIC X(03).
               10  PRD-HAZMAT-SW               PIC X(01).
               10  FILLER                      PIC X(26).
      *
      *
      *01 CMFILE-RECORD.
                                              VALUE ZERO.
       01 WS-SUBSTITUTE-SAVE                 PIC X(10).
       01 WS-SERIAL-SAVE                     PIC X(01)  VALUE 'N'.
       01 WS-INSPECT-SAVE                    PIC X(01)  VALUE 'N'.
       01 WS-WARRANTY-SAVE                   PIC 9(02)  VALUE ZERO.
       01 WS-EXPORT-SAVE                     PIC X(40)  VALUE SPACE.
       01 WS-STATUS-SAVE                     PIC X(01).
       01 WS-ON-ORDER-SAVE                   PIC S9(07)  VALUE ZERO.
       01 WS-SHIP-WEIGHT-SAVE                PIC S9(03)V99 VALUE ZERO.
               MOVE SPACE TO PRD-SUBSTITUTE-PRODUCT OF CMFILE-RECORD
               MOVE SPACE TO PRD-STATUS OF CMFILE-RECORD
               MOVE 'N' TO PRD-SERIAL-TRACKED-SW OF CMFILE-RECORD
               MOVE 'N' TO PRD-INSPECT-SW OF CMFILE-RECORD
               MOVE ZERO TO PRD-WARRANTY-MONTHS OF CMFILE-RECORD
               MOVE SPACE TO PRD-EXPORT-DATA OF CMFILE-RECORD
               WRITE CMFILE-RECORD
               IF WS-OUTFILE-SUCCESS
                   ADD 1 TO WS-LOADED-COUNT
                               TO WS-STATUS-SAVE
                           MOVE PRD-SERIAL-TRACKED-SW OF CMFILE-RECORD
                               TO WS-SERIAL-SAVE
                           MOVE PRD-INSPECT-SW OF CMFILE-RECORD
                               TO WS-INSPECT-SAVE
                           MOVE PRD-WARRANTY-MONTHS OF CMFILE-RECORD
                               TO WS-WARRANTY-SAVE
                           MOVE PRD-EXPORT-DATA OF CMFILE-RECORD
                               TO WS-EXPORT-SAVE
                       ELSE
                           MOVE ZERO TO WS-ON-ORDER-SAVE
                           MOVE ZERO TO WS-SHIP-WEIGHT-SAVE
                           MOVE SPACE TO WS-SUBSTITUTE-SAVE
                           MOVE SPACE TO WS-STATUS-SAVE
                           MOVE 'N' TO WS-SERIAL-SAVE
                           MOVE 'N' TO WS-INSPECT-SAVE
                           MOVE ZERO TO WS-WARRANTY-SAVE
                           MOVE SPACE TO WS-EXPORT-SAVE
                       END-IF
                       MOVE CMINPUT-RECORD TO CMFILE-RECORD(1:132)
                       MOVE WS-ON-ORDER-SAVE TO
                           PRD-STATUS OF CMFILE-RECORD
                       MOVE WS-SERIAL-SAVE TO
                           PRD-SERIAL-TRACKED-SW OF CMFILE-RECORD
                       MOVE WS-INSPECT-SAVE TO
                           PRD-INSPECT-SW OF CMFILE-RECORD
                       MOVE WS-WARRANTY-SAVE TO
                           PRD-WARRANTY-MONTHS OF CMFILE-RECORD
                       MOVE WS-EXPORT-SAVE TO
                           PRD-EXPORT-DATA OF CMFILE-RECORD
                       REWRITE CMFILE-RECORD
                       IF WS-OUTFILE-SUCCESS
                           ADD 1 TO WS-UPDATED-COUNT
