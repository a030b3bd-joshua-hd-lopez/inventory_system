           02  INVCTL-OPEN                PIC X VALUE 'N'.
           02  INVCTL-OPEN-STATUS         PIC S9(8) COMP.
           02  INVCTL-ENABLE-STATUS       PIC S9(8) COMP.
           02  COM-OPEN                   PIC X VALUE 'N'.
           02  COM-OPEN-STATUS            PIC S9(8) COMP.
           02  COM-ENABLE-STATUS          PIC S9(8) COMP.
      *
       01  RESPONSE-CODE                  PIC S9(08) COMP.
       01  COMPANY-ENTRY                  PIC S9(04) COMP.
       01  COMPANY-DRAWN-SW               PIC X(01) VALUE 'N'.
           88  COMPANY-NUMBER-DRAWN           VALUE 'Y'.


       COPY INVCTL.
      *
       COPY COMPANY.
      *
       LINKAGE SECTION.
      *
      *    SEQUENCE TO DRAW FROM (SEE INVCTL FOR THE 88-LEVELS);
      *    GETINAB2 RETURNS THE NEXT NUMBER FOR THAT SEQUENCE IN
      *    GETIN-NEXT-NUMBER AND ADVANCES THE CONTROL RECORD.
      *    A CALLER WORKING FOR A COMPANY OTHER THAN THE HOME COMPANY
      *    PASSES THE LONGER COMMAREA WITH GETIN-COMPANY-CODE SET;
      *    THE NUMBER THEN COMES FROM THAT COMPANY'S OWN SEQUENCE ON
      *    COMAB2 (SEE COMPANY) WHEN IT KEEPS ONE FOR THE DOCUMENT
      *    TYPE, AND FROM CTLAB2 WHEN IT DOES NOT.  THE SHORT
      *    COMMAREA, OR A BLANK COMPANY, IS THE HOME COMPANY.
      *
       01  DFHCOMMAREA.
           05  GETIN-DOCUMENT-TYPE     PIC 9(01).
           05  GETIN-NEXT-NUMBER       PIC 9(06).
           05  GETIN-COMPANY-CODE      PIC X(02).
      *
       PROCEDURE DIVISION.
      *
       0000-GET-DOCUMENT-NUMBER.
      *
           IF EIBCALEN > 7
               IF GETIN-COMPANY-CODE NOT = SPACE
                   PERFORM 1000-GET-COMPANY-NUMBER
               END-IF
           END-IF.
      *
           IF COMPANY-NUMBER-DRAWN
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.


           EXEC CICS                                                    JOSH
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-GET-COMPANY-NUMBER.
      *
           EXEC CICS
               INQUIRE FILE('COMAB2')
                   OPENSTATUS(COM-OPEN-STATUS)
                   ENABLESTATUS(COM-ENABLE-STATUS)
           END-EXEC.
      *
           IF COM-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('COMAB2') OPEN
               END-EXEC
               MOVE 'Y' TO COM-OPEN
           ELSE IF COM-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('152')
               END-EXEC
           END-IF.
      *
           MOVE GETIN-COMPANY-CODE TO COM-COMPANY-CODE.
           EXEC CICS
               READ FILE('COMAB2')
                    INTO(COMPANY-RECORD)
                    RIDFLD(COM-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               COMPUTE COMPANY-ENTRY = GETIN-DOCUMENT-TYPE + 1
               IF COM-NEXT-NUMBER(COMPANY-ENTRY) = ZERO
                   EXEC CICS
                       UNLOCK FILE('COMAB2')
                   END-EXEC
               ELSE
                   MOVE COM-NEXT-NUMBER(COMPANY-ENTRY)
                       TO GETIN-NEXT-NUMBER
                   ADD 1 TO COM-NEXT-NUMBER(COMPANY-ENTRY)
                   EXEC CICS
                       REWRITE FILE('COMAB2')
                               FROM(COMPANY-RECORD)
                   END-EXEC
                   MOVE 'Y' TO COMPANY-DRAWN-SW
               END-IF
           END-IF.
