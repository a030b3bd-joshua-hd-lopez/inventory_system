       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  COMAUAB2.
      *
      *****************************************************************
      * MAY THIS OPERATOR WORK THIS COMPANY'S BOOKS?  LINKED TO WITH
      * COMPARM BY EVERY SCREEN THAT TAKES UP A CUSTOMER, VENDOR OR
      * WAREHOUSE FOR POSTING OR MAINTENANCE, WITH THE COMPANY CODE
      * OFF THAT RECORD.  THE HOME COMPANY (BLANK CODE) NEEDS NO
      * COMAB2 RECORD; ANY OTHER COMPANY MUST BE ON COMAB2 AND
      * ACTIVE.  THE OPERATOR'S OWN OPRAB2 RECORD THEN SAYS WHICH
      * COMPANIES ARE ALLOWED (SEE OPER-COMPANY-ACCESS): EVERY
      * COMPANY, THE LISTED ONES ONLY, OR THE HOME COMPANY PLUS THE
      * LISTED ONES - THE LAST BEING WHAT EVERY OPERATOR SET UP
      * BEFORE THERE WAS A SECOND COMPANY HAS, SO NOBODY LOSES THE
      * HOME BOOKS.  THE HOME COMPANY CANNOT BE LISTED, SO A LISTED-
      * ONLY OPERATOR NEVER WORKS IT.  AN OPERATOR NOT ON FILE IS
      * REFUSED.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-INFO.
           02  OPR-OPEN                PIC X VALUE 'N'.
           02  OPR-OPEN-STATUS         PIC S9(8) COMP.
           02  OPR-ENABLE-STATUS       PIC S9(8) COMP.
           02  COM-OPEN                PIC X VALUE 'N'.
           02  COM-OPEN-STATUS         PIC S9(8) COMP.
           02  COM-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  RESPONSE-CODE               PIC S9(08) COMP.
      *
       01  COMPANY-SUB                 PIC S9(04) COMP.
      *
       COPY COMPARM.
      *
       COPY COMPANY.
      *
       COPY OPERMAS.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                 PIC X(77).
      *
       PROCEDURE DIVISION.
      *
       0000-CHECK-COMPANY-AUTHORITY.
      *
           MOVE DFHCOMMAREA TO COMPANY-AUTH-PARMS.
           SET CAP-NOT-AUTHORIZED TO TRUE.
           MOVE SPACE TO CAP-COMPANY-NAME
                         CAP-MESSAGE.
      *
           PERFORM 1000-READ-COMPANY.
      *
           IF CAP-MESSAGE = SPACE
               PERFORM 2000-READ-OPERATOR
           END-IF.
      *
           IF CAP-MESSAGE = SPACE
               PERFORM 3000-CHECK-OPERATOR-LIST
           END-IF.
      *
           MOVE COMPANY-AUTH-PARMS TO DFHCOMMAREA.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-READ-COMPANY.
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
                   ABEND ABCODE ('151')
               END-EXEC
           END-IF.
      *
           MOVE CAP-COMPANY-CODE TO COM-COMPANY-CODE.
      *
           EXEC CICS
               READ FILE('COMAB2')
                    INTO(COMPANY-RECORD)
                    RIDFLD(COM-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE COM-NAME TO CAP-COMPANY-NAME
               IF COM-STATUS-INACTIVE
                   MOVE 'Company is inactive.' TO CAP-MESSAGE
               END-IF
           ELSE
               IF CAP-COMPANY-CODE NOT = SPACE
                   MOVE 'Company is not on the company file.'
                       TO CAP-MESSAGE
               END-IF
           END-IF.
      *
       2000-READ-OPERATOR.
      *
           EXEC CICS
               INQUIRE FILE('OPRAB2')
                   OPENSTATUS(OPR-OPEN-STATUS)
                   ENABLESTATUS(OPR-ENABLE-STATUS)
           END-EXEC.
      *
           IF OPR-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('OPRAB2') OPEN
               END-EXEC
               MOVE 'Y' TO OPR-OPEN
           ELSE IF OPR-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('150')
               END-EXEC
           END-IF.
      *
           MOVE CAP-OPERATOR-ID TO OPER-ID.
      *
           EXEC CICS
               READ FILE('OPRAB2')
                    INTO(OPERATOR-RECORD)
                    RIDFLD(OPER-ID)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Operator is not on the operator file.'
                   TO CAP-MESSAGE
           END-IF.
      *
       3000-CHECK-OPERATOR-LIST.
      *
           IF OPER-ALL-COMPANIES
               SET CAP-AUTHORIZED TO TRUE
           ELSE
               IF        CAP-COMPANY-CODE = SPACE
                     AND NOT OPER-LISTED-ONLY
                   SET CAP-AUTHORIZED TO TRUE
               ELSE
                   PERFORM 3100-MATCH-LISTED-COMPANY
                       VARYING COMPANY-SUB FROM 1 BY 1
                         UNTIL COMPANY-SUB > 5
                            OR CAP-AUTHORIZED
               END-IF
           END-IF.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE 'Not authorized for this company.' TO CAP-MESSAGE
           END-IF.
      *
       3100-MATCH-LISTED-COMPANY.
      *
           IF        CAP-COMPANY-CODE NOT = SPACE
                 AND OPER-COMPANY-CODE(COMPANY-SUB) = CAP-COMPANY-CODE
               SET CAP-AUTHORIZED TO TRUE
           END-IF.
