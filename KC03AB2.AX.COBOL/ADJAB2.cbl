       COPY ADJSAB2.
      *
       COPY PERSTAT.
      *
       COPY COMPARM.
      *
       COPY DFHAID.
      *
                       MOVE 'That warehouse is inactive.'
                           TO ADJ-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   ELSE
                       PERFORM 1216-CHECK-COMPANY-AUTHORITY
                   END-IF
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO ADJ-H-WHSE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * THE ADJUSTMENT BELONGS TO THE WAREHOUSE'S COMPANY.  THE
      * OPERATOR MAY ONLY POST FOR THE COMPANIES THEIR OPRAB2 RECORD
      * ALLOWS (COMAUAB2 DECIDES).
      *****************************************************************
       1216-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID   TO CAP-OPERATOR-ID.
           MOVE WRH-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO ADJ-H-WHSE
               MOVE -1 TO ADJ-L-WHSE
               MOVE CAP-MESSAGE TO ADJ-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1220-READ-PRODUCT-RECORD.
      *
               END-EXEC
           END-IF.
      *
      *    EACH COMPANY CLOSES ITS OWN PERIODS; THE WAREHOUSE READ
      *    BY THE EDIT SAYS WHOSE BOOKS THE ADJUSTMENT HITS.
      *
           MOVE WRH-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE PCK-YYYY TO PER-PERIOD(1:4).
           MOVE PCK-MM   TO PER-PERIOD(5:2).
           EXEC CICS
