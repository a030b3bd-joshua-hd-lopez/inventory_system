       COPY DAYCTL.
      *
       COPY PERSTAT.
      *
       COPY COMPARM.
      *
       COPY LOTSTK.
      *
                   PERFORM 9999-TERMINATE-PROGRAM
               ELSE
                   MOVE 'Y' TO INVOICE-FOUND-SW
                   PERFORM 1310-CHECK-COMPANY-AUTHORITY
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE OPERATOR MAY ONLY VOID ORDERS OF THE COMPANIES THEIR
      * OPRAB2 RECORD ALLOWS (COMAUAB2 DECIDES).
      *****************************************************************
       1310-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID   TO CAP-OPERATOR-ID.
           MOVE INV-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE 'N' TO INVOICE-FOUND-SW
               MOVE CAP-MESSAGE TO MESSAGEO
           END-IF.
      *
       1400-DISPLAY-VOID-RESULTS.
      *
      *****************************************************************
       2300-REVERSE-LINE-ITEM-STOCK.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(ITEM-SUB)
               MOVE 'N' TO WHS-FOUND-SW
               IF INV-WAREHOUSE-CODE(ITEM-SUB) NOT = SPACE
                   PERFORM 2311-REWRITE-WAREHOUSE-RECORD
      *
           IF        INV-PRODUCT-CODE(HIST-SUB) NOT = SPACE
                 AND INV-QUANTITY(HIST-SUB) NOT = ZERO
                 AND NOT INV-LINE-CHARGE(HIST-SUB)
               MOVE INV-PRODUCT-CODE(HIST-SUB) TO SHS-PRODUCT-CODE
               MOVE INV-CUSTOMER-NUMBER        TO SHS-CUSTOMER-NUMBER
               MOVE WS-HIST-PERIOD             TO SHS-PERIOD
               END-EXEC
           END-IF.
      *
      *    EACH COMPANY CLOSES ITS OWN PERIODS; THE VOID
      *    BELONGS TO THE ORDER'S COMPANY.
      *
           PERFORM 6000-OPEN-INV-FILE.
           MOVE CA-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
           EXEC CICS
               READ FILE('INVAB2')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
           MOVE INV-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE PCK-YYYY TO PER-PERIOD(1:4).
           MOVE PCK-MM   TO PER-PERIOD(5:2).
           EXEC CICS
