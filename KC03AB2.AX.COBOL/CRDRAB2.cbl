           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       01  PICK-TICKET-TOKEN           PIC X(08).
      *
       01  PT-WAREHOUSE-FIELDS.
           05  PT-WHSE-SUB             PIC S9(03) COMP-3.
           05  PT-WHSE-COUNT           PIC S9(03) COMP-3.
           05  PT-WHSE-FOUND-SW        PIC X(01).
               88  PT-WHSE-FOUND           VALUE 'Y'.
           05  PT-WHSE-TABLE.
               10  PT-WHSE-CODE        PIC X(03) OCCURS 10 TIMES.
      *
       COPY PRTPARM.
      *
       01  PT-HEADER-LINE.
           05  FILLER              PIC X(22) VALUE
       01  GETIN-PARMS.
           05  GETIN-DOCUMENT-TYPE     PIC 9(01).
           05  GETIN-NEXT-NUMBER       PIC 9(06).
           05  GETIN-COMPANY-CODE      PIC X(02) VALUE SPACE.
      *
       COPY CRDSAB2.
      *
      *
           SET INVCTL-INVOICE-NUMBER-SEQ TO TRUE.
           MOVE INVCTL-RECORD-KEY TO GETIN-DOCUMENT-TYPE.
           MOVE INV-COMPANY-CODE  TO GETIN-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('GETINAB2')
                    COMMAREA(GETIN-PARMS)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * ONE TICKET PER SHIPPING WAREHOUSE ON THE RELEASED ORDER, EACH
      * OPENED THROUGH PRTOPAB2 ON THAT WAREHOUSE'S OWN PRINTER AND
      * CARRYING ONLY ITS OWN LINES.
      *****************************************************************
       3600-PRINT-PICK-TICKET.
      *
           MOVE INV-INVOICE-NUMBER  TO PT-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO PT-CUSTOMER-NUMBER.
      *
           MOVE ZERO TO PT-WHSE-COUNT.
           PERFORM 3620-ADD-TICKET-WAREHOUSE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           PERFORM 3640-PRINT-WAREHOUSE-TICKET
               VARYING PT-WHSE-SUB FROM 1 BY 1
                 UNTIL PT-WHSE-SUB > PT-WHSE-COUNT.
      *
       3610-PRINT-PICK-TICKET-LINE.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND INV-WAREHOUSE-CODE(ITEM-SUB)
                         = PT-WHSE-CODE(PT-WHSE-SUB)
               MOVE INV-PRODUCT-CODE(ITEM-SUB)   TO PT-PRODUCT-CODE
               MOVE INV-QUANTITY(ITEM-SUB)       TO PT-QUANTITY
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO PT-WAREHOUSE-CODE
                              TOKEN(PICK-TICKET-TOKEN)
               END-EXEC
           END-IF.
      *
       3620-ADD-TICKET-WAREHOUSE.
      *
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE 'N' TO PT-WHSE-FOUND-SW
               PERFORM 3630-MATCH-TICKET-WAREHOUSE
                   VARYING PT-WHSE-SUB FROM 1 BY 1
                     UNTIL PT-WHSE-SUB > PT-WHSE-COUNT
                        OR PT-WHSE-FOUND
               IF NOT PT-WHSE-FOUND
                   ADD 1 TO PT-WHSE-COUNT
                   MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                       TO PT-WHSE-CODE(PT-WHSE-COUNT)
               END-IF
           END-IF.
      *
       3630-MATCH-TICKET-WAREHOUSE.
      *
           IF PT-WHSE-CODE(PT-WHSE-SUB) = INV-WAREHOUSE-CODE(ITEM-SUB)
               MOVE 'Y' TO PT-WHSE-FOUND-SW
           END-IF.
      *
       3640-PRINT-WAREHOUSE-TICKET.
      *
           MOVE PT-WHSE-CODE(PT-WHSE-SUB) TO PRP-WAREHOUSE-CODE.
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO PICK-TICKET-TOKEN.
      *
           EXEC CICS
               SPOOLWRITE FROM(PT-HEADER-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           PERFORM 3610-PRINT-PICK-TICKET-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
      *****************************************************************
      * ALLOCATION.  THE INVOICE IMAGE IN INVOICE-RECORD IS WALKED
