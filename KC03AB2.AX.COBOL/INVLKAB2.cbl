      * THE ORDER-ENTRY PROGRAM BACK IN.
      *****************************************************************
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
           05  FILLER             PIC X(16) VALUE 'PICK TICKET  INV'.
           05  PT-INVOICE-NUMBER  PIC 9(06).
           05  FILLER             PIC X(11) VALUE '   CUST NO '.
           05  PT-CUSTOMER-NUMBER PIC X(06).
           05  FILLER             PIC X(08) VALUE '   WHSE '.
           05  PT-HDR-WAREHOUSE   PIC X(03).
           05  FILLER             PIC X(29) VALUE SPACE.
      *
       01  PT-REPRINT-LINE.
           05  FILLER             PIC X(11) VALUE '**REPRINT**'.
      *
           PERFORM 1400-DISPLAY-INVOICE-RESULTS.
      *
      *****************************************************************
      * THE REPRINT GOES WHERE THE ORIGINAL DID: ONE TICKET PER
      * SHIPPING WAREHOUSE ON THE ORDER, OPENED THROUGH PRTOPAB2 ON
      * THAT WAREHOUSE'S PRINTER AND CARRYING ONLY ITS OWN LINES.
      *****************************************************************
       6100-SPOOL-PICK-TICKET.
      *
           PERFORM 6110-READ-CUSTOMER-FOR-TICKET.
      *
           MOVE INV-INVOICE-NUMBER  TO PT-INVOICE-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO PT-CUSTOMER-NUMBER.
           MOVE CM-FIRST-NAME TO PT-SHIPTO-FNAME.
           MOVE CM-LAST-NAME  TO PT-SHIPTO-LNAME.
           MOVE CM-ADDRESS  TO PT-SHIPTO-ADDRESS.
           MOVE CM-CITY     TO PT-SHIPTO-CITY.
           MOVE CM-STATE    TO PT-SHIPTO-STATE.
           MOVE CM-ZIP-CODE TO PT-SHIPTO-ZIP.
           MOVE CM-ADDRESS-2 TO PT-SHIPTO-ADDRESS-2.
           MOVE CM-COUNTRY   TO PT-SHIPTO-COUNTRY.
      *
           MOVE ZERO TO PT-WHSE-COUNT.
           PERFORM 6130-ADD-TICKET-WAREHOUSE
               VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > 10.
      *
           PERFORM 6150-PRINT-WAREHOUSE-TICKET
               VARYING PT-WHSE-SUB FROM 1 BY 1
               UNTIL PT-WHSE-SUB > PT-WHSE-COUNT.
      *
       6130-ADD-TICKET-WAREHOUSE.
      *
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE 'N' TO PT-WHSE-FOUND-SW
               PERFORM 6140-MATCH-TICKET-WAREHOUSE
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
       6140-MATCH-TICKET-WAREHOUSE.
      *
           IF PT-WHSE-CODE(PT-WHSE-SUB) = INV-WAREHOUSE-CODE(ITEM-SUB)
               MOVE 'Y' TO PT-WHSE-FOUND-SW
           END-IF.
      *
       6150-PRINT-WAREHOUSE-TICKET.
      *
           MOVE PT-WHSE-CODE(PT-WHSE-SUB) TO PRP-WAREHOUSE-CODE
                                             PT-HDR-WAREHOUSE.
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO PICK-TICKET-TOKEN.
      *
           EXEC CICS
               SPOOLWRITE FROM(PT-HEADER-LINE)
               SPOOLWRITE FROM(PT-REPRINT-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLWRITE FROM(PT-SHIPTO-NAME-LINE)
                          TOKEN(PICK-TICKET-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLWRITE FROM(PT-SHIPTO-ADDR-LINE)
           END-EXEC.
      *
           IF CM-ADDRESS-2 NOT = SPACE OR CM-COUNTRY NOT = SPACE
               EXEC CICS
                   SPOOLWRITE FROM(PT-SHIPTO-ADDR2-LINE)
                              TOKEN(PICK-TICKET-TOKEN)
      *
       6120-PRINT-PICK-TICKET-LINE.
      *
           IF        INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
                 AND INV-WAREHOUSE-CODE(ITEM-SUB)
                         = PT-WHSE-CODE(PT-WHSE-SUB)
               MOVE INV-PRODUCT-CODE(ITEM-SUB)   TO PT-PRODUCT-CODE
               MOVE INV-QUANTITY(ITEM-SUB)       TO PT-QUANTITY
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB) TO PT-WAREHOUSE-CODE
