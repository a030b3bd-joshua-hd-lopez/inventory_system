       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PRTOPAB2.
      *
      *****************************************************************
      * OPEN A SPOOL REPORT ON A WAREHOUSE'S OWN PRINTER.  LINKED TO
      * WITH PRTPARM BY EVERY PROGRAM THAT PRINTS WAREHOUSE PAPERWORK
      * (PICK TICKETS, SHIPMENT NOTICES, TRANSFER TICKETS, QUEUED
      * BACKORDER RELEASE TICKETS).  THE WAREHOUSE'S PRINT NODE AND
      * USER ID COME OFF WRHAB2.  WHEN THE WAREHOUSE HAS NO PRINTER
      * SET UP, IS NOT ON FILE, OR THE SPOOLOPEN TO ITS DESTINATION
      * FAILS, THE REPORT IS OPENED ON THE CENTRAL PRINTER INSTEAD
      * AND A WARNING LINE NAMING THE WAREHOUSE IS WRITTEN AT THE
      * TOP SO THE PAPER CAN BE WALKED OUT TO IT.  EITHER WAY THE
      * CALLER GETS BACK AN OPEN TOKEN - SPOOL TOKENS BELONG TO THE
      * TASK, SO THE CALLER WRITES AND CLOSES THE REPORT ITSELF.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-INFO.
           02  WRH-OPEN                PIC X VALUE 'N'.
           02  WRH-OPEN-STATUS         PIC S9(8) COMP.
           02  WRH-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  RESPONSE-CODE               PIC S9(08) COMP.
      *
       01  PRT-WARNING-LINE.
           05  FILLER             PIC X(14) VALUE '*** WAREHOUSE '.
           05  PRT-WARN-WAREHOUSE PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PRT-WARN-REASON    PIC X(30).
           05  FILLER             PIC X(32) VALUE
                                  ' - PRINTED CENTRALLY ***'.
      *
       COPY PRTPARM.
      *
       COPY WHSMAST.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                 PIC X(28).
      *
       PROCEDURE DIVISION.
      *
       0000-OPEN-WAREHOUSE-PRINTER.
      *
           MOVE DFHCOMMAREA TO PRINT-ROUTE-PARMS.
           MOVE SPACE       TO PRP-NODE
                               PRP-USERID.
           SET PRP-CENTRAL  TO TRUE.
      *
           IF PRP-WAREHOUSE-CODE = SPACE
               MOVE 'HAS NO CODE ON THE DOCUMENT' TO PRT-WARN-REASON
           ELSE
               PERFORM 1000-READ-WAREHOUSE-PRINTER
           END-IF.
      *
           IF PRP-NODE NOT = SPACE
               PERFORM 2000-OPEN-ROUTED-REPORT
           END-IF.
      *
           IF PRP-CENTRAL
               PERFORM 3000-OPEN-CENTRAL-REPORT
           END-IF.
      *
           MOVE PRINT-ROUTE-PARMS TO DFHCOMMAREA.
      *
           EXEC CICS
               RETURN
           END-EXEC.
      *
       1000-READ-WAREHOUSE-PRINTER.
      *
           EXEC CICS
               INQUIRE FILE('WRHAB2')
                   OPENSTATUS(WRH-OPEN-STATUS)
                   ENABLESTATUS(WRH-ENABLE-STATUS)
           END-EXEC.
      *
           IF WRH-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('WRHAB2') OPEN
               END-EXEC
               MOVE 'Y' TO WRH-OPEN
           ELSE IF WRH-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('051')
               END-EXEC
           END-IF.
      *
           MOVE PRP-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WRHAB2')
                    INTO(WAREHOUSE-MASTER-RECORD)
                    RIDFLD(WRH-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'IS NOT ON THE WAREHOUSE FILE' TO PRT-WARN-REASON
           ELSE
               IF        WRH-PRINT-NODE = SPACE
                      OR WRH-PRINT-USERID = SPACE
                   MOVE 'HAS NO PRINTER SET UP' TO PRT-WARN-REASON
               ELSE
                   MOVE WRH-PRINT-NODE   TO PRP-NODE
                   MOVE WRH-PRINT-USERID TO PRP-USERID
               END-IF
           END-IF.
      *
       2000-OPEN-ROUTED-REPORT.
      *
           EXEC CICS
               SPOOLOPEN OUTPUT
                         NODE(PRP-NODE)
                         USERID(PRP-USERID)
                         TOKEN(PRP-TOKEN)
                         RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               SET PRP-ROUTED TO TRUE
           ELSE
               MOVE 'PRINTER IS NOT AVAILABLE' TO PRT-WARN-REASON
           END-IF.
      *
       3000-OPEN-CENTRAL-REPORT.
      *
           EXEC CICS
               SPOOLOPEN OUTPUT
                         NODE(' ')
                         TOKEN(PRP-TOKEN)
                         RESP(RESPONSE-CODE)
           END-EXEC.
      *
           MOVE PRP-WAREHOUSE-CODE TO PRT-WARN-WAREHOUSE.
      *
           EXEC CICS
               SPOOLWRITE FROM(PRT-WARNING-LINE)
                          TOKEN(PRP-TOKEN)
           END-EXEC.
      *
           MOVE SPACE TO PRP-NODE
                         PRP-USERID.
