       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  CSUEAB2.
      *
      *****************************************************************
      * CONSIGNMENT USAGE ENTRY.  THE OPERATOR KEYS THE CONSIGNMENT
      * WAREHOUSE, PRODUCT AND QUANTITY THE CUSTOMER REPORTS HAVING
      * USED OUT OF THE STOCK WE HOLD AT ITS SITE.  THE WAREHOUSE
      * MUST BE AN ACTIVE CONSIGNMENT WAREHOUSE ON WRHAB2 AND THE
      * PRODUCT STOCKED THERE, AND THE QUANTITY CANNOT BE MORE THAN
      * THE ON-HAND LESS USAGE ALREADY WAITING TO BILL.  EACH ENTRY
      * IS WRITTEN TO CSUAB2 AS PENDING FOR THE WAREHOUSE'S
      * CONSIGNMENT CUSTOMER; NOTHING MOVES ON WHSAB2 HERE - CSGBLB2
      * BILLS THE PENDING USAGE THROUGH THE EDIORB2 GATEWAY AND THE
      * INVOICE POSTING TAKES THE STOCK OFF.  A COUNT OF THE SITE
      * GOES THROUGH THE CYCLE COUNT (CCEAB2 OR CSGCTB2) INSTEAD.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  WRH-OPEN                PIC X VALUE 'N'.
           02  WRH-OPEN-STATUS         PIC S9(8) COMP.
           02  WRH-ENABLE-STATUS       PIC S9(8) COMP.
           02  WHS-OPEN                PIC X VALUE 'N'.
           02  WHS-OPEN-STATUS         PIC S9(8) COMP.
           02  WHS-ENABLE-STATUS       PIC S9(8) COMP.
           02  CSU-OPEN                PIC X VALUE 'N'.
           02  CSU-OPEN-STATUS         PIC S9(8) COMP.
           02  CSU-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  CSU-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  CSU-BROWSE-EOF                     VALUE 'Y'.
           05  USAGE-DONE-SW               PIC X(01)  VALUE 'N'.
               88  USAGE-DONE                         VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  SEND-FLAG                   PIC X(01).
               88  SEND-ERASE                         VALUE '1'.
               88  SEND-DATAONLY                      VALUE '2'.
               88  SEND-DATAONLY-ALARM                VALUE '3'.
      *
       01  WORK-FIELDS.
      *
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  WS-TODAY                PIC X(08).
           05  WS-USAGE-QTY            PIC S9(07).
           05  WS-PENDING-QTY          PIC S9(07).
           05  WS-USABLE-QTY           PIC S9(07).
           05  WS-CONSIGN-CUSTOMER     PIC X(06).
           05  WS-CSU-BROWSE-KEY.
               10  WS-CSU-BROWSE-WAREHOUSE PIC X(03).
               10  WS-CSU-BROWSE-PRODUCT   PIC X(10).
               10  WS-CSU-BROWSE-DATE      PIC X(08).
               10  WS-CSU-BROWSE-TIME      PIC S9(07) COMP-3.
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-ENTRY                      VALUE '1'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       COPY WHSMAST.
      *
       COPY WHSINV.
      *
       COPY CSGUSE.
      *
       COPY CSUSAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
      *
       COPY SUBWS.
      *
       COPY ERRPARM.
      *
       COPY SIGNCTX.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(37).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-USAGE-ENTRY.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 36
                   MOVE DFHCOMMAREA TO SIGNON-CONTEXT
               WHEN EIBCALEN > ZERO
                   MOVE DFHCOMMAREA TO COMMUNICATION-AREA
                   MOVE CA-SIGNON-CONTEXT TO SIGNON-CONTEXT
           END-EVALUATE.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO OR EIBCALEN = 36
                   MOVE LOW-VALUE TO COMMUNICATION-AREA
                   MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT
                   SET PROCESS-ENTRY TO TRUE
                   PERFORM 1450-RESET-USAGE-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1450-RESET-USAGE-SCREEN
      *
               WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE
      *
               WHEN EIBAID = DFHPF3 OR DFHPF12
                   EXEC CICS
                       XCTL PROGRAM('UUMENAB2')
                            COMMAREA(SIGNON-CONTEXT)
                   END-EXEC
      *
               WHEN EIBAID = DFHENTER
                   PERFORM 1000-PROCESS-USAGE-SCREEN
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO CSUMAP1
                   MOVE 'Invalid key pressed.' TO CSE-D-MESSAGE
                   MOVE -1 TO CSE-L-WHSE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-USAGE-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('CUAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-USAGE-SCREEN.
      *
           PERFORM 1100-RECEIVE-USAGE-MAP.
           PERFORM 1200-EDIT-USAGE-DATA.
      *
           IF VALID-DATA
               PERFORM 1300-EDIT-CONSIGNMENT-STOCK
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2000-RECORD-USAGE
           ELSE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-USAGE-MAP
           END-IF.
      *
       1100-RECEIVE-USAGE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('CSUMAB2')
                       MAPSET('CSUSAB2')
                       INTO(CSUMAP1)
           END-EXEC.
      *
           INSPECT CSUMAP1
                REPLACING ALL '_' BY SPACE.
      *
       1200-EDIT-USAGE-DATA.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO CSE-H-WHSE
                                     CSE-H-PCODE
                                     CSE-H-QTY.
           MOVE SPACE TO CSE-D-CUSTNO.
           MOVE ZERO  TO CSE-D-ONHAND
                         CSE-D-PENDING.
      *
           IF        CSE-L-QTY = ZERO
                  OR CSE-D-QTY-ALPHA = SPACE
               MOVE ATTR-REVERSE TO CSE-H-QTY
               MOVE -1 TO CSE-L-QTY
               MOVE 'You must enter the quantity used.'
                   TO CSE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE CSE-D-QTY-ALPHA TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               IF INT-VALID-NUMBER AND INT-EDITED-NUMBER > ZERO
                   MOVE INT-EDITED-NUMBER TO WS-USAGE-QTY
               ELSE
                   MOVE ATTR-REVERSE TO CSE-H-QTY
                   MOVE -1 TO CSE-L-QTY
                   MOVE 'Quantity used must be numeric and more than z
      -                'ero.' TO CSE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF        CSE-L-PCODE = ZERO
                  OR CSE-D-PCODE = SPACE
               MOVE ATTR-REVERSE TO CSE-H-PCODE
               MOVE -1 TO CSE-L-PCODE
               MOVE 'You must enter a product code.' TO CSE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF        CSE-L-WHSE = ZERO
                  OR CSE-D-WHSE = SPACE
               MOVE ATTR-REVERSE TO CSE-H-WHSE
               MOVE -1 TO CSE-L-WHSE
               MOVE 'You must enter a warehouse code.'
                   TO CSE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
      *****************************************************************
      * THE WAREHOUSE MUST BE AN ACTIVE CONSIGNMENT SITE AND THE
      * PRODUCT STOCKED THERE.  USAGE ALREADY KEYED OR COUNTED BUT
      * NOT YET BILLED IS STILL IN THE ON-HAND, SO IT COMES OFF
      * BEFORE THE NEW QUANTITY IS TESTED.
      *****************************************************************
       1300-EDIT-CONSIGNMENT-STOCK.
      *
           PERFORM 6000-OPEN-WRH-FILE.
      *
           MOVE CSE-D-WHSE TO WRH-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WRHAB2')
                    INTO(WAREHOUSE-MASTER-RECORD)
                    RIDFLD(WRH-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'That warehouse is not on the warehouse master
      -                '.' TO CSE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN NOT WRH-TYPE-CONSIGNMENT
                   MOVE 'That is not a consignment warehouse.'
                       TO CSE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN WRH-STATUS-INACTIVE
                   MOVE 'That warehouse is inactive.' TO CSE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   MOVE WRH-CONSIGN-CUSTOMER TO WS-CONSIGN-CUSTOMER
                                                CSE-D-CUSTNO
           END-EVALUATE.
      *
           IF NOT VALID-DATA
               MOVE ATTR-REVERSE TO CSE-H-WHSE
               MOVE -1 TO CSE-L-WHSE
           ELSE
               PERFORM 1310-READ-WAREHOUSE-STOCK
           END-IF.
      *
           IF VALID-DATA
               PERFORM 1320-SUM-PENDING-USAGE
               COMPUTE WS-USABLE-QTY =
                   WHS-QUANTITY-ON-HAND - WS-PENDING-QTY
               MOVE WHS-QUANTITY-ON-HAND TO CSE-D-ONHAND
               MOVE WS-PENDING-QTY       TO CSE-D-PENDING
               IF WS-USAGE-QTY > WS-USABLE-QTY
                   MOVE ATTR-REVERSE TO CSE-H-QTY
                   MOVE -1 TO CSE-L-QTY
                   MOVE 'That is more than the consignment stock left
      -                'to bill.' TO CSE-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       1310-READ-WAREHOUSE-STOCK.
      *
           PERFORM 6100-OPEN-WHS-FILE.
      *
           MOVE CSE-D-PCODE TO WHS-PRODUCT-CODE.
           MOVE CSE-D-WHSE  TO WHS-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WHSAB2')
                    INTO(WAREHOUSE-INVENTORY-RECORD)
                    RIDFLD(WHS-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE ATTR-REVERSE TO CSE-H-PCODE
               MOVE -1 TO CSE-L-PCODE
               MOVE 'That product is not stocked at that warehouse.'
                   TO CSE-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1320-SUM-PENDING-USAGE.
      *
           MOVE ZERO TO WS-PENDING-QTY.
           MOVE 'N'  TO CSU-BROWSE-EOF-SW.
      *
           PERFORM 6200-OPEN-CSU-FILE.
      *
           MOVE CSE-D-WHSE  TO WS-CSU-BROWSE-WAREHOUSE.
           MOVE CSE-D-PCODE TO WS-CSU-BROWSE-PRODUCT.
           MOVE LOW-VALUE   TO WS-CSU-BROWSE-DATE.
           MOVE ZERO        TO WS-CSU-BROWSE-TIME.
      *
           EXEC CICS
               STARTBR FILE('CSUAB2')
                       RIDFLD(WS-CSU-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO CSU-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 1330-READ-NEXT-USAGE
               UNTIL CSU-BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('CSUAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       1330-READ-NEXT-USAGE.
      *
           EXEC CICS
               READNEXT FILE('CSUAB2')
                        INTO(CONSIGNMENT-USAGE-RECORD)
                        RIDFLD(WS-CSU-BROWSE-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO CSU-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN CSU-WAREHOUSE-CODE NOT = CSE-D-WHSE
                 OR CSU-PRODUCT-CODE NOT = CSE-D-PCODE
                   MOVE 'Y' TO CSU-BROWSE-EOF-SW
               WHEN CSU-STATUS-PENDING
                   ADD CSU-QUANTITY TO WS-PENDING-QTY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       2000-RECORD-USAGE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               MMDDYYYY(WS-TODAY)
           END-EXEC.
      *
           MOVE CSE-D-WHSE          TO CSU-WAREHOUSE-CODE.
           MOVE CSE-D-PCODE         TO CSU-PRODUCT-CODE.
           MOVE WS-TODAY            TO CSU-USAGE-DATE.
           MOVE EIBTIME             TO CSU-USAGE-TIME.
           MOVE WS-CONSIGN-CUSTOMER TO CSU-CUSTOMER-NUMBER.
           MOVE WS-USAGE-QTY        TO CSU-QUANTITY.
           SET CSU-SOURCE-KEYED     TO TRUE.
           SET CSU-STATUS-PENDING   TO TRUE.
           MOVE SPACE               TO CSU-BILLED-DATE
                                       CSU-BILLING-PO.
           MOVE SC-OPERATOR-ID      TO CSU-OPERATOR.
      *
           PERFORM 2010-WRITE-USAGE-WITH-RETRY.
      *
           MOVE LOW-VALUE TO CSUMAP1.
           MOVE 'Usage recorded - it bills on the next consignment run.'
               TO CSE-D-MESSAGE.
           MOVE 'Type the next usage line.  Then press Enter.'
               TO CSE-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO CSE-D-FKEY.
           MOVE -1 TO CSE-L-WHSE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-USAGE-MAP.
      *
      *****************************************************************
      * TWO USAGE LINES FOR THE SAME PRODUCT/WAREHOUSE INSIDE THE SAME
      * EIBTIME SECOND WOULD COLLIDE ON THE KEY; BUMPING THE TIME
      * COMPONENT AND RETRYING KEEPS BOTH, AS ADJAB2 DOES.
      *****************************************************************
       2010-WRITE-USAGE-WITH-RETRY.
      *
           MOVE 'N' TO USAGE-DONE-SW.
           PERFORM 2011-WRITE-USAGE-ONCE
               UNTIL USAGE-DONE.
      *
       2011-WRITE-USAGE-ONCE.
      *
           EXEC CICS
               WRITE FILE('CSUAB2')
                     FROM(CONSIGNMENT-USAGE-RECORD)
                     RIDFLD(CSU-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(DUPREC)
                  OR RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO CSU-USAGE-TIME
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO USAGE-DONE-SW
           END-IF.
      *
       1400-SEND-USAGE-MAP.
      *
           MOVE 'CUAB' TO CSE-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('CSUMAB2')
                            MAPSET('CSUSAB2')
                            FROM(CSUMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('CSUMAB2')
                            MAPSET('CSUSAB2')
                            FROM(CSUMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('CSUMAB2')
                            MAPSET('CSUSAB2')
                            FROM(CSUMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-USAGE-SCREEN.
      *
           MOVE LOW-VALUE TO CSUMAP1.
           MOVE 'Type the consignment warehouse, product and quantity u
      -         'sed.  Then press Enter.' TO CSE-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO CSE-D-FKEY.
           MOVE -1 TO CSE-L-WHSE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-USAGE-MAP.
      *
       6000-OPEN-WRH-FILE.
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
       6100-OPEN-WHS-FILE.
      *
           EXEC CICS
               INQUIRE FILE('WHSAB2')
                   OPENSTATUS(WHS-OPEN-STATUS)
                   ENABLESTATUS(WHS-ENABLE-STATUS)
           END-EXEC.
      *
           IF WHS-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('WHSAB2') OPEN
               END-EXEC
               MOVE 'Y' TO WHS-OPEN
           ELSE IF WHS-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('012')
               END-EXEC
           END-IF.
      *
       6200-OPEN-CSU-FILE.
      *
           EXEC CICS
               INQUIRE FILE('CSUAB2')
                   OPENSTATUS(CSU-OPEN-STATUS)
                   ENABLESTATUS(CSU-ENABLE-STATUS)
           END-EXEC.
      *
           IF CSU-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CSUAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CSU-OPEN
           ELSE IF CSU-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('067')
               END-EXEC
           END-IF.
      *
       COPY SUBPARAS.
      *
       9999-TERMINATE-PROGRAM.
      *
           MOVE EIBRESP  TO ERR-RESP.
           MOVE EIBRESP2 TO ERR-RESP2.
           MOVE EIBTRNID TO ERR-TRNID.
           MOVE EIBRSRCE TO ERR-RSRCE.
      *
           EXEC CICS
               XCTL PROGRAM('SYSERR')
                    COMMAREA(ERROR-PARAMETERS)
           END-EXEC.
