       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  QINAB2.
      *
      *****************************************************************
      * QUARANTINE DISPOSITION.  SUPERVISOR-ONLY, LIKE ADJAB2 (THE
      * MENU GATES IT AND THE PROGRAM CHECKS THE SIGNON CONTEXT
      * AGAIN).  STOCK HELD FOR INSPECTION BY RCVAB2 OR RMAAB2 SITS
      * IN WHS-QUANTITY-QUARANTINE WITH ONE QTNAB2 LOT PER ARRIVAL.
      * THE SUPERVISOR KEYS A PRODUCT AND WAREHOUSE, THE LOTS ARE
      * LISTED OLDEST FIRST, AND A DISPOSITION IS KEYED AGAINST EACH:
      *   R - RELEASE.  THE QUANTITY MOVES FROM QUARANTINE TO ON-HAND
      *       AT THE WAREHOUSE AND ONTO THE COMPANY-WIDE TOTAL, A PO
      *       RECEIPT IS PUT AWAY TO THE BULK01 BIN THE WAY RCVAB2
      *       WOULD HAVE, AND A LOT NUMBER GOES ONTO LOTAB2.
      *   S - SCRAP.  THE QUANTITY LEAVES QUARANTINE FOR GOOD UNDER A
      *       MANDATORY RSNAB2 REASON, WITH AN ADTAB2 AUDIT RECORD
      *       (THE BEFORE AND AFTER QUANTITIES ARE THE WAREHOUSE'S
      *       QUARANTINE) SO IT PRINTS ON THE ADJRGB2 REGISTER.  THE
      *       PERAB2 PERIOD GATE APPLIES AS IT DOES IN ADJAB2.
      *   V - RETURN TO VENDOR.  A PO RECEIPT ONLY, KEYED ON ITS OWN.
      *       CONTROL PASSES TO RTVEAB2 WITH THE LOT'S PO ALREADY UP,
      *       AND RTVEAB2 TAKES THE RETURN OUT OF QUARANTINE.
      * ON THE LEDGER EVERY DISPOSITION IS A QO THAT PUTS THE STOCK
      * BACK ON HAND, FOLLOWED FOR A SCRAP BY THE AJ THAT WRITES IT
      * OFF (AND FOR A VENDOR RETURN BY RTVEAB2'S RV).  A LOT WITH
      * NOTHING LEFT IS DELETED.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  NOT-AUTHORIZED-MESSAGE      PIC X(50) VALUE
           'Quarantine disposition requires supervisor access'.

       01  FILE-STATUS-INFO.
           02  PER-OPEN                PIC X VALUE 'N'.
           02  PER-OPEN-STATUS         PIC S9(8) COMP.
           02  PER-ENABLE-STATUS       PIC S9(8) COMP.
           02  PRD-OPEN                PIC X VALUE 'N'.
           02  PRD-OPEN-STATUS         PIC S9(8) COMP.
           02  PRD-ENABLE-STATUS       PIC S9(8) COMP.
           02  WHS-OPEN                PIC X VALUE 'N'.
           02  WHS-OPEN-STATUS         PIC S9(8) COMP.
           02  WHS-ENABLE-STATUS       PIC S9(8) COMP.
           02  RSN-OPEN                PIC X VALUE 'N'.
           02  RSN-OPEN-STATUS         PIC S9(8) COMP.
           02  RSN-ENABLE-STATUS       PIC S9(8) COMP.
           02  ADT-OPEN                PIC X VALUE 'N'.
           02  ADT-OPEN-STATUS         PIC S9(8) COMP.
           02  ADT-ENABLE-STATUS       PIC S9(8) COMP.
           02  ILG-OPEN                PIC X VALUE 'N'.
           02  ILG-OPEN-STATUS         PIC S9(8) COMP.
           02  ILG-ENABLE-STATUS       PIC S9(8) COMP.
           02  QTN-OPEN                PIC X VALUE 'N'.
           02  QTN-OPEN-STATUS         PIC S9(8) COMP.
           02  QTN-ENABLE-STATUS       PIC S9(8) COMP.
           02  BIN-OPEN                PIC X VALUE 'N'.
           02  BIN-OPEN-STATUS         PIC S9(8) COMP.
           02  BIN-ENABLE-STATUS       PIC S9(8) COMP.
           02  LOT-OPEN                PIC X VALUE 'N'.
           02  LOT-OPEN-STATUS         PIC S9(8) COMP.
           02  LOT-ENABLE-STATUS       PIC S9(8) COMP.
           02  WRH-OPEN                PIC X VALUE 'N'.
           02  WRH-OPEN-STATUS         PIC S9(8) COMP.
           02  WRH-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  LEDGER-DONE-SW              PIC X(01)  VALUE 'N'.
               88  LEDGER-DONE                        VALUE 'Y'.
           05  AUDIT-DONE-SW               PIC X(01)  VALUE 'N'.
               88  AUDIT-DONE                         VALUE 'Y'.
           05  QTN-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  QTN-BROWSE-EOF                     VALUE 'Y'.
           05  SCRAP-KEYED-SW              PIC X(01)  VALUE 'N'.
               88  SCRAP-KEYED                        VALUE 'Y'.
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
           05  LINE-SUB                PIC S9(03)  COMP-3  VALUE ZERO.
           05  LIST-SUB                PIC S9(03)  COMP-3  VALUE ZERO.
           05  DISPOSITION-COUNT       PIC S9(03)  COMP-3  VALUE ZERO.
           05  VENDOR-LINE-SUB         PIC S9(03)  COMP-3  VALUE ZERO.
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  WS-TODAY                PIC X(08).
           05  PERIOD-CLOSED-SW        PIC X(01)   VALUE 'N'.
               88  PERIOD-CLOSED               VALUE 'Y'.
           05  PERIOD-DATE-MDY         PIC X(08).
           05  PERIOD-DATE-MDY-R REDEFINES PERIOD-DATE-MDY.
               10  PCK-MM              PIC X(02).
               10  PCK-DD              PIC X(02).
               10  PCK-YYYY            PIC X(04).
           05  WS-DISPOSITION-QTY      OCCURS 8 TIMES
                                       PIC S9(07).
           05  WS-POST-QTY             PIC S9(07).
           05  WS-BEFORE-QTY           PIC S9(07).
           05  WS-AFTER-QTY            PIC S9(07).
           05  WS-QTN-BROWSE-KEY.
               10  WS-QTN-BROWSE-WAREHOUSE  PIC X(03).
               10  WS-QTN-BROWSE-PRODUCT    PIC X(10).
               10  WS-QTN-BROWSE-SEQUENCE   PIC 9(03).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-LOOKUP                     VALUE '1'.
               88  PROCESS-DISPOSITION                VALUE '2'.
           05  CA-WAREHOUSE-CODE           PIC X(03).
           05  CA-PRODUCT-CODE             PIC X(10).
           05  CA-LOT-SEQUENCE             OCCURS 8 TIMES
                                           PIC 9(03).
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
      *    RTVEAB2'S COMMAREA, LAID OUT AS RTVEAB2 DEFINES IT, FOR THE
      *    HAND-OFF OF A RETURN TO VENDOR.  ONLY THE CONTEXT, THE PO
      *    AND THE SIGNON CONTEXT ARE FILLED; RTVEAB2 BUILDS THE REST.
      *
       01  RTV-HANDOFF-AREA.
      *
           05  RTV-HANDOFF-FLAG            PIC X(01)  VALUE '3'.
           05  RTV-HANDOFF-PO-NUMBER       PIC 9(06).
           05  FILLER                      PIC X(144) VALUE LOW-VALUE.
           05  RTV-HANDOFF-SIGNON-CONTEXT  PIC X(36).
      *
       COPY PRODUCT.
      *
       COPY WHSINV.
      *
       COPY RSNCODE.
      *
       COPY WHSMAST.
      *
       COPY ADJAUDIT.
      *
       COPY INVLED.
      *
       COPY QUARSTK.
      *
       COPY BINLOC.
      *
       COPY LOTSTK.
      *
       COPY QINSAB2.
      *
       COPY PERSTAT.
      *
       COPY COMPARM.
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
       01  DFHCOMMAREA                     PIC X(74).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-QUARANTINE.
      *
           EVALUATE TRUE
               WHEN EIBCALEN = 36
                   MOVE DFHCOMMAREA TO SIGNON-CONTEXT
               WHEN EIBCALEN > ZERO
                   MOVE DFHCOMMAREA TO COMMUNICATION-AREA
                   MOVE CA-SIGNON-CONTEXT TO SIGNON-CONTEXT
           END-EVALUATE.
      *
           IF SC-SECURITY-LEVEL < 9
               EXEC CICS
                   SEND TEXT FROM(NOT-AUTHORIZED-MESSAGE)
                             ERASE
                             ALARM
                             FREEKB
               END-EXEC
               EXEC CICS
                   RETURN
               END-EXEC
           END-IF.
      *
           EVALUATE TRUE
      *
               WHEN EIBCALEN = ZERO OR EIBCALEN = 36
                   MOVE LOW-VALUE TO COMMUNICATION-AREA
                   MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT
                   SET PROCESS-LOOKUP TO TRUE
                   PERFORM 1450-RESET-QUARANTINE-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   SET PROCESS-LOOKUP TO TRUE
                   PERFORM 1450-RESET-QUARANTINE-SCREEN
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
               WHEN EIBAID = DFHPF4 AND PROCESS-DISPOSITION
                   SET PROCESS-LOOKUP TO TRUE
                   PERFORM 1450-RESET-QUARANTINE-SCREEN
      *
               WHEN EIBAID = DFHENTER
                   IF PROCESS-LOOKUP
                       PERFORM 1000-LOOK-UP-QUARANTINE
                   ELSE
                       PERFORM 2000-POST-DISPOSITIONS
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO QINMAP1
                   MOVE 'Invalid key pressed.' TO QIN-D-MESSAGE
                   MOVE -1 TO QIN-L-PCODE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-QUARANTINE-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('QIAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-LOOK-UP-QUARANTINE.
      *
           PERFORM 1100-RECEIVE-QUARANTINE-MAP.
           PERFORM 1150-EDIT-LOOKUP-KEYS.
      *
           IF NOT VALID-DATA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-QUARANTINE-MAP
           ELSE
               MOVE QIN-D-WHSE  TO CA-WAREHOUSE-CODE
               MOVE QIN-D-PCODE TO CA-PRODUCT-CODE
               PERFORM 1200-BUILD-LOT-LIST
               IF LIST-SUB = ZERO
                   MOVE ATTR-REVERSE TO QIN-H-PCODE
                   MOVE -1 TO QIN-L-PCODE
                   MOVE 'Nothing is in quarantine for that product at th
      -                 'at warehouse.' TO QIN-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-QUARANTINE-MAP
               ELSE
                   PERFORM 1300-SHOW-DISPOSITION-PROMPT
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1400-SEND-QUARANTINE-MAP
                   SET PROCESS-DISPOSITION TO TRUE
               END-IF
           END-IF.
      *
       1100-RECEIVE-QUARANTINE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('QINMAB2')
                       MAPSET('QINSAB2')
                       INTO(QINMAP1)
           END-EXEC.
      *
           INSPECT QINMAP1
                REPLACING ALL '_' BY SPACE.
      *
       1150-EDIT-LOOKUP-KEYS.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO QIN-H-PCODE
                                     QIN-H-WHSE.
      *
           IF        QIN-L-WHSE = ZERO
                  OR QIN-D-WHSE = SPACE
               MOVE ATTR-REVERSE TO QIN-H-WHSE
               MOVE -1 TO QIN-L-WHSE
               MOVE 'You must enter a warehouse code.'
                   TO QIN-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 1160-EDIT-WAREHOUSE-CODE
           END-IF.
      *
           IF        QIN-L-PCODE = ZERO
                  OR QIN-D-PCODE = SPACE
               MOVE ATTR-REVERSE TO QIN-H-PCODE
               MOVE -1 TO QIN-L-PCODE
               MOVE 'You must enter a product code.' TO QIN-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 1170-READ-PRODUCT-RECORD
           END-IF.
      *
       1160-EDIT-WAREHOUSE-CODE.
      *
           PERFORM 6700-OPEN-WRH-FILE.
      *
           MOVE QIN-D-WHSE TO WRH-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WRHAB2')
                    INTO(WAREHOUSE-MASTER-RECORD)
                    RIDFLD(WRH-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NORMAL)
                   PERFORM 1165-CHECK-COMPANY-AUTHORITY
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO QIN-H-WHSE
                   MOVE -1 TO QIN-L-WHSE
                   MOVE 'That warehouse is not on the warehouse master
      -                '.' TO QIN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * THE DISPOSITION BELONGS TO THE WAREHOUSE'S COMPANY.  THE
      * OPERATOR MAY ONLY POST FOR THE COMPANIES THEIR OPRAB2 RECORD
      * ALLOWS (COMAUAB2 DECIDES).
      *****************************************************************
       1165-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID   TO CAP-OPERATOR-ID.
           MOVE WRH-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO QIN-H-WHSE
               MOVE -1 TO QIN-L-WHSE
               MOVE CAP-MESSAGE TO QIN-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1170-READ-PRODUCT-RECORD.
      *
           PERFORM 6000-OPEN-PRD-FILE.
      *
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(QIN-D-PCODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE PRD-PRODUCT-DESCRIPTION TO QIN-D-DESC
               WHEN DFHRESP(NOTFND)
                   MOVE SPACE TO QIN-D-DESC
                   MOVE ATTR-REVERSE TO QIN-H-PCODE
                   MOVE -1 TO QIN-L-PCODE
                   MOVE 'That product does not exist.'
                       TO QIN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * LIST THE PRODUCT'S QUARANTINE LOTS AT THE WAREHOUSE, LOWEST
      * SEQUENCE (OLDEST) FIRST, AND REMEMBER THEIR SEQUENCES IN THE
      * COMMAREA SO THE POSTING PASS KNOWS WHICH LOT EACH ROW IS.
      * THE WAREHOUSE'S ON-HAND AND QUARANTINE TOTALS GO IN THE
      * HEADING.
      *****************************************************************
       1200-BUILD-LOT-LIST.
      *
           MOVE ZERO TO LIST-SUB.
           MOVE 'N'  TO QTN-BROWSE-EOF-SW.
      *
           PERFORM 1205-CLEAR-LOT-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 8.
      *
           PERFORM 1230-SHOW-WAREHOUSE-TOTALS.
      *
           PERFORM 6400-OPEN-QTN-FILE.
      *
           MOVE CA-WAREHOUSE-CODE TO WS-QTN-BROWSE-WAREHOUSE.
           MOVE CA-PRODUCT-CODE   TO WS-QTN-BROWSE-PRODUCT.
           MOVE ZERO              TO WS-QTN-BROWSE-SEQUENCE.
      *
           EXEC CICS
               STARTBR FILE('QTNAB2')
                       RIDFLD(WS-QTN-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO QTN-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 1210-READ-NEXT-LOT
               UNTIL QTN-BROWSE-EOF OR LIST-SUB >= 8.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('QTNAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       1205-CLEAR-LOT-LINE.
      *
           MOVE ZERO  TO CA-LOT-SEQUENCE(LINE-SUB)
                         QIN-D-REMQTY(LINE-SUB).
           MOVE SPACE TO QIN-D-SEQ(LINE-SUB)
                         QIN-D-SRC(LINE-SUB)
                         QIN-D-DOCNO(LINE-SUB)
                         QIN-D-DOCLN(LINE-SUB)
                         QIN-D-QDATE(LINE-SUB)
                         QIN-D-LOTNO(LINE-SUB)
                         QIN-D-ACT(LINE-SUB)
                         QIN-D-QTY-ALPHA(LINE-SUB)
                         QIN-D-RSN(LINE-SUB).
      *
       1210-READ-NEXT-LOT.
      *
           EXEC CICS
               READNEXT FILE('QTNAB2')
                        INTO(QUARANTINE-STOCK-RECORD)
                        RIDFLD(WS-QTN-BROWSE-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO QTN-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN QTN-WAREHOUSE-CODE NOT = CA-WAREHOUSE-CODE
                 OR QTN-PRODUCT-CODE NOT = CA-PRODUCT-CODE
                   MOVE 'Y' TO QTN-BROWSE-EOF-SW
               WHEN QTN-QUANTITY-REMAINING > ZERO
                   ADD 1 TO LIST-SUB
                   MOVE QTN-SEQUENCE
                       TO CA-LOT-SEQUENCE(LIST-SUB)
                          QIN-D-SEQ(LIST-SUB)
                   IF QTN-SOURCE-RECEIPT
                       MOVE 'PO'  TO QIN-D-SRC(LIST-SUB)
                   ELSE
                       MOVE 'RMA' TO QIN-D-SRC(LIST-SUB)
                   END-IF
                   MOVE QTN-DOCUMENT-NUMBER  TO QIN-D-DOCNO(LIST-SUB)
                   MOVE QTN-DOCUMENT-LINE    TO QIN-D-DOCLN(LIST-SUB)
                   MOVE QTN-QUARANTINE-DATE  TO QIN-D-QDATE(LIST-SUB)
                   MOVE QTN-LOT-NUMBER       TO QIN-D-LOTNO(LIST-SUB)
                   MOVE QTN-QUANTITY-REMAINING
                       TO QIN-D-REMQTY(LIST-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       1230-SHOW-WAREHOUSE-TOTALS.
      *
           PERFORM 6100-OPEN-WHS-FILE.
      *
           MOVE CA-PRODUCT-CODE   TO WHS-PRODUCT-CODE.
           MOVE CA-WAREHOUSE-CODE TO WHS-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WHSAB2')
                    INTO(WAREHOUSE-INVENTORY-RECORD)
                    RIDFLD(WHS-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE WHS-QUANTITY-ON-HAND    TO QIN-D-ONHAND
                   MOVE WHS-QUANTITY-QUARANTINE TO QIN-D-QUARQTY
               WHEN DFHRESP(NOTFND)
                   MOVE ZERO TO QIN-D-ONHAND
                                QIN-D-QUARQTY
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       1300-SHOW-DISPOSITION-PROMPT.
      *
           MOVE 'Key R=Release S=Scrap V=Vendor, quantity and scrap re
      -        'ason.  Then press Enter.' TO QIN-D-INSTR.
           MOVE 'F3=Exit  F4=New product  F12=Cancel' TO QIN-D-FKEY.
           MOVE -1 TO QIN-L-ACT(1).
      *
       1400-SEND-QUARANTINE-MAP.
      *
           MOVE 'QIAB' TO QIN-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('QINMAB2')
                            MAPSET('QINSAB2')
                            FROM(QINMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('QINMAB2')
                            MAPSET('QINSAB2')
                            FROM(QINMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('QINMAB2')
                            MAPSET('QINSAB2')
                            FROM(QINMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-QUARANTINE-SCREEN.
      *
           MOVE LOW-VALUE TO QINMAP1.
           MOVE SPACE TO CA-WAREHOUSE-CODE
                         CA-PRODUCT-CODE.
           PERFORM 1205-CLEAR-LOT-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 8.
           MOVE 'Type a product and warehouse.  Then press Enter.'
               TO QIN-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO QIN-D-FKEY.
           MOVE -1 TO QIN-L-PCODE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-QUARANTINE-MAP.
      *
       2000-POST-DISPOSITIONS.
      *
           PERFORM 1100-RECEIVE-QUARANTINE-MAP.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               MMDDYYYY(WS-TODAY)
           END-EXEC.
      *
           MOVE 'Y'  TO VALID-DATA-SW.
           MOVE 'N'  TO SCRAP-KEYED-SW.
           MOVE ZERO TO DISPOSITION-COUNT
                        VENDOR-LINE-SUB.
      *
           PERFORM 2100-EDIT-LOT-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 8.
      *
           IF        VALID-DATA
                 AND VENDOR-LINE-SUB > ZERO
                 AND DISPOSITION-COUNT > 1
               MOVE ATTR-REVERSE TO QIN-H-ACT(VENDOR-LINE-SUB)
               MOVE -1 TO QIN-L-ACT(VENDOR-LINE-SUB)
               MOVE 'A return to vendor must be keyed on its own.'
                   TO QIN-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF VALID-DATA AND SCRAP-KEYED
               MOVE WS-TODAY TO PERIOD-DATE-MDY
               PERFORM 2050-CHECK-PERIOD-STATUS
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT VALID-DATA
                   MOVE 'Type corrections.  Then press Enter.'
                       TO QIN-D-INSTR
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-QUARANTINE-MAP
               WHEN DISPOSITION-COUNT = ZERO
                   MOVE 'Key a disposition against at least one lot.'
                       TO QIN-D-MESSAGE
                   MOVE -1 TO QIN-L-ACT(1)
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-QUARANTINE-MAP
               WHEN VENDOR-LINE-SUB > ZERO
                   PERFORM 2400-HAND-OFF-TO-RTV
               WHEN PERIOD-CLOSED
                   MOVE 'Accounting period is closed.  Scrap not posted
      -                '.' TO QIN-D-MESSAGE
                   MOVE -1 TO QIN-L-ACT(1)
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-QUARANTINE-MAP
               WHEN OTHER
                   PERFORM 2200-POST-LOT-DISPOSITION
                       VARYING LINE-SUB FROM 1 BY 1
                         UNTIL LINE-SUB > 8
                   PERFORM 2500-SHOW-POSTED-LOTS
           END-EVALUATE.
      *
      *****************************************************************
      * A ROW WITH NO DISPOSITION IS LEFT ALONE.  THE LOT IS RE-READ
      * SO THE QUANTITY IS CHECKED AGAINST WHAT REMAINS NOW, NOT WHAT
      * WAS ON THE SCREEN.
      *****************************************************************
       2100-EDIT-LOT-LINE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO QIN-H-ACT(LINE-SUB)
                                     QIN-H-QTY(LINE-SUB)
                                     QIN-H-RSN(LINE-SUB).
           MOVE ZERO TO WS-DISPOSITION-QTY(LINE-SUB).
      *
           IF        CA-LOT-SEQUENCE(LINE-SUB) = ZERO
                  OR QIN-L-ACT(LINE-SUB) = ZERO
                  OR QIN-D-ACT(LINE-SUB) = SPACE
               CONTINUE
           ELSE
               ADD 1 TO DISPOSITION-COUNT
               PERFORM 2110-READ-QUARANTINE-LOT
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE ATTR-REVERSE TO QIN-H-ACT(LINE-SUB)
                   MOVE -1 TO QIN-L-ACT(LINE-SUB)
                   MOVE 'That lot is no longer in quarantine.'
                       TO QIN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   EVALUATE QIN-D-ACT(LINE-SUB)
                       WHEN 'V'
                           PERFORM 2120-EDIT-VENDOR-RETURN
                       WHEN 'R'
                           PERFORM 2130-EDIT-DISPOSITION-QTY
                       WHEN 'S'
                           PERFORM 2130-EDIT-DISPOSITION-QTY
                           PERFORM 2140-EDIT-SCRAP-REASON
                           MOVE 'Y' TO SCRAP-KEYED-SW
                       WHEN OTHER
                           MOVE ATTR-REVERSE TO QIN-H-ACT(LINE-SUB)
                           MOVE -1 TO QIN-L-ACT(LINE-SUB)
                           MOVE 'Disposition must be R=Release, S=Scrap
      -                         ' or V=Vendor.' TO QIN-D-MESSAGE
                           MOVE 'N' TO VALID-DATA-SW
                   END-EVALUATE
               END-IF
           END-IF.
      *
       2110-READ-QUARANTINE-LOT.
      *
           PERFORM 6400-OPEN-QTN-FILE.
      *
           MOVE CA-WAREHOUSE-CODE         TO QTN-WAREHOUSE-CODE.
           MOVE CA-PRODUCT-CODE           TO QTN-PRODUCT-CODE.
           MOVE CA-LOT-SEQUENCE(LINE-SUB) TO QTN-SEQUENCE.
      *
           EXEC CICS
               READ FILE('QTNAB2')
                    INTO(QUARANTINE-STOCK-RECORD)
                    RIDFLD(QTN-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2120-EDIT-VENDOR-RETURN.
      *
           IF QTN-SOURCE-RECEIPT
               MOVE LINE-SUB            TO VENDOR-LINE-SUB
               MOVE QTN-DOCUMENT-NUMBER TO RTV-HANDOFF-PO-NUMBER
           ELSE
               MOVE ATTR-REVERSE TO QIN-H-ACT(LINE-SUB)
               MOVE -1 TO QIN-L-ACT(LINE-SUB)
               MOVE 'Only a PO receipt can go back to the vendor.'
                   TO QIN-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       2130-EDIT-DISPOSITION-QTY.
      *
           IF        QIN-L-QTY(LINE-SUB) = ZERO
                  OR QIN-D-QTY-ALPHA(LINE-SUB) = SPACE
               MOVE ATTR-REVERSE TO QIN-H-QTY(LINE-SUB)
               MOVE -1 TO QIN-L-QTY(LINE-SUB)
               MOVE 'Key the quantity to release or scrap.'
                   TO QIN-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE QIN-D-QTY-ALPHA(LINE-SUB) TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               IF        NOT INT-VALID-NUMBER
                      OR INT-EDITED-NUMBER NOT > ZERO
                      OR INT-EDITED-NUMBER > QTN-QUANTITY-REMAINING
                   MOVE ATTR-REVERSE TO QIN-H-QTY(LINE-SUB)
                   MOVE -1 TO QIN-L-QTY(LINE-SUB)
                   MOVE 'Quantity must be numeric and no more than rem
      -                 'ains in the lot.' TO QIN-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               ELSE
                   MOVE INT-EDITED-NUMBER
                       TO WS-DISPOSITION-QTY(LINE-SUB)
               END-IF
           END-IF.
      *
       2140-EDIT-SCRAP-REASON.
      *
           IF        QIN-L-RSN(LINE-SUB) = ZERO
                  OR QIN-D-RSN(LINE-SUB) = SPACE
               MOVE ATTR-REVERSE TO QIN-H-RSN(LINE-SUB)
               MOVE -1 TO QIN-L-RSN(LINE-SUB)
               MOVE 'A reason code is required on every scrap.'
                   TO QIN-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 6200-OPEN-RSN-FILE
               MOVE QIN-D-RSN(LINE-SUB) TO RSN-REASON-CODE
               EXEC CICS
                   READ FILE('RSNAB2')
                        INTO(REASON-CODE-RECORD)
                        RIDFLD(RSN-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(NOTFND)
                       MOVE ATTR-REVERSE TO QIN-H-RSN(LINE-SUB)
                       MOVE -1 TO QIN-L-RSN(LINE-SUB)
                       MOVE 'That reason code is not on the reason tab
      -                     'le.' TO QIN-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
      *****************************************************************
      * THE PERIOD GATE.  A SCRAP WHOSE POSTING DATE FALLS IN A
      * PERIOD ACCOUNTING HAS CLOSED OR LOCKED (PERAB2, SEE PERMAB2)
      * DOES NOT POST.  NO PERIOD RECORD MEANS OPEN.
      *****************************************************************
       2050-CHECK-PERIOD-STATUS.
      *
           MOVE 'N' TO PERIOD-CLOSED-SW.
      *
           EXEC CICS
               INQUIRE FILE('PERAB2')
                   OPENSTATUS(PER-OPEN-STATUS)
                   ENABLESTATUS(PER-ENABLE-STATUS)
           END-EXEC.
           IF PER-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PERAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PER-OPEN
           ELSE IF PER-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('056')
               END-EXEC
           END-IF.
      *
      *    EACH COMPANY CLOSES ITS OWN PERIODS; THE SCRAP IS THE
      *    WAREHOUSE'S COMPANY'S.
      *
           PERFORM 6700-OPEN-WRH-FILE.
           MOVE CA-WAREHOUSE-CODE TO WRH-WAREHOUSE-CODE.
           EXEC CICS
               READ FILE('WRHAB2')
                    INTO(WAREHOUSE-MASTER-RECORD)
                    RIDFLD(WRH-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
           MOVE WRH-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE PCK-YYYY TO PER-PERIOD(1:4).
           MOVE PCK-MM   TO PER-PERIOD(5:2).
           EXEC CICS
               READ FILE('PERAB2')
                    INTO(PERIOD-STATUS-RECORD)
                    RIDFLD(PER-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF PER-STATUS-CLOSED OR PER-STATUS-LOCKED
                       MOVE 'Y' TO PERIOD-CLOSED-SW
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * POST ONE LOT'S RELEASE OR SCRAP.  THE LOT IS WORKED DOWN
      * FIRST UNDER AN UPDATE LOCK; IF ANOTHER TERMINAL GOT THERE
      * FIRST ONLY WHAT STILL REMAINS IS POSTED.  THE LOT RECORD
      * STAYS IN STORAGE AFTER A DELETE FOR THE STEPS THAT FOLLOW.
      *****************************************************************
       2200-POST-LOT-DISPOSITION.
      *
           IF WS-DISPOSITION-QTY(LINE-SUB) = ZERO
               CONTINUE
           ELSE
               PERFORM 2210-WORK-DOWN-LOT
               IF WS-POST-QTY > ZERO
                   PERFORM 2220-UPDATE-WAREHOUSE-RECORD
                   IF QIN-D-ACT(LINE-SUB) = 'R'
                       PERFORM 2230-RELEASE-TO-PRODUCT-TOTAL
                       IF QTN-SOURCE-RECEIPT
                           PERFORM 2240-PUTAWAY-TO-BULK-BIN
                       END-IF
                       IF QTN-LOT-NUMBER NOT = SPACE
                           PERFORM 2250-ADD-TO-LOT-STOCK
                       END-IF
                   END-IF
                   MOVE CA-PRODUCT-CODE     TO ILG-PRODUCT-CODE
                   MOVE CA-WAREHOUSE-CODE   TO ILG-WAREHOUSE-CODE
                   MOVE WS-TODAY            TO ILG-TRAN-DATE
                   MOVE QTN-DOCUMENT-NUMBER TO ILG-DOCUMENT-NUMBER
                   SET ILG-TYPE-QUARANTINE-OUT TO TRUE
                   MOVE WS-POST-QTY TO ILG-QUANTITY
                   PERFORM 5900-WRITE-LEDGER-RECORD
                   IF QIN-D-ACT(LINE-SUB) = 'S'
                       PERFORM 2260-WRITE-AUDIT-RECORD
                       SET ILG-TYPE-ADJUSTMENT TO TRUE
                       COMPUTE ILG-QUANTITY = 0 - WS-POST-QTY
                       PERFORM 5900-WRITE-LEDGER-RECORD
                   END-IF
               END-IF
           END-IF.
      *
       2210-WORK-DOWN-LOT.
      *
           PERFORM 6400-OPEN-QTN-FILE.
      *
           MOVE ZERO                      TO WS-POST-QTY.
           MOVE CA-WAREHOUSE-CODE         TO QTN-WAREHOUSE-CODE.
           MOVE CA-PRODUCT-CODE           TO QTN-PRODUCT-CODE.
           MOVE CA-LOT-SEQUENCE(LINE-SUB) TO QTN-SEQUENCE.
      *
           EXEC CICS
               READ FILE('QTNAB2')
                    INTO(QUARANTINE-STOCK-RECORD)
                    RIDFLD(QTN-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   IF WS-DISPOSITION-QTY(LINE-SUB)
                           > QTN-QUANTITY-REMAINING
                       MOVE QTN-QUANTITY-REMAINING TO WS-POST-QTY
                   ELSE
                       MOVE WS-DISPOSITION-QTY(LINE-SUB)
                           TO WS-POST-QTY
                   END-IF
                   SUBTRACT WS-POST-QTY FROM QTN-QUANTITY-REMAINING
                   IF QTN-QUANTITY-REMAINING > ZERO
                       EXEC CICS
                           REWRITE FILE('QTNAB2')
                                   FROM(QUARANTINE-STOCK-RECORD)
                                   RESP(RESPONSE-CODE)
                       END-EXEC
                   ELSE
                       EXEC CICS
                           DELETE FILE('QTNAB2')
                                  RESP(RESPONSE-CODE)
                       END-EXEC
                   END-IF
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * THE WAREHOUSE'S QUARANTINE COMES DOWN BY THE LOT QUANTITY; A
      * RELEASE PUTS THE SAME QUANTITY ON HAND.  THE BEFORE AND AFTER
      * QUARANTINE ARE KEPT FOR A SCRAP'S AUDIT RECORD.
      *****************************************************************
       2220-UPDATE-WAREHOUSE-RECORD.
      *
           PERFORM 6100-OPEN-WHS-FILE.
      *
           MOVE ZERO              TO WS-BEFORE-QTY
                                     WS-AFTER-QTY.
           MOVE CA-PRODUCT-CODE   TO WHS-PRODUCT-CODE.
           MOVE CA-WAREHOUSE-CODE TO WHS-WAREHOUSE-CODE.
      *
           EXEC CICS
               READ FILE('WHSAB2')
                    INTO(WAREHOUSE-INVENTORY-RECORD)
                    RIDFLD(WHS-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE WHS-QUANTITY-QUARANTINE TO WS-BEFORE-QTY
                   SUBTRACT WS-POST-QTY FROM WHS-QUANTITY-QUARANTINE
                   IF WHS-QUANTITY-QUARANTINE < ZERO
                       MOVE ZERO TO WHS-QUANTITY-QUARANTINE
                   END-IF
                   IF QIN-D-ACT(LINE-SUB) = 'R'
                       ADD WS-POST-QTY TO WHS-QUANTITY-ON-HAND
                   END-IF
                   MOVE WHS-QUANTITY-QUARANTINE TO WS-AFTER-QTY
                   EXEC CICS
                       REWRITE FILE('WHSAB2')
                               FROM(WAREHOUSE-INVENTORY-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2230-RELEASE-TO-PRODUCT-TOTAL.
      *
           PERFORM 6000-OPEN-PRD-FILE.
      *
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(CA-PRODUCT-CODE)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   ADD WS-POST-QTY TO PRD-QUANTITY-ON-HAND
                   EXEC CICS
                       REWRITE FILE('PRDAB2')
                               FROM(PRODUCT-MASTER-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * A RELEASED PO RECEIPT IS PUT AWAY TO THE BULK01 BIN, CREATED
      * ON FIRST USE, EXACTLY AS RCVAB2 PUTS AWAY AN UNINSPECTED
      * RECEIPT.
      *****************************************************************
       2240-PUTAWAY-TO-BULK-BIN.
      *
           PERFORM 6500-OPEN-BIN-FILE.
      *
           MOVE CA-PRODUCT-CODE   TO BIN-PRODUCT-CODE.
           MOVE CA-WAREHOUSE-CODE TO BIN-WAREHOUSE-CODE.
           MOVE 'BULK01'          TO BIN-BIN-LOCATION.
      *
           EXEC CICS
               READ FILE('BINAB2')
                    INTO(BIN-STOCK-RECORD)
                    RIDFLD(BIN-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   ADD WS-POST-QTY TO BIN-QUANTITY
                   EXEC CICS
                       REWRITE FILE('BINAB2')
                               FROM(BIN-STOCK-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE CA-PRODUCT-CODE   TO BIN-PRODUCT-CODE
                   MOVE CA-WAREHOUSE-CODE TO BIN-WAREHOUSE-CODE
                   MOVE 'BULK01'          TO BIN-BIN-LOCATION
                   SET BIN-TYPE-BULK TO TRUE
                   MOVE WS-POST-QTY TO BIN-QUANTITY
                   MOVE ZERO        TO BIN-MINIMUM-QTY
                   EXEC CICS
                       WRITE FILE('BINAB2')
                             FROM(BIN-STOCK-RECORD)
                             RIDFLD(BIN-KEY)
                             RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * A LOT NUMBER ON THE QUARANTINE LOT PUTS THE RELEASE ON
      * LOT-LEVEL STOCK.  A NEW LOT TAKES THE QUARANTINE DATE (THE
      * DAY IT ARRIVED) AS ITS RECEIPT DATE SO OLDEST-FIRST
      * ALLOCATION STILL SEES IT IN ARRIVAL ORDER.
      *****************************************************************
       2250-ADD-TO-LOT-STOCK.
      *
           PERFORM 6600-OPEN-LOT-FILE.
      *
           MOVE CA-PRODUCT-CODE   TO LOT-PRODUCT-CODE.
           MOVE CA-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE QTN-LOT-NUMBER    TO LOT-LOT-NUMBER.
      *
           EXEC CICS
               READ FILE('LOTAB2')
                    INTO(LOT-STOCK-RECORD)
                    RIDFLD(LOT-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   ADD WS-POST-QTY TO LOT-QUANTITY-ON-HAND
                   EXEC CICS
                       REWRITE FILE('LOTAB2')
                               FROM(LOT-STOCK-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE CA-PRODUCT-CODE     TO LOT-PRODUCT-CODE
                   MOVE CA-WAREHOUSE-CODE   TO LOT-WAREHOUSE-CODE
                   MOVE QTN-LOT-NUMBER      TO LOT-LOT-NUMBER
                   MOVE WS-POST-QTY         TO LOT-QUANTITY-ON-HAND
                   MOVE QTN-QUARANTINE-DATE TO LOT-RECEIPT-DATE
                   EXEC CICS
                       WRITE FILE('LOTAB2')
                             FROM(LOT-STOCK-RECORD)
                             RIDFLD(LOT-KEY)
                             RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2260-WRITE-AUDIT-RECORD.
      *
           PERFORM 6300-OPEN-ADT-FILE.
      *
           MOVE WS-TODAY            TO ADT-ADJUST-DATE.
           MOVE CA-PRODUCT-CODE     TO ADT-PRODUCT-CODE.
           MOVE CA-WAREHOUSE-CODE   TO ADT-WAREHOUSE-CODE.
           MOVE EIBTIME             TO ADT-ADJUST-TIME.
           MOVE QIN-D-RSN(LINE-SUB) TO ADT-REASON-CODE.
           MOVE WS-BEFORE-QTY       TO ADT-QUANTITY-BEFORE.
           MOVE WS-AFTER-QTY        TO ADT-QUANTITY-AFTER.
           MOVE SC-OPERATOR-ID      TO ADT-OPERATOR.
      *
           MOVE 'N' TO AUDIT-DONE-SW.
           PERFORM 2261-WRITE-AUDIT-ONCE
               UNTIL AUDIT-DONE.
      *
       2261-WRITE-AUDIT-ONCE.
      *
           EXEC CICS
               WRITE FILE('ADTAB2')
                     FROM(ADJUSTMENT-AUDIT-RECORD)
                     RIDFLD(ADT-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(DUPREC)
                  OR RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO ADT-ADJUST-TIME
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO AUDIT-DONE-SW
           END-IF.
      *
      *****************************************************************
      * RETURN TO VENDOR.  RTVEAB2 OWNS THE RETURN (THE PO ROLLBACK,
      * THE EXPECTED CREDIT AND THE RV), SO CONTROL PASSES THERE WITH
      * THE LOT'S PO ALREADY LOOKED UP.
      *****************************************************************
       2400-HAND-OFF-TO-RTV.
      *
           MOVE CA-SIGNON-CONTEXT TO RTV-HANDOFF-SIGNON-CONTEXT.
      *
           EXEC CICS
               XCTL PROGRAM('RTVEAB2')
                    COMMAREA(RTV-HANDOFF-AREA)
           END-EXEC.
      *
       2500-SHOW-POSTED-LOTS.
      *
           MOVE LOW-VALUE TO QINMAP1.
           MOVE CA-PRODUCT-CODE   TO QIN-D-PCODE.
           MOVE CA-WAREHOUSE-CODE TO QIN-D-WHSE.
           PERFORM 1170-READ-PRODUCT-RECORD.
           PERFORM 1200-BUILD-LOT-LIST.
      *
           IF LIST-SUB = ZERO
               MOVE 'Dispositions posted.  Nothing is left in quarantin
      -            'e.' TO QIN-D-MESSAGE
               MOVE 'Type a product and warehouse.  Then press Enter.'
                   TO QIN-D-INSTR
               MOVE 'F3=Exit  F12=Cancel' TO QIN-D-FKEY
               MOVE -1 TO QIN-L-PCODE
               SET PROCESS-LOOKUP TO TRUE
           ELSE
               MOVE 'Dispositions posted.' TO QIN-D-MESSAGE
               PERFORM 1300-SHOW-DISPOSITION-PROMPT
           END-IF.
      *
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-QUARANTINE-MAP.
      *
       6000-OPEN-PRD-FILE.
      *
           EXEC CICS
               INQUIRE FILE('PRDAB2')
                   OPENSTATUS(PRD-OPEN-STATUS)
                   ENABLESTATUS(PRD-ENABLE-STATUS)
           END-EXEC.
      *
           IF PRD-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PRDAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PRD-OPEN
           ELSE IF PRD-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('009')
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
       6200-OPEN-RSN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('RSNAB2')
                   OPENSTATUS(RSN-OPEN-STATUS)
                   ENABLESTATUS(RSN-ENABLE-STATUS)
           END-EXEC.
      *
           IF RSN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('RSNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO RSN-OPEN
           ELSE IF RSN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('023')
               END-EXEC
           END-IF.
      *
       6300-OPEN-ADT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('ADTAB2')
                   OPENSTATUS(ADT-OPEN-STATUS)
                   ENABLESTATUS(ADT-ENABLE-STATUS)
           END-EXEC.
      *
           IF ADT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('ADTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO ADT-OPEN
           ELSE IF ADT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('024')
               END-EXEC
           END-IF.
      *
       6400-OPEN-QTN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('QTNAB2')
                   OPENSTATUS(QTN-OPEN-STATUS)
                   ENABLESTATUS(QTN-ENABLE-STATUS)
           END-EXEC.
      *
           IF QTN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('QTNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO QTN-OPEN
           ELSE IF QTN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('060')
               END-EXEC
           END-IF.
      *
       6500-OPEN-BIN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('BINAB2')
                   OPENSTATUS(BIN-OPEN-STATUS)
                   ENABLESTATUS(BIN-ENABLE-STATUS)
           END-EXEC.
      *
           IF BIN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('BINAB2') OPEN
               END-EXEC
               MOVE 'Y' TO BIN-OPEN
           ELSE IF BIN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('052')
               END-EXEC
           END-IF.
      *
       6600-OPEN-LOT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('LOTAB2')
                   OPENSTATUS(LOT-OPEN-STATUS)
                   ENABLESTATUS(LOT-ENABLE-STATUS)
           END-EXEC.
      *
           IF LOT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('LOTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO LOT-OPEN
           ELSE IF LOT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('039')
               END-EXEC
           END-IF.
      *
       6700-OPEN-WRH-FILE.
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
       COPY SUBPARAS.
      *
      *****************************************************************
      * PERPETUAL INVENTORY LEDGER.  THE CALLER SETS ILG-PRODUCT-CODE,
      * ILG-WAREHOUSE-CODE, ILG-TRAN-TYPE, THE SIGNED ILG-QUANTITY,
      * ILG-TRAN-DATE AND ILG-DOCUMENT-NUMBER; THIS PARAGRAPH STAMPS
      * THE TIME, OPERATOR AND TIE-BREAK SEQUENCE AND WRITES THE
      * MOVEMENT TO ILGAB2, BUMPING THE SEQUENCE ON A KEY COLLISION.
      *****************************************************************
       5900-WRITE-LEDGER-RECORD.
      *
           EXEC CICS
               INQUIRE FILE('ILGAB2')
                   OPENSTATUS(ILG-OPEN-STATUS)
                   ENABLESTATUS(ILG-ENABLE-STATUS)
           END-EXEC.

           IF ILG-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('ILGAB2') OPEN
               END-EXEC
               MOVE 'Y' TO ILG-OPEN
           ELSE IF ILG-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('027')
               END-EXEC
           END-IF.
      *
           MOVE EIBTIME        TO ILG-TRAN-TIME.
           MOVE ZERO           TO ILG-TRAN-SEQ.
           MOVE SC-OPERATOR-ID TO ILG-OPERATOR.
           PERFORM 5910-WRITE-LEDGER-WITH-RETRY.
      *
       5910-WRITE-LEDGER-WITH-RETRY.
      *
           MOVE 'N' TO LEDGER-DONE-SW.
           PERFORM 5911-WRITE-LEDGER-ONCE
               UNTIL LEDGER-DONE.
      *
       5911-WRITE-LEDGER-ONCE.
      *
           EXEC CICS
               WRITE FILE('ILGAB2')
                     FROM(INVENTORY-LEDGER-RECORD)
                     RIDFLD(ILG-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(DUPREC)
                  OR RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO ILG-TRAN-SEQ
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO LEDGER-DONE-SW
           END-IF.
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
