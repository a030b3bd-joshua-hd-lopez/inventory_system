       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  POCHAB2.
      *
      *****************************************************************
      * PURCHASE ORDER CHANGE AND CANCEL.  POEAB2 ONLY CREATES A PO;
      * ONCE IT IS OUT THE VENDOR CALLS BACK WITH SHORTAGES, PRICE
      * CHANGES AND NEW SHIP DATES.  HERE THE BUYER KEYS A PO
      * NUMBER AND ITS LINES ARE LISTED.  AGAINST ANY OPEN LINE A
      * NEW QUANTITY, UNIT COST OR EXPECTED DATE CAN BE KEYED, OR
      * THE LINE CANCELLED; THE CANCEL-PO FIELD CANCELS EVERY OPEN
      * LINE ON THE ORDER.  ON POST, EACH CHANGED LINE:
      *   - IS REWRITTEN ON POAB2 UNDER AN UPDATE LOCK.  A QUANTITY
      *     CAN NEVER BE CUT BELOW WHAT HAS ALREADY BEEN RECEIVED;
      *     CUTTING IT TO EXACTLY THE RECEIVED QUANTITY CLOSES THE
      *     LINE.  A CANCELLED LINE WITH NOTHING RECEIVED GOES TO
      *     PO-STATUS-CANCELLED; ONE THAT HAS TAKEN RECEIPTS IS
      *     SHORT-CLOSED AT THE RECEIVED QUANTITY INSTEAD, SO THE
      *     RECEIPTS AND VOUCHERS AGAINST IT STILL TIE OUT,
      *   - MOVES PRD-QUANTITY-ON-ORDER ON PRDAB2 BY THE CHANGE IN
      *     THE LINE'S OPEN QUANTITY (DROP-SHIP LINES NEVER ROLLED
      *     ON-ORDER, SO THEY ARE LEFT ALONE),
      *   - WRITES A BEFORE/AFTER REVISION RECORD TO PRVAB2 WITH THE
      *     OPERATOR AND DATE, WHICH POPRTB2 PRINTS ON A REVISED-PO
      *     CHANGE NOTICE FOR THE VENDOR (OR POEXB2 TRANSMITS, FOR AN
      *     ELECTRONIC-PO VENDOR).
      * CLOSED AND CANCELLED LINES ARE SHOWN FOR REFERENCE ONLY.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  POF-OPEN                PIC X VALUE 'N'.
           02  POF-OPEN-STATUS         PIC S9(8) COMP.
           02  POF-ENABLE-STATUS       PIC S9(8) COMP.
           02  PRD-OPEN                PIC X VALUE 'N'.
           02  PRD-OPEN-STATUS         PIC S9(8) COMP.
           02  PRD-ENABLE-STATUS       PIC S9(8) COMP.
           02  VND-OPEN                PIC X VALUE 'N'.
           02  VND-OPEN-STATUS         PIC S9(8) COMP.
           02  VND-ENABLE-STATUS       PIC S9(8) COMP.
           02  PRV-OPEN                PIC X VALUE 'N'.
           02  PRV-OPEN-STATUS         PIC S9(8) COMP.
           02  PRV-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  PO-BROWSE-EOF-SW            PIC X(01)  VALUE 'N'.
               88  PO-BROWSE-EOF                      VALUE 'Y'.
           05  CHANGE-KEYED-SW             PIC X(01)  VALUE 'N'.
               88  CHANGE-KEYED                       VALUE 'Y'.
           05  CANCEL-PO-SW                PIC X(01)  VALUE 'N'.
               88  CANCEL-PO                          VALUE 'Y'.
           05  CANCEL-LINE-SW              PIC X(01)  VALUE 'N'.
               88  CANCEL-LINE                        VALUE 'Y'.
           05  LINE-CHANGED-SW             PIC X(01)  VALUE 'N'.
               88  LINE-CHANGED                       VALUE 'Y'.
           05  REVISION-DONE-SW            PIC X(01)  VALUE 'N'.
               88  REVISION-DONE                      VALUE 'Y'.
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
           05  OPEN-LINE-COUNT         PIC S9(03)  COMP-3  VALUE ZERO.
           05  REVISED-COUNT           PIC S9(03)  COMP-3  VALUE ZERO.
           05  ABSOLUTE-TIME           PIC S9(15)  COMP-3.
           05  WS-CHANGE-DATE          PIC X(08).
           05  WS-NEW-QTY              PIC S9(07).
           05  WS-NEW-COST             PIC S9(05)V99.
           05  WS-NEW-DATE             PIC X(08).
           05  WS-OLD-OPEN-QTY         PIC S9(07).
           05  WS-NEW-OPEN-QTY         PIC S9(07).
           05  WS-ON-ORDER-CHANGE      PIC S9(07).
           05  WS-REVISED-COUNT-ED     PIC Z9.
           05  WS-PO-BROWSE-KEY.
               10  WS-PO-BROWSE-NUMBER      PIC 9(06).
               10  WS-PO-BROWSE-LINE        PIC 9(02).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-PO-ENTRY                   VALUE '1'.
               88  PROCESS-CHANGE                     VALUE '2'.
           05  CA-PO-NUMBER                PIC 9(06).
           05  CA-VENDOR-NUMBER            PIC X(06).
           05  CA-CHANGE-LINE              OCCURS 6 TIMES.
               10  CA-POC-LINE-NO          PIC 9(02).
               10  CA-POC-PRODUCT          PIC X(10).
               10  CA-POC-STATUS           PIC X(01).
                   88  CA-POC-LINE-OPEN               VALUE 'O'.
               10  CA-POC-ORDERED-QTY      PIC S9(07)    COMP-3.
               10  CA-POC-RCVD-QTY         PIC S9(07)    COMP-3.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       COPY PURCHORD.
      *
       COPY PRODUCT.
      *
       COPY VENDOR.
      *
       COPY POREV.
      *
       COPY POCSAB2.
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
       01  DFHCOMMAREA                     PIC X(175).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-PO-CHANGE.
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
                   SET PROCESS-PO-ENTRY TO TRUE
                   PERFORM 1450-RESET-CHANGE-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   SET PROCESS-PO-ENTRY TO TRUE
                   PERFORM 1450-RESET-CHANGE-SCREEN
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
               WHEN EIBAID = DFHPF4 AND PROCESS-CHANGE
                   SET PROCESS-PO-ENTRY TO TRUE
                   PERFORM 1450-RESET-CHANGE-SCREEN
      *
               WHEN EIBAID = DFHENTER
                   IF PROCESS-PO-ENTRY
                       PERFORM 1000-LOOK-UP-PO
                   ELSE
                       PERFORM 2000-POST-PO-CHANGES
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO POCMAP1
                   MOVE 'Invalid key pressed.' TO POC-D-MESSAGE
                   MOVE -1 TO POC-L-PONO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-CHANGE-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('PCAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-LOOK-UP-PO.
      *
           PERFORM 1100-RECEIVE-CHANGE-MAP.
      *
           IF        POC-L-PONO = ZERO
                  OR POC-D-PONO = SPACE
                  OR POC-D-PONO NOT NUMERIC
               MOVE ATTR-REVERSE TO POC-H-PONO
               MOVE -1 TO POC-L-PONO
               MOVE 'You must enter a numeric PO number.'
                   TO POC-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-CHANGE-MAP
           ELSE
               MOVE POC-D-PONO TO CA-PO-NUMBER
               PERFORM 1200-BUILD-PO-LINE-LIST
               EVALUATE TRUE
                   WHEN LIST-SUB = ZERO
                       MOVE ATTR-REVERSE TO POC-H-PONO
                       MOVE -1 TO POC-L-PONO
                       MOVE 'That PO is not on file.' TO POC-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-CHANGE-MAP
                   WHEN OPEN-LINE-COUNT = ZERO
                       PERFORM 1300-SHOW-VENDOR-NAME
                       MOVE ATTR-REVERSE TO POC-H-PONO
                       MOVE -1 TO POC-L-PONO
                       MOVE 'Every line on that PO is closed or cancell
      -                    'ed - nothing to change.' TO POC-D-MESSAGE
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1400-SEND-CHANGE-MAP
                   WHEN OTHER
                       PERFORM 1300-SHOW-VENDOR-NAME
                       PERFORM 1350-SET-LINE-ATTRIBUTES
                           VARYING LINE-SUB FROM 1 BY 1
                             UNTIL LINE-SUB > 6
                       MOVE ATTR-UNPROT TO POC-A-CXLPO
                       MOVE ATTR-PROT   TO POC-A-PONO
                       MOVE 'Key new qty/cost/date or Y to cancel a lin
      -                    'e.  Then press Enter.' TO POC-D-INSTR
                       MOVE 'F3=Exit  F4=New PO  F12=Cancel'
                           TO POC-D-FKEY
                       MOVE -1 TO POC-L-CXLPO
                       SET SEND-DATAONLY TO TRUE
                       PERFORM 1400-SEND-CHANGE-MAP
                       SET PROCESS-CHANGE TO TRUE
               END-EVALUATE
           END-IF.
      *
       1100-RECEIVE-CHANGE-MAP.
      *
           EXEC CICS
               RECEIVE MAP('POCMAB2')
                       MAPSET('POCSAB2')
                       INTO(POCMAP1)
           END-EXEC.
      *
           INSPECT POCMAP1
                REPLACING ALL '_' BY SPACE.
      *
      *****************************************************************
      * LIST EVERY LINE ON THE PO, WHATEVER ITS STATUS, AND REMEMBER
      * EACH ONE'S KEY, STATUS AND QUANTITIES IN THE COMMAREA SO THE
      * EDIT PASS KNOWS WHICH LINES MAY CHANGE AND BY HOW MUCH.
      *****************************************************************
       1200-BUILD-PO-LINE-LIST.
      *
           PERFORM 6000-OPEN-PO-FILE.
      *
           MOVE ZERO TO LIST-SUB
                        OPEN-LINE-COUNT.
           MOVE 'N'  TO PO-BROWSE-EOF-SW.
           MOVE CA-PO-NUMBER TO WS-PO-BROWSE-NUMBER.
           MOVE ZERO         TO WS-PO-BROWSE-LINE.
           MOVE SPACE        TO CA-VENDOR-NUMBER.
      *
           PERFORM 1205-CLEAR-LIST-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 6.
      *
           EXEC CICS
               STARTBR FILE('POAB2')
                       RIDFLD(WS-PO-BROWSE-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO PO-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 1210-READ-NEXT-PO-LINE
               UNTIL PO-BROWSE-EOF OR LIST-SUB >= 6.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('POAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       1205-CLEAR-LIST-LINE.
      *
           MOVE ZERO  TO CA-POC-LINE-NO(LINE-SUB)
                         CA-POC-ORDERED-QTY(LINE-SUB)
                         CA-POC-RCVD-QTY(LINE-SUB)
                         POC-D-ORDQTY(LINE-SUB)
                         POC-D-RCVQTY(LINE-SUB)
                         POC-D-COST(LINE-SUB).
           MOVE SPACE TO CA-POC-PRODUCT(LINE-SUB)
                         CA-POC-STATUS(LINE-SUB)
                         POC-D-LINENO(LINE-SUB)
                         POC-D-PCODE(LINE-SUB)
                         POC-D-EXPDATE(LINE-SUB)
                         POC-D-STAT(LINE-SUB).
      *
       1210-READ-NEXT-PO-LINE.
      *
           EXEC CICS
               READNEXT FILE('POAB2')
                        INTO(PURCHASE-ORDER-RECORD)
                        RIDFLD(WS-PO-BROWSE-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO PO-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN PO-PO-NUMBER NOT = CA-PO-NUMBER
                   MOVE 'Y' TO PO-BROWSE-EOF-SW
               WHEN OTHER
                   ADD 1 TO LIST-SUB
                   MOVE PO-VENDOR-NUMBER TO CA-VENDOR-NUMBER
                   MOVE PO-LINE-NUMBER
                       TO CA-POC-LINE-NO(LIST-SUB)
                          POC-D-LINENO(LIST-SUB)
                   MOVE PO-PRODUCT-CODE
                       TO CA-POC-PRODUCT(LIST-SUB)
                          POC-D-PCODE(LIST-SUB)
                   MOVE PO-STATUS
                       TO CA-POC-STATUS(LIST-SUB)
                   MOVE PO-QUANTITY-ORDERED
                       TO CA-POC-ORDERED-QTY(LIST-SUB)
                   MOVE PO-QUANTITY-ORDERED
                       TO POC-D-ORDQTY(LIST-SUB)
                   MOVE PO-QUANTITY-RECEIVED
                       TO CA-POC-RCVD-QTY(LIST-SUB)
                   MOVE PO-QUANTITY-RECEIVED
                       TO POC-D-RCVQTY(LIST-SUB)
                   MOVE PO-UNIT-COST     TO POC-D-COST(LIST-SUB)
                   MOVE PO-EXPECTED-DATE TO POC-D-EXPDATE(LIST-SUB)
                   EVALUATE TRUE
                       WHEN PO-STATUS-OPEN
                           MOVE 'OPEN' TO POC-D-STAT(LIST-SUB)
                           ADD 1 TO OPEN-LINE-COUNT
                       WHEN PO-STATUS-CLOSED
                           MOVE 'CLSD' TO POC-D-STAT(LIST-SUB)
                       WHEN PO-STATUS-CANCELLED
                           MOVE 'CXL ' TO POC-D-STAT(LIST-SUB)
                       WHEN OTHER
                           MOVE PO-STATUS TO POC-D-STAT(LIST-SUB)
                   END-EVALUATE
           END-EVALUATE.
      *
       1300-SHOW-VENDOR-NAME.
      *
           PERFORM 6200-OPEN-VND-FILE.
      *
           MOVE CA-VENDOR-NUMBER TO VND-VENDOR-NUMBER
                                    POC-D-VENDNO.
      *
           EXEC CICS
               READ FILE('VNDAB2')
                    INTO(VENDOR-MASTER-RECORD)
                    RIDFLD(VND-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE VND-NAME TO POC-D-VENDNAME
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'UNKNOWN VENDOR' TO POC-D-VENDNAME
               ELSE
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *****************************************************************
      * ONLY AN OPEN LINE TAKES A CHANGE.  THE ENTRY FIELDS ON ANY
      * OTHER ROW ARE PROTECTED SO THE BUYER CANNOT KEY INTO THEM.
      *****************************************************************
       1350-SET-LINE-ATTRIBUTES.
      *
           IF CA-POC-LINE-OPEN(LINE-SUB)
               MOVE ATTR-UNPROT TO POC-A-QTY(LINE-SUB)
                                   POC-A-NCOST(LINE-SUB)
                                   POC-A-NDATE(LINE-SUB)
                                   POC-A-CXL(LINE-SUB)
           ELSE
               MOVE ATTR-PROT   TO POC-A-QTY(LINE-SUB)
                                   POC-A-NCOST(LINE-SUB)
                                   POC-A-NDATE(LINE-SUB)
                                   POC-A-CXL(LINE-SUB)
           END-IF.
      *
       1400-SEND-CHANGE-MAP.
      *
           MOVE 'PCAB' TO POC-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('POCMAB2')
                            MAPSET('POCSAB2')
                            FROM(POCMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('POCMAB2')
                            MAPSET('POCSAB2')
                            FROM(POCMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('POCMAB2')
                            MAPSET('POCSAB2')
                            FROM(POCMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-CHANGE-SCREEN.
      *
           MOVE LOW-VALUE TO POCMAP1.
           MOVE ZERO TO CA-PO-NUMBER.
           MOVE SPACE TO CA-VENDOR-NUMBER.
           PERFORM 1205-CLEAR-LIST-LINE
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 6.
           PERFORM 1460-PROTECT-LINE-FIELDS
               VARYING LINE-SUB FROM 1 BY 1
                 UNTIL LINE-SUB > 6.
           MOVE ATTR-PROT       TO POC-A-CXLPO.
           MOVE ATTR-UNPROT-MDT TO POC-A-PONO.
           MOVE 'Type a PO number.  Then press Enter.'
               TO POC-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO POC-D-FKEY.
           MOVE -1 TO POC-L-PONO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-CHANGE-MAP.
      *
       1460-PROTECT-LINE-FIELDS.
      *
           MOVE ATTR-PROT TO POC-A-QTY(LINE-SUB)
                             POC-A-NCOST(LINE-SUB)
                             POC-A-NDATE(LINE-SUB)
                             POC-A-CXL(LINE-SUB).
      *
       2000-POST-PO-CHANGES.
      *
           PERFORM 1100-RECEIVE-CHANGE-MAP.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               MMDDYYYY(WS-CHANGE-DATE)
           END-EXEC.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 'N' TO CHANGE-KEYED-SW
                       CANCEL-PO-SW.
           MOVE ATTR-NO-HIGHLIGHT TO POC-H-CXLPO.
      *
           PERFORM 2100-EDIT-CHANGE-LINE
               VARYING LINE-SUB FROM 6 BY -1
                 UNTIL LINE-SUB < 1.
      *
           PERFORM 2050-EDIT-CANCEL-PO.
      *
           IF NOT VALID-DATA
               MOVE 'Type corrections.  Then press Enter.'
                   TO POC-D-INSTR
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-CHANGE-MAP
           ELSE
               IF NOT CHANGE-KEYED
                   MOVE 'Key a change or a cancel on at least one line
      -                '.' TO POC-D-MESSAGE
                   MOVE -1 TO POC-L-CXLPO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-CHANGE-MAP
               ELSE
                   MOVE ZERO TO REVISED-COUNT
                   PERFORM 2200-POST-CHANGE-LINE
                       VARYING LINE-SUB FROM 1 BY 1
                         UNTIL LINE-SUB > 6
                   MOVE REVISED-COUNT TO WS-REVISED-COUNT-ED
                   SET PROCESS-PO-ENTRY TO TRUE
                   MOVE LOW-VALUE TO POCMAP1
                   PERFORM 1460-PROTECT-LINE-FIELDS
                       VARYING LINE-SUB FROM 1 BY 1
                         UNTIL LINE-SUB > 6
                   MOVE ATTR-PROT       TO POC-A-CXLPO
                   MOVE ATTR-UNPROT-MDT TO POC-A-PONO
                   STRING 'PO changes posted - '  DELIMITED BY SIZE
                          WS-REVISED-COUNT-ED     DELIMITED BY SIZE
                          ' line(s) revised.'     DELIMITED BY SIZE
                       INTO POC-D-MESSAGE
                   MOVE 'Type a PO number.  Then press Enter.'
                       TO POC-D-INSTR
                   MOVE 'F3=Exit  F12=Cancel' TO POC-D-FKEY
                   MOVE -1 TO POC-L-PONO
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-CHANGE-MAP
               END-IF
           END-IF.
      *
      *****************************************************************
      * A Y IN THE CANCEL-PO FIELD CANCELS EVERY OPEN LINE, WHATEVER
      * WAS KEYED AGAINST THE INDIVIDUAL LINES.
      *****************************************************************
       2050-EDIT-CANCEL-PO.
      *
           IF        POC-L-CXLPO = ZERO
                  OR POC-D-CXLPO = SPACE
               CONTINUE
           ELSE
               IF POC-D-CXLPO = 'Y'
                   MOVE 'Y' TO CANCEL-PO-SW
                               CHANGE-KEYED-SW
               ELSE
                   MOVE ATTR-REVERSE TO POC-H-CXLPO
                   MOVE -1 TO POC-L-CXLPO
                   MOVE 'Key Y to cancel the whole PO, or leave it bl
      -                'ank.' TO POC-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      * EDIT ONE ROW.  BLANK ENTRY FIELDS MEAN NO CHANGE.  THE ROWS
      * ARE EDITED BOTTOM-UP SO THE CURSOR AND MESSAGE END UP ON THE
      * FIRST ERROR ON THE SCREEN.
      *****************************************************************
       2100-EDIT-CHANGE-LINE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO POC-H-QTY(LINE-SUB)
                                     POC-H-NCOST(LINE-SUB)
                                     POC-H-NDATE(LINE-SUB)
                                     POC-H-CXL(LINE-SUB).
      *
           IF CA-POC-LINE-NO(LINE-SUB) = ZERO
               CONTINUE
           ELSE
               PERFORM 2110-EDIT-CANCEL-FLAG
               PERFORM 2120-EDIT-NEW-QUANTITY
               PERFORM 2130-EDIT-NEW-COST
               PERFORM 2140-EDIT-NEW-DATE
           END-IF.
      *
       2110-EDIT-CANCEL-FLAG.
      *
           IF        POC-L-CXL(LINE-SUB) = ZERO
                  OR POC-D-CXL(LINE-SUB) = SPACE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN NOT CA-POC-LINE-OPEN(LINE-SUB)
                       MOVE ATTR-REVERSE TO POC-H-CXL(LINE-SUB)
                       MOVE -1 TO POC-L-CXL(LINE-SUB)
                       MOVE 'Only an open line can be changed or cance
      -                    'lled.' TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN POC-D-CXL(LINE-SUB) NOT = 'Y'
                       MOVE ATTR-REVERSE TO POC-H-CXL(LINE-SUB)
                       MOVE -1 TO POC-L-CXL(LINE-SUB)
                       MOVE 'Key Y to cancel the line, or leave it bla
      -                    'nk.' TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE 'Y' TO CHANGE-KEYED-SW
               END-EVALUATE
           END-IF.
      *
      *****************************************************************
      * THE NEW QUANTITY MAY NOT BE CUT BELOW WHAT HAS ALREADY COME
      * IN.  EQUAL TO THE RECEIVED QUANTITY IS ALLOWED AND CLOSES
      * THE LINE ON POST.
      *****************************************************************
       2120-EDIT-NEW-QUANTITY.
      *
           IF        POC-L-QTY(LINE-SUB) = ZERO
                  OR POC-D-QTY-ALPHA(LINE-SUB) = SPACE
               CONTINUE
           ELSE
               MOVE POC-D-QTY-ALPHA(LINE-SUB) TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               EVALUATE TRUE
                   WHEN NOT CA-POC-LINE-OPEN(LINE-SUB)
                       MOVE ATTR-REVERSE TO POC-H-QTY(LINE-SUB)
                       MOVE -1 TO POC-L-QTY(LINE-SUB)
                       MOVE 'Only an open line can be changed or cance
      -                    'lled.' TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN NOT INT-VALID-NUMBER
                     OR INT-EDITED-NUMBER = ZERO
                       MOVE ATTR-REVERSE TO POC-H-QTY(LINE-SUB)
                       MOVE -1 TO POC-L-QTY(LINE-SUB)
                       MOVE 'Quantity must be numeric and not zero.'
                           TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN INT-EDITED-NUMBER
                           < CA-POC-RCVD-QTY(LINE-SUB)
                       MOVE ATTR-REVERSE TO POC-H-QTY(LINE-SUB)
                       MOVE -1 TO POC-L-QTY(LINE-SUB)
                       MOVE 'Quantity cannot be cut below the quantity
      -                    ' already received.' TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE 'Y' TO CHANGE-KEYED-SW
               END-EVALUATE
           END-IF.
      *
       2130-EDIT-NEW-COST.
      *
           IF        POC-L-NCOST(LINE-SUB) = ZERO
                  OR POC-D-NCOST-ALPHA(LINE-SUB) = SPACE
               CONTINUE
           ELSE
               MOVE POC-D-NCOST-ALPHA(LINE-SUB) TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               EVALUATE TRUE
                   WHEN NOT CA-POC-LINE-OPEN(LINE-SUB)
                       MOVE ATTR-REVERSE TO POC-H-NCOST(LINE-SUB)
                       MOVE -1 TO POC-L-NCOST(LINE-SUB)
                       MOVE 'Only an open line can be changed or cance
      -                    'lled.' TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN NOT NUM-VALID-NUMBER
                     OR NUM-EDITED-NUMBER > 99999.99
                       MOVE ATTR-REVERSE TO POC-H-NCOST(LINE-SUB)
                       MOVE -1 TO POC-L-NCOST(LINE-SUB)
                       MOVE 'Unit cost must be numeric.'
                           TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE 'Y' TO CHANGE-KEYED-SW
               END-EVALUATE
           END-IF.
      *
       2140-EDIT-NEW-DATE.
      *
           IF        POC-L-NDATE(LINE-SUB) = ZERO
                  OR POC-D-NDATE(LINE-SUB) = SPACE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN NOT CA-POC-LINE-OPEN(LINE-SUB)
                       MOVE ATTR-REVERSE TO POC-H-NDATE(LINE-SUB)
                       MOVE -1 TO POC-L-NDATE(LINE-SUB)
                       MOVE 'Only an open line can be changed or cance
      -                    'lled.' TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN POC-D-NDATE(LINE-SUB) NOT NUMERIC
                       MOVE ATTR-REVERSE TO POC-H-NDATE(LINE-SUB)
                       MOVE -1 TO POC-L-NDATE(LINE-SUB)
                       MOVE 'Expected date must be numeric (MMDDYYYY).'
                           TO POC-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE 'Y' TO CHANGE-KEYED-SW
               END-EVALUATE
           END-IF.
      *
      *****************************************************************
      * POST ONE ROW.  THE KEYED VALUES ARE RE-EDITED INTO WORK
      * FIELDS (THE EDIT PASS ALREADY PROVED THEM GOOD); A FIELD LEFT
      * BLANK CARRIES THE LINE'S CURRENT VALUE FORWARD.
      *****************************************************************
       2200-POST-CHANGE-LINE.
      *
           IF        CA-POC-LINE-NO(LINE-SUB) = ZERO
                  OR NOT CA-POC-LINE-OPEN(LINE-SUB)
               CONTINUE
           ELSE
               MOVE 'N' TO CANCEL-LINE-SW
               IF        CANCEL-PO
                      OR (POC-L-CXL(LINE-SUB) NOT = ZERO
                      AND POC-D-CXL(LINE-SUB) = 'Y')
                   MOVE 'Y' TO CANCEL-LINE-SW
               END-IF
               PERFORM 2210-UPDATE-PO-LINE
               IF LINE-CHANGED
                   ADD 1 TO REVISED-COUNT
                   IF        WS-ON-ORDER-CHANGE NOT = ZERO
                         AND NOT PO-DROP-SHIP
                       PERFORM 2230-ADJUST-ON-ORDER
                   END-IF
                   PERFORM 2240-WRITE-REVISION
               END-IF
           END-IF.
      *
      *****************************************************************
      * APPLY THE CHANGE TO THE PO LINE UNDER AN UPDATE LOCK.  THE
      * SCREEN WAS A SNAPSHOT, SO THE LINE IS RECHECKED HERE: ONE
      * THAT HAS CLOSED SINCE IS LEFT ALONE, AND A NEW QUANTITY IS
      * HELD AT WHAT HAS GENUINELY BEEN RECEIVED.  THE BEFORE IMAGE
      * GOES INTO THE REVISION RECORD AS THE LINE IS CHANGED.
      *****************************************************************
       2210-UPDATE-PO-LINE.
      *
           PERFORM 6000-OPEN-PO-FILE.
      *
           MOVE 'N' TO LINE-CHANGED-SW.
           MOVE ZERO TO WS-ON-ORDER-CHANGE.
           MOVE CA-PO-NUMBER             TO PO-PO-NUMBER.
           MOVE CA-POC-LINE-NO(LINE-SUB) TO PO-LINE-NUMBER.
      *
           EXEC CICS
               READ FILE('POAB2')
                    INTO(PURCHASE-ORDER-RECORD)
                    RIDFLD(PO-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           IF NOT PO-STATUS-OPEN
               EXEC CICS
                   UNLOCK FILE('POAB2')
               END-EXEC
           ELSE
               MOVE PO-QUANTITY-ORDERED  TO PRV-OLD-QUANTITY
               MOVE PO-UNIT-COST         TO PRV-OLD-UNIT-COST
               MOVE PO-EXPECTED-DATE     TO PRV-OLD-EXPECTED-DATE
               MOVE PO-STATUS            TO PRV-OLD-STATUS
               COMPUTE WS-OLD-OPEN-QTY =
                   PO-QUANTITY-ORDERED - PO-QUANTITY-RECEIVED
               IF WS-OLD-OPEN-QTY < ZERO
                   MOVE ZERO TO WS-OLD-OPEN-QTY
               END-IF
               IF CANCEL-LINE
                   PERFORM 2215-CANCEL-PO-LINE
               ELSE
                   PERFORM 2220-CHANGE-PO-LINE
               END-IF
               COMPUTE WS-NEW-OPEN-QTY =
                   PO-QUANTITY-ORDERED - PO-QUANTITY-RECEIVED
               IF WS-NEW-OPEN-QTY < ZERO OR NOT PO-STATUS-OPEN
                   MOVE ZERO TO WS-NEW-OPEN-QTY
               END-IF
               COMPUTE WS-ON-ORDER-CHANGE =
                   WS-NEW-OPEN-QTY - WS-OLD-OPEN-QTY
               IF        PO-QUANTITY-ORDERED NOT = PRV-OLD-QUANTITY
                      OR PO-UNIT-COST NOT = PRV-OLD-UNIT-COST
                      OR PO-EXPECTED-DATE NOT = PRV-OLD-EXPECTED-DATE
                      OR PO-STATUS NOT = PRV-OLD-STATUS
                   MOVE 'Y' TO LINE-CHANGED-SW
                   EXEC CICS
                       REWRITE FILE('POAB2')
                               FROM(PURCHASE-ORDER-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               ELSE
                   EXEC CICS
                       UNLOCK FILE('POAB2')
                   END-EXEC
               END-IF
           END-IF.
      *
      *****************************************************************
      * NOTHING RECEIVED - THE LINE IS CANCELLED OUTRIGHT.  PART
      * RECEIVED - THE ORDER IS CUT TO THE RECEIVED QUANTITY AND THE
      * LINE SHORT-CLOSED, SO THE RECEIPTS KEEP THEIR PO LINE.
      *****************************************************************
       2215-CANCEL-PO-LINE.
      *
           IF PO-QUANTITY-RECEIVED > ZERO
               MOVE PO-QUANTITY-RECEIVED TO PO-QUANTITY-ORDERED
               SET PO-STATUS-CLOSED TO TRUE
               SET PRV-ACTION-SHORT-CLOSE TO TRUE
           ELSE
               SET PO-STATUS-CANCELLED TO TRUE
               SET PRV-ACTION-CANCEL TO TRUE
           END-IF.
      *
       2220-CHANGE-PO-LINE.
      *
           SET PRV-ACTION-CHANGE TO TRUE.
      *
           IF        POC-L-QTY(LINE-SUB) NOT = ZERO
                 AND POC-D-QTY-ALPHA(LINE-SUB) NOT = SPACE
               MOVE POC-D-QTY-ALPHA(LINE-SUB) TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               MOVE INT-EDITED-NUMBER TO WS-NEW-QTY
               IF WS-NEW-QTY < PO-QUANTITY-RECEIVED
                   MOVE PO-QUANTITY-RECEIVED TO WS-NEW-QTY
               END-IF
               MOVE WS-NEW-QTY TO PO-QUANTITY-ORDERED
               IF PO-QUANTITY-RECEIVED >= PO-QUANTITY-ORDERED
                   SET PO-STATUS-CLOSED TO TRUE
               END-IF
           END-IF.
      *
           IF        POC-L-NCOST(LINE-SUB) NOT = ZERO
                 AND POC-D-NCOST-ALPHA(LINE-SUB) NOT = SPACE
               MOVE POC-D-NCOST-ALPHA(LINE-SUB) TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               MOVE NUM-EDITED-NUMBER TO WS-NEW-COST
               MOVE WS-NEW-COST TO PO-UNIT-COST
           END-IF.
      *
           IF        POC-L-NDATE(LINE-SUB) NOT = ZERO
                 AND POC-D-NDATE(LINE-SUB) NOT = SPACE
               MOVE POC-D-NDATE(LINE-SUB) TO WS-NEW-DATE
               MOVE WS-NEW-DATE TO PO-EXPECTED-DATE
           END-IF.
      *
      *****************************************************************
      * MOVE THE PRODUCT'S ON-ORDER TOTAL BY THE CHANGE IN THE LINE'S
      * OPEN QUANTITY, NEVER BELOW ZERO (THE SAME FLOOR RCVAB2 USES).
      *****************************************************************
       2230-ADJUST-ON-ORDER.
      *
           PERFORM 6100-OPEN-PRD-FILE.
      *
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(PO-PRODUCT-CODE)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               CONTINUE
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               ELSE
                   ADD WS-ON-ORDER-CHANGE TO PRD-QUANTITY-ON-ORDER
                   IF PRD-QUANTITY-ON-ORDER < ZERO
                       MOVE ZERO TO PRD-QUANTITY-ON-ORDER
                   END-IF
                   EXEC CICS
                       REWRITE FILE('PRDAB2')
                               FROM(PRODUCT-MASTER-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE REVISION RECORD.  THE BEFORE IMAGE WAS TAKEN IN 2210; THE
      * AFTER IMAGE IS THE LINE AS REWRITTEN.  A SECOND CHANGE TO THE
      * SAME LINE IN THE SAME SECOND BUMPS THE TIME TO KEEP THE KEY
      * UNIQUE.
      *****************************************************************
       2240-WRITE-REVISION.
      *
           PERFORM 6300-OPEN-PRV-FILE.
      *
           MOVE PO-PO-NUMBER         TO PRV-PO-NUMBER.
           MOVE PO-LINE-NUMBER       TO PRV-LINE-NUMBER.
           MOVE WS-CHANGE-DATE       TO PRV-CHANGE-DATE.
           MOVE EIBTIME              TO PRV-CHANGE-TIME.
           MOVE SC-OPERATOR-ID       TO PRV-CHANGED-BY.
           MOVE PO-VENDOR-NUMBER     TO PRV-VENDOR-NUMBER.
           MOVE PO-PRODUCT-CODE      TO PRV-PRODUCT-CODE.
           MOVE PO-QUANTITY-ORDERED  TO PRV-NEW-QUANTITY.
           MOVE PO-UNIT-COST         TO PRV-NEW-UNIT-COST.
           MOVE PO-EXPECTED-DATE     TO PRV-NEW-EXPECTED-DATE.
           MOVE PO-STATUS            TO PRV-NEW-STATUS.
           SET PRV-NOTICE-PENDING TO TRUE.
           MOVE SPACE                TO PRV-NOTICE-DATE.
           SET PRV-EDI-PENDING TO TRUE.
      *
           MOVE 'N' TO REVISION-DONE-SW.
           PERFORM 2245-WRITE-REVISION-ONCE
               UNTIL REVISION-DONE.
      *
       2245-WRITE-REVISION-ONCE.
      *
           EXEC CICS
               WRITE FILE('PRVAB2')
                     FROM(PO-REVISION-RECORD)
                     RIDFLD(PRV-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(DUPREC)
                  OR RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO PRV-CHANGE-TIME
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO REVISION-DONE-SW
           END-IF.
      *
       6000-OPEN-PO-FILE.
      *
           EXEC CICS
               INQUIRE FILE('POAB2')
                   OPENSTATUS(POF-OPEN-STATUS)
                   ENABLESTATUS(POF-ENABLE-STATUS)
           END-EXEC.
      *
           IF POF-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('POAB2') OPEN
               END-EXEC
               MOVE 'Y' TO POF-OPEN
           ELSE IF POF-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('017')
               END-EXEC
           END-IF.
      *
       6100-OPEN-PRD-FILE.
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
       6200-OPEN-VND-FILE.
      *
           EXEC CICS
               INQUIRE FILE('VNDAB2')
                   OPENSTATUS(VND-OPEN-STATUS)
                   ENABLESTATUS(VND-ENABLE-STATUS)
           END-EXEC.
      *
           IF VND-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('VNDAB2') OPEN
               END-EXEC
               MOVE 'Y' TO VND-OPEN
           ELSE IF VND-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('016')
               END-EXEC
           END-IF.
      *
       6300-OPEN-PRV-FILE.
      *
           EXEC CICS
               INQUIRE FILE('PRVAB2')
                   OPENSTATUS(PRV-OPEN-STATUS)
                   ENABLESTATUS(PRV-ENABLE-STATUS)
           END-EXEC.
      *
           IF PRV-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PRVAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PRV-OPEN
           ELSE IF PRV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('057')
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
