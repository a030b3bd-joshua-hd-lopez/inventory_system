       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  PCKAB2.
      *
      *****************************************************************
      * CARTON PACKING (TRANSACTION PKAB).  THE PACK STEP BETWEEN THE
      * PICK AND THE SHIP CONFIRMATION.  THE PACKER KEYS AN INVOICE
      * NUMBER OFF THE PICK TICKET; THE LINES ARE LISTED WITH THE
      * QUANTITY ORDERED AND THE QUANTITY ALREADY PACKED IN EARLIER
      * CARTONS, AND THE NEXT CARTON NUMBER IS SHOWN.  THE PACKER
      * KEYS THE QUANTITY GOING INTO THIS BOX AGAINST EACH LINE AND
      * THE BOX'S WEIGHT OFF THE SCALE.  ON ENTER:
      *   - NO LINE MAY BE PACKED PAST ITS ORDERED QUANTITY, AND ONE
      *     CARTON HOLDS STOCK FROM ONE WAREHOUSE ONLY,
      *   - THE CARTON IS WRITTEN TO CTNAB2 (SEE CARTON) UNDER THE
      *     NEXT CARTON NUMBER WITH ITS SERIAL, WEIGHT AND CONTENTS,
      *   - A PACKING LIST FOR THE BOX AND A SHIPPING LABEL CARRYING
      *     THE CARTON SERIAL PRINT ON THE PACKING WAREHOUSE'S OWN
      *     PRINTER (PRTOPAB2),
      *   - THE SCREEN COMES BACK ON THE SAME INVOICE, READY FOR THE
      *     NEXT BOX.
      * SHCAB2 THEN CONFIRMS THE PACKED TOTALS AS THE SHIPPED
      * QUANTITIES, BOLPRB2 COUNTS AND WEIGHS THE CARTONS, AND
      * ASNEXB2 LISTS WHAT IS IN EACH ONE.  A VOIDED, CONFIRMED OR
      * DROP-SHIP INVOICE CANNOT BE PACKED.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-INFO.
           02  INV-OPEN                PIC X VALUE 'N'.
           02  INV-OPEN-STATUS         PIC S9(8) COMP.
           02  INV-ENABLE-STATUS       PIC S9(8) COMP.
           02  CTN-OPEN                PIC X VALUE 'N'.
           02  CTN-OPEN-STATUS         PIC S9(8) COMP.
           02  CTN-ENABLE-STATUS       PIC S9(8) COMP.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
           02  SHT-OPEN                PIC X VALUE 'N'.
           02  SHT-OPEN-STATUS         PIC S9(8) COMP.
           02  SHT-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X(01)  VALUE 'Y'.
               88  VALID-DATA                         VALUE 'Y'.
           05  CTN-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  CTN-BROWSE-EOF                     VALUE 'Y'.
           05  CARTON-WRITTEN-SW           PIC X(01)  VALUE 'N'.
               88  CARTON-WRITTEN                     VALUE 'Y'.
           05  LINE-ERROR-SW               PIC X(01)  VALUE 'N'.
               88  LINE-ERROR                         VALUE 'Y'.
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
           05  ITEM-SUB            PIC S9(03)  COMP-3  VALUE ZERO.
           05  CTN-SUB             PIC S9(03)  COMP-3  VALUE ZERO.
           05  ABSOLUTE-TIME       PIC S9(15)  COMP-3.
           05  WS-TODAY            PIC X(08).
           05  WS-LAST-CARTON      PIC 9(03).
           05  WS-NEXT-CARTON      PIC 9(03).
           05  WS-CARTON-WEIGHT    PIC S9(05)V99.
           05  WS-CARTON-WAREHOUSE PIC X(03).
           05  WS-CHECK-QUOTIENT   PIC 9(09).
           05  WS-PACK-LINE-COUNT  PIC S9(03)  COMP-3.
           05  WS-LINE-QUANTITIES.
               10  WS-LINE-QTY     OCCURS 10 TIMES.
                   15  WS-PACKED-QTY       PIC S9(07)  COMP-3.
                   15  WS-THIS-CARTON-QTY  PIC S9(07)  COMP-3.
      *
       01  RESPONSE-CODE                     PIC S9(08)  COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-INVOICE-ENTRY              VALUE '1'.
               88  PROCESS-PACK-CARTON                VALUE '2'.
           05  CA-INVOICE-NUMBER           PIC 9(06).
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       01  PACK-PRINT-TOKEN            PIC X(08).
      *
       COPY PRTPARM.
      *
      *****************************************************************
      * PACKING LIST - ONE PER CARTON, GOES IN THE BOX.
      *****************************************************************
       01  PL-HEADER-LINE.
           05  FILLER              PIC X(22) VALUE
               'PACKING LIST - INVOICE'.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  PL-INVOICE-NUMBER   PIC 9(06).
           05  FILLER              PIC X(09) VALUE '  CARTON '.
           05  PL-CARTON-NUMBER    PIC 9(03).
           05  FILLER              PIC X(11) VALUE '  CUSTOMER '.
           05  PL-CUSTOMER-NUMBER  PIC X(06).
           05  FILLER              PIC X(22) VALUE SPACE.
      *
       01  PL-SERIAL-LINE.
           05  FILLER              PIC X(14) VALUE 'CARTON SERIAL '.
           05  PL-SERIAL-NUMBER    PIC 9(10).
           05  FILLER              PIC X(09) VALUE '  WEIGHT '.
           05  PL-WEIGHT           PIC ZZZZ9.99.
           05  FILLER              PIC X(12) VALUE ' LB  PACKED '.
           05  PL-PACK-DATE        PIC X(08).
           05  FILLER              PIC X(04) VALUE ' BY '.
           05  PL-PACK-OPERATOR    PIC X(04).
           05  FILLER              PIC X(11) VALUE SPACE.
      *
       01  PL-DETAIL-LINE.
           05  FILLER              PIC X(07) VALUE '  LINE '.
           05  PL-LINE-NUMBER      PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  PL-PRODUCT-CODE     PIC X(10).
           05  FILLER              PIC X(06) VALUE '  QTY '.
           05  PL-QUANTITY         PIC Z(06)9.
           05  FILLER              PIC X(06) VALUE '  LOT '.
           05  PL-LOT-NUMBER       PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACE.
      *
      *****************************************************************
      * SHIPPING LABEL - ONE PER CARTON, GOES ON THE BOX.
      *****************************************************************
       01  LB-BORDER-LINE.
           05  FILLER              PIC X(44) VALUE ALL '*'.
           05  FILLER              PIC X(36) VALUE SPACE.
      *
       01  LB-SHIP-TO-LINE.
           05  FILLER              PIC X(10) VALUE 'SHIP TO:  '.
           05  LB-SHIP-NAME        PIC X(30).
           05  FILLER              PIC X(40) VALUE SPACE.
      *
       01  LB-ADDRESS-LINE.
           05  FILLER              PIC X(10) VALUE SPACE.
           05  LB-SHIP-ADDRESS     PIC X(30).
           05  FILLER              PIC X(40) VALUE SPACE.
      *
       01  LB-CITY-LINE.
           05  FILLER              PIC X(10) VALUE SPACE.
           05  LB-SHIP-CITY        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LB-SHIP-STATE       PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LB-SHIP-ZIP         PIC X(10).
           05  FILLER              PIC X(36) VALUE SPACE.
      *
       01  LB-CARTON-LINE.
           05  FILLER              PIC X(08) VALUE 'INVOICE '.
           05  LB-INVOICE-NUMBER   PIC 9(06).
           05  FILLER              PIC X(09) VALUE '  CARTON '.
           05  LB-CARTON-NUMBER    PIC 9(03).
           05  FILLER              PIC X(09) VALUE '  WEIGHT '.
           05  LB-WEIGHT           PIC ZZZZ9.99.
           05  FILLER              PIC X(03) VALUE ' LB'.
           05  FILLER              PIC X(34) VALUE SPACE.
      *
       01  LB-SERIAL-LINE.
           05  FILLER              PIC X(15) VALUE 'CARTON SERIAL  '.
           05  LB-SERIAL-NUMBER    PIC 9(10).
           05  FILLER              PIC X(55) VALUE SPACE.
      *
       COPY INVOICE.
      *
       COPY CARTON.
      *
       COPY CUSTMAS.
      *
       COPY SHIPTO.
      *
       COPY PCKSAB2.
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
       01  DFHCOMMAREA                     PIC X(43).
      *
       PROCEDURE DIVISION.
      *
       0000-PROCESS-CARTON-PACKING.
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
                   SET PROCESS-INVOICE-ENTRY TO TRUE
                   PERFORM 1450-RESET-PACK-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   SET PROCESS-INVOICE-ENTRY TO TRUE
                   PERFORM 1450-RESET-PACK-SCREEN
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
               WHEN EIBAID = DFHPF4 AND PROCESS-PACK-CARTON
                   SET PROCESS-INVOICE-ENTRY TO TRUE
                   PERFORM 1450-RESET-PACK-SCREEN
      *
               WHEN EIBAID = DFHENTER
                   IF PROCESS-INVOICE-ENTRY
                       PERFORM 1000-LOOK-UP-INVOICE
                   ELSE
                       PERFORM 2000-PACK-CARTON
                   END-IF
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO PCKMAP1
                   MOVE 'Invalid key pressed.' TO PCK-D-MESSAGE
                   MOVE -1 TO PCK-L-INVNO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-PACK-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('PKAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-LOOK-UP-INVOICE.
      *
           PERFORM 1100-RECEIVE-PACK-MAP.
      *
           IF        PCK-L-INVNO = ZERO
                  OR PCK-D-INVNO = SPACE
                  OR PCK-D-INVNO NOT NUMERIC
               MOVE ATTR-REVERSE TO PCK-H-INVNO
               MOVE -1 TO PCK-L-INVNO
               MOVE 'You must enter a numeric invoice number.'
                   TO PCK-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-PACK-MAP
           ELSE
               MOVE PCK-D-INVNO TO CA-INVOICE-NUMBER
               PERFORM 1200-READ-INVOICE
               IF VALID-DATA
                   PERFORM 1500-TOTAL-PACKED-CARTONS
                   PERFORM 1300-SHOW-PACK-LINES
                   MOVE SPACE TO PCK-D-MESSAGE
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1400-SEND-PACK-MAP
                   SET PROCESS-PACK-CARTON TO TRUE
               ELSE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-PACK-MAP
               END-IF
           END-IF.
      *
       1100-RECEIVE-PACK-MAP.
      *
           EXEC CICS
               RECEIVE MAP('PCKMAB2')
                       MAPSET('PCKSAB2')
                       INTO(PCKMAP1)
           END-EXEC.
      *
           INSPECT PCKMAP1
                REPLACING ALL '_' BY SPACE.
      *
      *****************************************************************
      * READ THE INVOICE AND MAKE SURE IT CAN STILL BE PACKED.  USED
      * AT LOOK-UP AND AGAIN BEFORE EACH CARTON IS WRITTEN, SINCE A
      * VOID OR A SHIP CONFIRMATION MAY LAND BETWEEN THE TWO.
      *****************************************************************
       1200-READ-INVOICE.
      *
           MOVE 'Y' TO VALID-DATA-SW.
      *
           PERFORM 6000-OPEN-INV-FILE.
      *
           MOVE CA-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVAB2')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'That invoice does not exist.'
                       TO PCK-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN INV-VOIDED
                   MOVE 'That invoice has been voided.'
                       TO PCK-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN INV-SHIP-CONFIRMED
                   MOVE 'That invoice is already ship confirmed.'
                       TO PCK-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               WHEN INV-DROP-SHIP
                   MOVE 'A drop-ship order ships from the vendor - noth
      -                 'ing to pack.' TO PCK-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
           END-EVALUATE.
      *
           IF NOT VALID-DATA
               MOVE ATTR-REVERSE TO PCK-H-INVNO
               MOVE -1 TO PCK-L-INVNO
           END-IF.
      *
       1300-SHOW-PACK-LINES.
      *
           MOVE INV-INVOICE-NUMBER  TO PCK-D-INVNO.
           MOVE INV-CUSTOMER-NUMBER TO PCK-D-CUSTNO.
           MOVE INV-INVOICE-DATE    TO PCK-D-INVDATE.
           COMPUTE WS-NEXT-CARTON = WS-LAST-CARTON + 1.
           MOVE WS-NEXT-CARTON      TO PCK-D-CTNNO.
           MOVE SPACE               TO PCK-D-WEIGHT-ALPHA.
      *
           PERFORM 1310-SHOW-ONE-LINE
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           MOVE 'Key the quantity going into this carton and its weigh
      -         't.  Then press Enter.' TO PCK-D-INSTR.
           MOVE 'F3=Exit  F4=New invoice  F12=Cancel' TO PCK-D-FKEY.
           MOVE -1 TO PCK-L-PACKQTY(1).
      *
       1310-SHOW-ONE-LINE.
      *
           MOVE SPACE TO PCK-D-PACKQTY-ALPHA(ITEM-SUB).
           IF INV-PRODUCT-CODE(ITEM-SUB) NOT = SPACE
               MOVE INV-PRODUCT-CODE(ITEM-SUB)
                   TO PCK-D-PCODE(ITEM-SUB)
               MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                   TO PCK-D-WHSE(ITEM-SUB)
               MOVE INV-QUANTITY(ITEM-SUB)
                   TO PCK-D-ORDQTY(ITEM-SUB)
               MOVE WS-PACKED-QTY(ITEM-SUB)
                   TO PCK-D-PKDQTY(ITEM-SUB)
           ELSE
               MOVE SPACE TO PCK-D-PCODE(ITEM-SUB)
                             PCK-D-WHSE(ITEM-SUB)
               MOVE ZERO  TO PCK-D-ORDQTY(ITEM-SUB)
                             PCK-D-PKDQTY(ITEM-SUB)
           END-IF.
      *
       1400-SEND-PACK-MAP.
      *
           MOVE 'PKAB' TO PCK-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('PCKMAB2')
                            MAPSET('PCKSAB2')
                            FROM(PCKMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('PCKMAB2')
                            MAPSET('PCKSAB2')
                            FROM(PCKMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('PCKMAB2')
                            MAPSET('PCKSAB2')
                            FROM(PCKMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-PACK-SCREEN.
      *
           MOVE LOW-VALUE TO PCKMAP1.
           MOVE ZERO TO CA-INVOICE-NUMBER.
           MOVE 'Type an invoice number.  Then press Enter.'
               TO PCK-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO PCK-D-FKEY.
           MOVE -1 TO PCK-L-INVNO.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-PACK-MAP.
      *
      *****************************************************************
      * ADD UP WHAT IS ALREADY PACKED AGAINST EACH INVOICE LINE BY
      * BROWSING THE INVOICE'S CARTONS ON CTNAB2, AND NOTE THE LAST
      * CARTON NUMBER USED.
      *****************************************************************
       1500-TOTAL-PACKED-CARTONS.
      *
           PERFORM 6100-OPEN-CTN-FILE.
      *
           PERFORM 1510-CLEAR-LINE-QUANTITY
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
           MOVE ZERO TO WS-LAST-CARTON.
           MOVE 'N'  TO CTN-BROWSE-EOF-SW.
      *
           MOVE CA-INVOICE-NUMBER TO CTN-INVOICE-NUMBER.
           MOVE ZERO              TO CTN-CARTON-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('CTNAB2')
                       RIDFLD(CTN-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               MOVE 'Y' TO CTN-BROWSE-EOF-SW
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           PERFORM 1520-READ-NEXT-CARTON
               UNTIL CTN-BROWSE-EOF.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              OR RESPONSE-CODE = DFHRESP(ENDFILE)
               EXEC CICS
                   ENDBR FILE('CTNAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       1510-CLEAR-LINE-QUANTITY.
      *
           MOVE ZERO TO WS-PACKED-QTY(ITEM-SUB)
                        WS-THIS-CARTON-QTY(ITEM-SUB).
      *
       1520-READ-NEXT-CARTON.
      *
           EXEC CICS
               READNEXT FILE('CTNAB2')
                        INTO(CARTON-RECORD)
                        RIDFLD(CTN-KEY)
                        RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE TRUE
               WHEN RESPONSE-CODE = DFHRESP(ENDFILE)
                   MOVE 'Y' TO CTN-BROWSE-EOF-SW
               WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               WHEN CTN-INVOICE-NUMBER NOT = CA-INVOICE-NUMBER
                   MOVE 'Y' TO CTN-BROWSE-EOF-SW
               WHEN OTHER
                   MOVE CTN-CARTON-NUMBER TO WS-LAST-CARTON
                   PERFORM 1530-ADD-CARTON-ITEM
                       VARYING CTN-SUB FROM 1 BY 1
                         UNTIL CTN-SUB > CTN-ITEM-COUNT
                            OR CTN-SUB > 10
           END-EVALUATE.
      *
       1530-ADD-CARTON-ITEM.
      *
           IF        CTN-LINE-NUMBER(CTN-SUB) > ZERO
                 AND CTN-LINE-NUMBER(CTN-SUB) NOT > 10
               ADD CTN-QUANTITY(CTN-SUB)
                   TO WS-PACKED-QTY(CTN-LINE-NUMBER(CTN-SUB))
           END-IF.
      *
       2000-PACK-CARTON.
      *
           PERFORM 1100-RECEIVE-PACK-MAP.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               MMDDYYYY(WS-TODAY)
           END-EXEC.
      *
      *    THE INVOICE WAS PACKABLE WHEN IT WAS DISPLAYED, BUT A VOID
      *    OR THE SHIP CONFIRMATION MAY HAVE LANDED SINCE.
      *
           PERFORM 1200-READ-INVOICE.
      *
           IF NOT VALID-DATA
               SET PROCESS-INVOICE-ENTRY TO TRUE
               MOVE 'Type an invoice number.  Then press Enter.'
                   TO PCK-D-INSTR
               MOVE 'F3=Exit  F12=Cancel' TO PCK-D-FKEY
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-PACK-MAP
           ELSE
               PERFORM 1500-TOTAL-PACKED-CARTONS
               PERFORM 2100-EDIT-PACK-DATA
               IF NOT VALID-DATA
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-PACK-MAP
               ELSE
                   PERFORM 2200-BUILD-CARTON-RECORD
                   PERFORM 2300-WRITE-CARTON-RECORD
                   PERFORM 2400-PRINT-PACKING-LIST
                   PERFORM 2500-PRINT-SHIPPING-LABEL
                   PERFORM 1500-TOTAL-PACKED-CARTONS
                   MOVE LOW-VALUE TO PCKMAP1
                   PERFORM 1300-SHOW-PACK-LINES
                   MOVE CTN-CARTON-NUMBER TO PL-CARTON-NUMBER
                   MOVE CTN-SERIAL-NUMBER TO PL-SERIAL-NUMBER
                   MOVE SPACE TO PCK-D-MESSAGE
                   STRING 'Carton '          DELIMITED BY SIZE
                          PL-CARTON-NUMBER   DELIMITED BY SIZE
                          ' packed, serial ' DELIMITED BY SIZE
                          PL-SERIAL-NUMBER   DELIMITED BY SIZE
                          '.  Pack the next carton or press F4.'
                                             DELIMITED BY SIZE
                       INTO PCK-D-MESSAGE
                   SET SEND-ERASE TO TRUE
                   PERFORM 1400-SEND-PACK-MAP
               END-IF
           END-IF.
      *
       2100-EDIT-PACK-DATA.
      *
           MOVE 'Y'   TO VALID-DATA-SW.
           MOVE ZERO  TO WS-PACK-LINE-COUNT.
           MOVE SPACE TO WS-CARTON-WAREHOUSE.
           MOVE ATTR-NO-HIGHLIGHT TO PCK-H-WEIGHT.
      *
           PERFORM 2110-EDIT-PACK-QTY
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
           IF        VALID-DATA
                 AND WS-PACK-LINE-COUNT = ZERO
               MOVE -1 TO PCK-L-PACKQTY(1)
               MOVE 'Key the quantity of at least one line going into
      -             'this carton.' TO PCK-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
           IF        PCK-L-WEIGHT = ZERO
                  OR PCK-D-WEIGHT-ALPHA = SPACE
               MOVE ATTR-REVERSE TO PCK-H-WEIGHT
               MOVE -1 TO PCK-L-WEIGHT
               MOVE 'You must enter the carton weight.'
                   TO PCK-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE PCK-D-WEIGHT-ALPHA TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               IF        NUM-VALID-NUMBER
                     AND NUM-EDITED-NUMBER > ZERO
                     AND NUM-EDITED-NUMBER < 100000
                   MOVE NUM-EDITED-NUMBER TO WS-CARTON-WEIGHT
               ELSE
                   MOVE ATTR-REVERSE TO PCK-H-WEIGHT
                   MOVE -1 TO PCK-L-WEIGHT
                   MOVE 'Carton weight must be a number greater than ze
      -                 'ro.' TO PCK-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      * A LINE MAY NOT BE PACKED PAST WHAT WAS ORDERED, COUNTING THE
      * CARTONS ALREADY PACKED, AND EVERY LINE IN ONE CARTON MUST
      * COME FROM THE SAME WAREHOUSE - THE BOX IS PACKED ON ONE DOCK.
      *****************************************************************
       2110-EDIT-PACK-QTY.
      *
           MOVE ATTR-NO-HIGHLIGHT TO PCK-H-PACKQTY(ITEM-SUB).
           MOVE ZERO TO WS-THIS-CARTON-QTY(ITEM-SUB).
           MOVE 'N'  TO LINE-ERROR-SW.
      *
           IF        PCK-L-PACKQTY(ITEM-SUB) > ZERO
                 AND PCK-D-PACKQTY-ALPHA(ITEM-SUB) NOT = SPACE
               MOVE PCK-D-PACKQTY-ALPHA(ITEM-SUB)
                   TO INT-UNEDITED-NUMBER
               PERFORM 9500-INTEDIT
               EVALUATE TRUE
                   WHEN NOT INT-VALID-NUMBER
                       MOVE 'Pack quantity must be numeric.'
                           TO PCK-D-MESSAGE
                       MOVE 'Y' TO LINE-ERROR-SW
                   WHEN INT-EDITED-NUMBER = ZERO
                       CONTINUE
                   WHEN INV-PRODUCT-CODE(ITEM-SUB) = SPACE
                       MOVE 'There is no product on that line.'
                           TO PCK-D-MESSAGE
                       MOVE 'Y' TO LINE-ERROR-SW
                   WHEN INV-LINE-CHARGE(ITEM-SUB)
                       MOVE 'A charge line has nothing to pack.'
                           TO PCK-D-MESSAGE
                       MOVE 'Y' TO LINE-ERROR-SW
                   WHEN WS-PACKED-QTY(ITEM-SUB) + INT-EDITED-NUMBER
                           > INV-QUANTITY(ITEM-SUB)
                       MOVE 'Quantity is more than is left to pack on t
      -                     'he line.' TO PCK-D-MESSAGE
                       MOVE 'Y' TO LINE-ERROR-SW
                   WHEN      WS-CARTON-WAREHOUSE NOT = SPACE
                         AND WS-CARTON-WAREHOUSE
                                 NOT = INV-WAREHOUSE-CODE(ITEM-SUB)
                       MOVE 'A carton can only hold stock from one ware
      -                     'house.' TO PCK-D-MESSAGE
                       MOVE 'Y' TO LINE-ERROR-SW
                   WHEN OTHER
                       MOVE INT-EDITED-NUMBER
                           TO WS-THIS-CARTON-QTY(ITEM-SUB)
                       MOVE INV-WAREHOUSE-CODE(ITEM-SUB)
                           TO WS-CARTON-WAREHOUSE
                       ADD 1 TO WS-PACK-LINE-COUNT
               END-EVALUATE
               IF LINE-ERROR
                   MOVE ATTR-REVERSE TO PCK-H-PACKQTY(ITEM-SUB)
                   MOVE -1 TO PCK-L-PACKQTY(ITEM-SUB)
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
       2200-BUILD-CARTON-RECORD.
      *
           MOVE SPACE TO CARTON-RECORD.
           MOVE CA-INVOICE-NUMBER   TO CTN-INVOICE-NUMBER.
           COMPUTE CTN-CARTON-NUMBER = WS-LAST-CARTON + 1.
           MOVE WS-CARTON-WAREHOUSE TO CTN-WAREHOUSE-CODE.
           MOVE WS-CARTON-WEIGHT    TO CTN-WEIGHT.
           MOVE WS-TODAY            TO CTN-PACK-DATE.
           MOVE SC-OPERATOR-ID      TO CTN-PACK-OPERATOR.
           MOVE ZERO                TO CTN-ITEM-COUNT.
      *
           PERFORM 2210-CLEAR-CARTON-ITEM
               VARYING CTN-SUB FROM 1 BY 1
                 UNTIL CTN-SUB > 10.
      *
           PERFORM 2220-ADD-ITEM-TO-CARTON
               VARYING ITEM-SUB FROM 1 BY 1
                 UNTIL ITEM-SUB > 10.
      *
       2210-CLEAR-CARTON-ITEM.
      *
           MOVE ZERO  TO CTN-LINE-NUMBER(CTN-SUB)
                         CTN-QUANTITY(CTN-SUB).
           MOVE SPACE TO CTN-PRODUCT-CODE(CTN-SUB)
                         CTN-LOT-NUMBER(CTN-SUB).
      *
       2220-ADD-ITEM-TO-CARTON.
      *
           IF WS-THIS-CARTON-QTY(ITEM-SUB) > ZERO
               ADD 1 TO CTN-ITEM-COUNT
               MOVE ITEM-SUB TO CTN-LINE-NUMBER(CTN-ITEM-COUNT)
               MOVE INV-PRODUCT-CODE(ITEM-SUB)
                   TO CTN-PRODUCT-CODE(CTN-ITEM-COUNT)
               MOVE WS-THIS-CARTON-QTY(ITEM-SUB)
                   TO CTN-QUANTITY(CTN-ITEM-COUNT)
               MOVE INV-LOT-NUMBER(ITEM-SUB)
                   TO CTN-LOT-NUMBER(CTN-ITEM-COUNT)
           END-IF.
      *
      *****************************************************************
      * WRITE THE CARTON.  TWO PACKERS ON THE SAME ORDER CAN REACH
      * THE SAME NEXT NUMBER; ON A DUPLICATE KEY TAKE THE NEXT ONE UP
      * AND TRY AGAIN, RESTAMPING THE SERIAL EACH TIME.
      *****************************************************************
       2300-WRITE-CARTON-RECORD.
      *
           MOVE 'N' TO CARTON-WRITTEN-SW.
           PERFORM 2310-WRITE-CARTON-ONCE
               UNTIL CARTON-WRITTEN.
      *
       2310-WRITE-CARTON-ONCE.
      *
           PERFORM 2320-SET-CARTON-SERIAL.
      *
           EXEC CICS
               WRITE FILE('CTNAB2')
                     FROM(CARTON-RECORD)
                     RIDFLD(CTN-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF        RESPONSE-CODE = DFHRESP(DUPREC)
                  OR RESPONSE-CODE = DFHRESP(DUPKEY)
               ADD 1 TO CTN-CARTON-NUMBER
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO CARTON-WRITTEN-SW
           END-IF.
      *
      *****************************************************************
      * THE SERIAL IS THE INVOICE NUMBER AND CARTON NUMBER WITH A
      * MOD-7 CHECK DIGIT, SO IT IS UNIQUE TO THE BOX AND A MISKEYED
      * OR MISREAD SERIAL DOES NOT MATCH ANOTHER CARTON.
      *****************************************************************
       2320-SET-CARTON-SERIAL.
      *
           COMPUTE CTN-SERIAL-BASE =
               CTN-INVOICE-NUMBER * 1000 + CTN-CARTON-NUMBER.
           DIVIDE CTN-SERIAL-BASE BY 7
               GIVING WS-CHECK-QUOTIENT
               REMAINDER CTN-SERIAL-CHECK.
      *
       2400-PRINT-PACKING-LIST.
      *
           MOVE CTN-WAREHOUSE-CODE TO PRP-WAREHOUSE-CODE.
      *
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO PACK-PRINT-TOKEN.
      *
           MOVE CTN-INVOICE-NUMBER  TO PL-INVOICE-NUMBER.
           MOVE CTN-CARTON-NUMBER   TO PL-CARTON-NUMBER.
           MOVE INV-CUSTOMER-NUMBER TO PL-CUSTOMER-NUMBER.
      *
           EXEC CICS
               SPOOLWRITE FROM(PL-HEADER-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
      *
           MOVE CTN-SERIAL-NUMBER   TO PL-SERIAL-NUMBER.
           MOVE CTN-WEIGHT          TO PL-WEIGHT.
           MOVE CTN-PACK-DATE       TO PL-PACK-DATE.
           MOVE CTN-PACK-OPERATOR   TO PL-PACK-OPERATOR.
      *
           EXEC CICS
               SPOOLWRITE FROM(PL-SERIAL-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
      *
           PERFORM 2410-PRINT-PACKING-LINE
               VARYING CTN-SUB FROM 1 BY 1
                 UNTIL CTN-SUB > CTN-ITEM-COUNT.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
      *
       2410-PRINT-PACKING-LINE.
      *
           MOVE CTN-LINE-NUMBER(CTN-SUB)  TO PL-LINE-NUMBER.
           MOVE CTN-PRODUCT-CODE(CTN-SUB) TO PL-PRODUCT-CODE.
           MOVE CTN-QUANTITY(CTN-SUB)     TO PL-QUANTITY.
           MOVE CTN-LOT-NUMBER(CTN-SUB)   TO PL-LOT-NUMBER.
      *
           EXEC CICS
               SPOOLWRITE FROM(PL-DETAIL-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
      *
       2500-PRINT-SHIPPING-LABEL.
      *
           PERFORM 2510-GET-LABEL-ADDRESS.
      *
           MOVE CTN-WAREHOUSE-CODE TO PRP-WAREHOUSE-CODE.
      *
           EXEC CICS
               LINK PROGRAM('PRTOPAB2')
                    COMMAREA(PRINT-ROUTE-PARMS)
           END-EXEC.
           MOVE PRP-TOKEN TO PACK-PRINT-TOKEN.
      *
           MOVE CTN-INVOICE-NUMBER TO LB-INVOICE-NUMBER.
           MOVE CTN-CARTON-NUMBER  TO LB-CARTON-NUMBER.
           MOVE CTN-WEIGHT         TO LB-WEIGHT.
           MOVE CTN-SERIAL-NUMBER  TO LB-SERIAL-NUMBER.
      *
           EXEC CICS
               SPOOLWRITE FROM(LB-BORDER-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(LB-SHIP-TO-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(LB-ADDRESS-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(LB-CITY-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(LB-BORDER-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(LB-CARTON-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(LB-SERIAL-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
           EXEC CICS
               SPOOLWRITE FROM(LB-BORDER-LINE)
                          TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
      *
           EXEC CICS
               SPOOLCLOSE TOKEN(PACK-PRINT-TOKEN)
           END-EXEC.
      *
      *****************************************************************
      * THE LABEL SHIPS TO THE SHTAB2 BRANCH WHEN THE INVOICE CARRIES
      * ONE, ELSE TO THE CUSTOMER'S BILLING ADDRESS - THE SAME RULE
      * THE PICK TICKET AND BILL OF LADING FOLLOW.
      *****************************************************************
       2510-GET-LABEL-ADDRESS.
      *
           MOVE SPACE TO LB-SHIP-NAME
                         LB-SHIP-ADDRESS
                         LB-SHIP-CITY
                         LB-SHIP-STATE
                         LB-SHIP-ZIP.
      *
           PERFORM 6200-OPEN-CMF-FILE.
      *
           MOVE INV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
      *
           EXEC CICS
               READ FILE('CMFAB2')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CM-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               STRING CM-FIRST-NAME DELIMITED BY SPACE
                      ' '           DELIMITED BY SIZE
                      CM-LAST-NAME  DELIMITED BY SPACE
                   INTO LB-SHIP-NAME
               MOVE CM-ADDRESS  TO LB-SHIP-ADDRESS
               MOVE CM-CITY     TO LB-SHIP-CITY
               MOVE CM-STATE    TO LB-SHIP-STATE
               MOVE CM-ZIP-CODE TO LB-SHIP-ZIP
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
           IF        INV-SHIPTO-SEQ NUMERIC
                 AND INV-SHIPTO-SEQ NOT = ZERO
               PERFORM 6300-OPEN-SHT-FILE
               MOVE INV-CUSTOMER-NUMBER TO SHT-CUSTOMER-NUMBER
               MOVE INV-SHIPTO-SEQ      TO SHT-SHIPTO-SEQ
               EXEC CICS
                   READ FILE('SHTAB2')
                        INTO(SHIPTO-ADDRESS-RECORD)
                        RIDFLD(SHT-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE SHT-NAME     TO LB-SHIP-NAME
                   MOVE SHT-ADDRESS  TO LB-SHIP-ADDRESS
                   MOVE SHT-CITY     TO LB-SHIP-CITY
                   MOVE SHT-STATE    TO LB-SHIP-STATE
                   MOVE SHT-ZIP-CODE TO LB-SHIP-ZIP
               ELSE
                   IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               END-IF
           END-IF.
      *
       6000-OPEN-INV-FILE.
      *
           EXEC CICS
               INQUIRE FILE('INVAB2')
                   OPENSTATUS(INV-OPEN-STATUS)
                   ENABLESTATUS(INV-ENABLE-STATUS)
           END-EXEC.
      *
           IF INV-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('INVAB2') OPEN
               END-EXEC
               MOVE 'Y' TO INV-OPEN
           ELSE IF INV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('003')
               END-EXEC
           END-IF.
      *
       6100-OPEN-CTN-FILE.
      *
           EXEC CICS
               INQUIRE FILE('CTNAB2')
                   OPENSTATUS(CTN-OPEN-STATUS)
                   ENABLESTATUS(CTN-ENABLE-STATUS)
           END-EXEC.
      *
           IF CTN-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CTNAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CTN-OPEN
           ELSE IF CTN-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('096')
               END-EXEC
           END-IF.
      *
       6200-OPEN-CMF-FILE.
      *
           EXEC CICS
               INQUIRE FILE('CMFAB2')
                   OPENSTATUS(CMF-OPEN-STATUS)
                   ENABLESTATUS(CMF-ENABLE-STATUS)
           END-EXEC.
      *
           IF CMF-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('CMFAB2') OPEN
               END-EXEC
               MOVE 'Y' TO CMF-OPEN
           ELSE IF CMF-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('001')
               END-EXEC
           END-IF.
      *
       6300-OPEN-SHT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('SHTAB2')
                   OPENSTATUS(SHT-OPEN-STATUS)
                   ENABLESTATUS(SHT-ENABLE-STATUS)
           END-EXEC.
      *
           IF SHT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('SHTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO SHT-OPEN
           ELSE IF SHT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('019')
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
