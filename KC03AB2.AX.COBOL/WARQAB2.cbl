       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID.  WARQAB2.
      *
      *****************************************************************
      * WARRANTY INQUIRY BY SERIAL NUMBER.  THE OPERATOR KEYS A
      * PRODUCT CODE AND SERIAL NUMBER (SERAB2 IS KEYED PRODUCT-MAJOR)
      * AND THE UNIT'S HISTORY COMES BACK ON ONE SCREEN: WHERE IT IS,
      * THE PO AND VENDOR IT CAME IN ON, THE INVOICE AND CUSTOMER IT
      * SHIPPED TO, ANY RMA THAT BROUGHT IT BACK, AND ITS WARRANTY -
      * SHIP DATE PLUS THE PRODUCT'S PRD-WARRANTY-MONTHS - AS IN
      * WARRANTY, EXPIRED, NO WARRANTY, OR NOT SHIPPED.  THE SAME
      * RULE RMAAB2 WARNS ON AND WARCLB2 CLAIMS ON.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.

       01  END-OF-SESSION-MESSAGE      PIC X(13) VALUE 'Session ended'.

       01  FILE-STATUS-INFO.
           02  SER-OPEN                PIC X VALUE 'N'.
           02  SER-OPEN-STATUS         PIC S9(8) COMP.
           02  SER-ENABLE-STATUS       PIC S9(8) COMP.
           02  PRD-OPEN                PIC X VALUE 'N'.
           02  PRD-OPEN-STATUS         PIC S9(8) COMP.
           02  PRD-ENABLE-STATUS       PIC S9(8) COMP.
           02  INV-OPEN                PIC X VALUE 'N'.
           02  INV-OPEN-STATUS         PIC S9(8) COMP.
           02  INV-ENABLE-STATUS       PIC S9(8) COMP.
           02  CMF-OPEN                PIC X VALUE 'N'.
           02  CMF-OPEN-STATUS         PIC S9(8) COMP.
           02  CMF-ENABLE-STATUS       PIC S9(8) COMP.
           02  PO-OPEN                 PIC X VALUE 'N'.
           02  PO-OPEN-STATUS          PIC S9(8) COMP.
           02  PO-ENABLE-STATUS        PIC S9(8) COMP.
           02  VND-OPEN                PIC X VALUE 'N'.
           02  VND-OPEN-STATUS         PIC S9(8) COMP.
           02  VND-ENABLE-STATUS       PIC S9(8) COMP.
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
           05  ABSOLUTE-TIME               PIC S9(15) COMP-3.
           05  TODAY-DATE-MDY              PIC X(08).
           05  TODAY-YMD                   PIC 9(08).
           05  TODAY-YMD-R REDEFINES TODAY-YMD.
               10  TODAY-YYYY              PIC X(04).
               10  TODAY-MM                PIC X(02).
               10  TODAY-DD                PIC X(02).
           05  SHIP-DATE-WORK              PIC X(08).
           05  SHIP-DATE-WORK-R REDEFINES SHIP-DATE-WORK.
               10  SHIP-MM                 PIC 9(02).
               10  SHIP-DD                 PIC 9(02).
               10  SHIP-YYYY               PIC 9(04).
           05  WARRANTY-END-YMD            PIC 9(08).
           05  WARRANTY-END-YMD-R REDEFINES WARRANTY-END-YMD.
               10  WARRANTY-END-YYYY       PIC 9(04).
               10  WARRANTY-END-MM         PIC 9(02).
               10  WARRANTY-END-DD         PIC 9(02).
           05  WARRANTY-END-MDY            PIC X(08).
           05  WARRANTY-END-MDY-R REDEFINES WARRANTY-END-MDY.
               10  WARRANTY-END-MDY-MM     PIC 9(02).
               10  WARRANTY-END-MDY-DD     PIC 9(02).
               10  WARRANTY-END-MDY-YYYY   PIC 9(04).
           05  MONTH-COUNT                 PIC 9(04).
           05  YEARS-ADDED                 PIC 9(04).
           05  MONTH-REM                   PIC 9(02).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       01  COMMUNICATION-AREA.
      *
           05  CA-CONTEXT-FLAG             PIC X(01).
               88  PROCESS-INQUIRY                    VALUE '1'.
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       COPY SERIAL.
      *
       COPY PRODUCT.
      *
       COPY INVOICE.
      *
       COPY CUSTMAS.
      *
       COPY PURCHORD.
      *
       COPY VENDOR.
      *
       COPY WARSAB2.
      *
       COPY DFHAID.
      *
       COPY ATTR.
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
       0000-PROCESS-WARRANTY-INQUIRY.
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
                   SET PROCESS-INQUIRY TO TRUE
                   PERFORM 1450-RESET-INQUIRY-SCREEN
      *
               WHEN EIBAID = DFHCLEAR
                   PERFORM 1450-RESET-INQUIRY-SCREEN
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
                   PERFORM 1000-PROCESS-INQUIRY
      *
               WHEN OTHER
                   MOVE LOW-VALUE TO WARMAP1
                   MOVE 'Invalid key pressed.' TO WRQ-D-MESSAGE
                   MOVE -1 TO WRQ-L-PCODE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-INQUIRY-MAP
      *
           END-EVALUATE.
      *
           EXEC CICS
               RETURN TRANSID('WAAB')
                      COMMAREA(COMMUNICATION-AREA)
           END-EXEC.
      *
       1000-PROCESS-INQUIRY.
      *
           PERFORM 1100-RECEIVE-INQUIRY-MAP.
      *
           EVALUATE TRUE
               WHEN WRQ-L-PCODE = ZERO
                 OR WRQ-D-PCODE = SPACE
                   MOVE ATTR-REVERSE TO WRQ-H-PCODE
                   MOVE -1 TO WRQ-L-PCODE
                   MOVE 'You must enter a product code.'
                       TO WRQ-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-INQUIRY-MAP
               WHEN WRQ-L-SERIAL = ZERO
                 OR WRQ-D-SERIAL = SPACE
                   MOVE ATTR-REVERSE TO WRQ-H-SERIAL
                   MOVE -1 TO WRQ-L-SERIAL
                   MOVE 'You must enter a serial number.'
                       TO WRQ-D-MESSAGE
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-INQUIRY-MAP
               WHEN OTHER
                   PERFORM 2000-DISPLAY-SERIAL
           END-EVALUATE.
      *
       1100-RECEIVE-INQUIRY-MAP.
      *
           EXEC CICS
               RECEIVE MAP('WARMAB2')
                       MAPSET('WARSAB2')
                       INTO(WARMAP1)
           END-EXEC.
      *
           INSPECT WARMAP1
                REPLACING ALL '_' BY SPACE.
      *
       2000-DISPLAY-SERIAL.
      *
           PERFORM 6000-OPEN-SER-FILE.
           MOVE WRQ-D-PCODE  TO SER-PRODUCT-CODE.
           MOVE WRQ-D-SERIAL TO SER-SERIAL-NUMBER.
      *
           EXEC CICS
               READ FILE('SERAB2')
                    INTO(SERIAL-UNIT-RECORD)
                    RIDFLD(SER-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM 2100-FORMAT-SERIAL
                   MOVE SPACE TO WRQ-D-MESSAGE
                   MOVE -1 TO WRQ-L-PCODE
                   SET SEND-DATAONLY TO TRUE
                   PERFORM 1400-SEND-INQUIRY-MAP
               WHEN DFHRESP(NOTFND)
                   PERFORM 2050-CLEAR-RESULT
                   MOVE 'That serial number is not on file for that pr
      -                'oduct.' TO WRQ-D-MESSAGE
                   MOVE -1 TO WRQ-L-SERIAL
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-INQUIRY-MAP
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2050-CLEAR-RESULT.
      *
           MOVE SPACE TO WRQ-D-PDESC
                         WRQ-D-STATUS
                         WRQ-D-WHSE
                         WRQ-D-RCVDATE
                         WRQ-D-PONO
                         WRQ-D-VENDNO
                         WRQ-D-VNAME
                         WRQ-D-INVNO
                         WRQ-D-SHIPDATE
                         WRQ-D-CUSTNO
                         WRQ-D-CNAME
                         WRQ-D-WAREND
                         WRQ-D-COVERAGE
                         WRQ-D-RMANO
                         WRQ-D-RETDATE.
           MOVE ZERO  TO WRQ-D-WMONTHS.
      *
       2100-FORMAT-SERIAL.
      *
           PERFORM 2050-CLEAR-RESULT.
      *
           EVALUATE TRUE
               WHEN SER-STATUS-IN-STOCK
                   MOVE 'IN STOCK' TO WRQ-D-STATUS
               WHEN SER-STATUS-SHIPPED
                   MOVE 'SHIPPED'  TO WRQ-D-STATUS
               WHEN SER-STATUS-RETURNED
                   MOVE 'RETURNED' TO WRQ-D-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN'  TO WRQ-D-STATUS
           END-EVALUATE.
           MOVE SER-WAREHOUSE-CODE TO WRQ-D-WHSE.
           MOVE SER-RECEIPT-DATE   TO WRQ-D-RCVDATE.
           IF SER-PO-NUMBER NOT = ZERO
               MOVE SER-PO-NUMBER  TO WRQ-D-PONO
               PERFORM 2200-GET-VENDOR
           END-IF.
           IF SER-INVOICE-NUMBER NOT = ZERO
               MOVE SER-INVOICE-NUMBER TO WRQ-D-INVNO
               MOVE SER-SHIP-DATE      TO WRQ-D-SHIPDATE
               PERFORM 2300-GET-CUSTOMER
           END-IF.
           IF SER-RMA-NUMBER NOT = ZERO
               MOVE SER-RMA-NUMBER  TO WRQ-D-RMANO
               MOVE SER-RETURN-DATE TO WRQ-D-RETDATE
           END-IF.
      *
           PERFORM 6100-OPEN-PRD-FILE.
           MOVE ZERO TO PRD-WARRANTY-MONTHS.
           EXEC CICS
               READ FILE('PRDAB2')
                    INTO(PRODUCT-MASTER-RECORD)
                    RIDFLD(SER-PRODUCT-CODE)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE PRD-PRODUCT-DESCRIPTION TO WRQ-D-PDESC
               WHEN DFHRESP(NOTFND)
                   MOVE '** NOT ON FILE **' TO WRQ-D-PDESC
                   MOVE ZERO TO PRD-WARRANTY-MONTHS
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
           MOVE PRD-WARRANTY-MONTHS TO WRQ-D-WMONTHS.
      *
           PERFORM 2400-SET-COVERAGE.
      *
       2200-GET-VENDOR.
      *
           PERFORM 6400-OPEN-PO-FILE.
           MOVE SER-PO-NUMBER TO PO-PO-NUMBER.
           MOVE ZERO          TO PO-LINE-NUMBER.
      *
           EXEC CICS
               STARTBR FILE('POAB2')
                       RIDFLD(PO-KEY)
                       GTEQ
                       RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   READNEXT FILE('POAB2')
                            INTO(PURCHASE-ORDER-RECORD)
                            RIDFLD(PO-KEY)
                            RESP(RESPONSE-CODE)
               END-EXEC
               IF        RESPONSE-CODE = DFHRESP(NORMAL)
                     AND PO-PO-NUMBER = SER-PO-NUMBER
                   MOVE PO-VENDOR-NUMBER TO WRQ-D-VENDNO
                   PERFORM 2210-GET-VENDOR-NAME
               END-IF
               EXEC CICS
                   ENDBR FILE('POAB2')
                         RESP(RESPONSE-CODE)
               END-EXEC
           END-IF.
      *
       2210-GET-VENDOR-NAME.
      *
           PERFORM 6500-OPEN-VND-FILE.
           MOVE PO-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
      *
           EXEC CICS
               READ FILE('VNDAB2')
                    INTO(VENDOR-MASTER-RECORD)
                    RIDFLD(VND-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE VND-NAME TO WRQ-D-VNAME
           END-IF.
      *
       2300-GET-CUSTOMER.
      *
           PERFORM 6200-OPEN-INV-FILE.
           MOVE SER-INVOICE-NUMBER TO INV-INVOICE-NUMBER.
      *
           EXEC CICS
               READ FILE('INVAB2')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE INV-CUSTOMER-NUMBER TO WRQ-D-CUSTNO
               PERFORM 6300-OPEN-CMF-FILE
               MOVE INV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               EXEC CICS
                   READ FILE('CMFAB2')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(CM-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE CM-LAST-NAME TO WRQ-D-CNAME
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE WARRANTY RUNS PRD-WARRANTY-MONTHS FROM THE SHIP DATE AND
      * EXPIRES ON THE SAME DAY OF THE MONTH IT SHIPPED.  A UNIT
      * THAT NEVER SHIPPED HAS NO WARRANTY CLOCK RUNNING YET.
      *****************************************************************
       2400-SET-COVERAGE.
      *
           MOVE SER-SHIP-DATE TO SHIP-DATE-WORK.
           EVALUATE TRUE
               WHEN SER-INVOICE-NUMBER = ZERO
                 OR SHIP-DATE-WORK NOT NUMERIC
                   MOVE 'NOT SHIPPED' TO WRQ-D-COVERAGE
               WHEN PRD-WARRANTY-MONTHS = ZERO
                   MOVE 'NO WARRANTY' TO WRQ-D-COVERAGE
               WHEN OTHER
                   PERFORM 8000-GET-TODAY-DATE
                   COMPUTE MONTH-COUNT =
                       SHIP-MM - 1 + PRD-WARRANTY-MONTHS
                   DIVIDE MONTH-COUNT BY 12
                       GIVING YEARS-ADDED
                       REMAINDER MONTH-REM
                   COMPUTE WARRANTY-END-YYYY = SHIP-YYYY + YEARS-ADDED
                   COMPUTE WARRANTY-END-MM   = MONTH-REM + 1
                   MOVE SHIP-DD TO WARRANTY-END-DD
                   MOVE WARRANTY-END-MM   TO WARRANTY-END-MDY-MM
                   MOVE WARRANTY-END-DD   TO WARRANTY-END-MDY-DD
                   MOVE WARRANTY-END-YYYY TO WARRANTY-END-MDY-YYYY
                   MOVE WARRANTY-END-MDY  TO WRQ-D-WAREND
                   IF TODAY-YMD > WARRANTY-END-YMD
                       MOVE 'EXPIRED'     TO WRQ-D-COVERAGE
                   ELSE
                       MOVE 'IN WARRANTY' TO WRQ-D-COVERAGE
                   END-IF
           END-EVALUATE.
      *
       1400-SEND-INQUIRY-MAP.
      *
           MOVE 'WAAB' TO WRQ-D-TRANID.
      *
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS
                       SEND MAP('WARMAB2')
                            MAPSET('WARSAB2')
                            FROM(WARMAP1)
                            CURSOR
                            ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS
                       SEND MAP('WARMAB2')
                            MAPSET('WARSAB2')
                            FROM(WARMAP1)
                            CURSOR
                            DATAONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS
                       SEND MAP('WARMAB2')
                            MAPSET('WARSAB2')
                            FROM(WARMAP1)
                            CURSOR
                            DATAONLY
                            ALARM
                   END-EXEC
           END-EVALUATE.
      *
       1450-RESET-INQUIRY-SCREEN.
      *
           MOVE LOW-VALUE TO WARMAP1.
           MOVE 'Type a product code and serial number.  Then press En
      -        'ter.' TO WRQ-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO WRQ-D-FKEY.
           MOVE -1 TO WRQ-L-PCODE.
           SET SEND-ERASE TO TRUE.
           PERFORM 1400-SEND-INQUIRY-MAP.
      *
       8000-GET-TODAY-DATE.
      *
           EXEC CICS
               ASKTIME ABSTIME(ABSOLUTE-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               MMDDYYYY(TODAY-DATE-MDY)
           END-EXEC.
           MOVE TODAY-DATE-MDY(5:4) TO TODAY-YYYY.
           MOVE TODAY-DATE-MDY(1:2) TO TODAY-MM.
           MOVE TODAY-DATE-MDY(3:2) TO TODAY-DD.
      *
       6000-OPEN-SER-FILE.
      *
           EXEC CICS
               INQUIRE FILE('SERAB2')
                   OPENSTATUS(SER-OPEN-STATUS)
                   ENABLESTATUS(SER-ENABLE-STATUS)
           END-EXEC.
      *
           IF SER-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('SERAB2') OPEN
               END-EXEC
               MOVE 'Y' TO SER-OPEN
           ELSE IF SER-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('050')
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
       6200-OPEN-INV-FILE.
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
       6300-OPEN-CMF-FILE.
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
       6400-OPEN-PO-FILE.
      *
           EXEC CICS
               INQUIRE FILE('POAB2')
                   OPENSTATUS(PO-OPEN-STATUS)
                   ENABLESTATUS(PO-ENABLE-STATUS)
           END-EXEC.
      *
           IF PO-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('POAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PO-OPEN
           ELSE IF PO-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('017')
               END-EXEC
           END-IF.
      *
       6500-OPEN-VND-FILE.
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
