      * ONE APVAB2 RECORD IS WRITTEN PER BILLED LINE, KEYED BY VENDOR
      * PLUS THE VENDOR'S OWN INVOICE NUMBER, SO APAGEB2 CAN AGE THE
      * OPEN PAYABLES THE WAY AGERPB2 AGES THE RECEIVABLES AND THE
      * SPREADSHEET IN ACCOUNTING CAN FINALLY BE RETIRED.  A VOUCHER
      * WITH ANY LINE HELD RAISES ONE VH OPERATOR ALERT (ALTWRAB2),
      * KEYED BY VENDOR AND INVOICE, FOR WHOEVER REVIEWS VARIANCES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           05  WS-PO-BROWSE-KEY.
               10  WS-PO-BROWSE-NUMBER      PIC 9(06).
               10  WS-PO-BROWSE-LINE        PIC 9(02).
      *
       01  VH-ALERT-REFERENCE.
           05  VHR-VENDOR-NUMBER       PIC X(06).
           05  VHR-VENDOR-INVOICE      PIC X(10).
           05  FILLER                  PIC X(04)  VALUE SPACE.
      *
       01  VH-ALERT-TEXT.
           05  FILLER                  PIC X(07)  VALUE 'VENDOR '.
           05  VHA-VENDOR-NUMBER       PIC X(06).
           05  FILLER                  PIC X(09)  VALUE ' INVOICE '.
           05  VHA-VENDOR-INVOICE      PIC X(10).
           05  FILLER                  PIC X(04)  VALUE ' PO '.
           05  VHA-PO-NUMBER           PIC 9(06).
           05  FILLER                  PIC X(18)  VALUE
                                       ' HELD FOR VARIANCE'.
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       COPY VENDOR.
      *
       COPY APVCHR.
      *
       COPY COMPARM.
      *
       COPY ALTPARM.
      *
       COPY APVSAB2.
      *
                       PERFORM 1400-SEND-VOUCHER-MAP
                   ELSE
                       PERFORM 1300-SHOW-VENDOR-NAME
                       PERFORM 1310-CHECK-COMPANY-AUTHORITY
                   END-IF
               END-IF
           ELSE
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'UNKNOWN VENDOR' TO APV-D-VENDNAME
                   MOVE SPACE TO VND-COMPANY-CODE
               ELSE
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE VOUCHER IS THE VENDOR'S COMPANY'S PAYABLE.  THE OPERATOR
      * MAY ONLY VOUCHER FOR THE COMPANIES THEIR OPRAB2 RECORD ALLOWS
      * (COMAUAB2 DECIDES).
      *****************************************************************
       1310-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID   TO CAP-OPERATOR-ID.
           MOVE VND-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO APV-H-VENDNO
               MOVE -1 TO APV-L-VENDNO
               MOVE CAP-MESSAGE TO APV-D-MESSAGE
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-VOUCHER-MAP
           ELSE
               MOVE 'Key the billed quantity and cost against each line
      -            '.  Then press Enter.' TO APV-D-INSTR
               MOVE 'F3=Exit  F4=New voucher  F12=Cancel'
                   TO APV-D-FKEY
               MOVE -1 TO APV-L-BQTY(1)
               SET SEND-DATAONLY TO TRUE
               PERFORM 1400-SEND-VOUCHER-MAP
               SET PROCESS-VOUCHER-LINES TO TRUE
           END-IF.
      *
       2000-POST-VOUCHER.
      *
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 1400-SEND-VOUCHER-MAP
               ELSE
                   PERFORM 1300-SHOW-VENDOR-NAME
                   PERFORM 2200-POST-VOUCHER-LINE
                       VARYING LINE-SUB FROM 1 BY 1
                         UNTIL LINE-SUB > 6
                   IF VOUCHER-HELD
                       PERFORM 2300-RAISE-VARIANCE-ALERT
                   END-IF
                   SET PROCESS-HEADER-ENTRY TO TRUE
                   MOVE LOW-VALUE TO APVMAP1
                   IF VOUCHER-HELD
           PERFORM 6300-OPEN-APV-FILE.
      *
           MOVE CA-VENDOR-NUMBER          TO APV-VENDOR-NUMBER.
           MOVE VND-COMPANY-CODE          TO APV-COMPANY-CODE.
           MOVE CA-VENDOR-INVOICE         TO APV-VENDOR-INVOICE.
           MOVE CA-APV-LINE-NO(LINE-SUB)  TO APV-LINE-NUMBER.
           MOVE CA-PO-NUMBER              TO APV-PO-NUMBER.
           MOVE WS-BILLED-COST            TO APV-UNIT-COST-BILLED.
           MOVE WS-VOUCHER-DATE           TO APV-VOUCHER-DATE.
           MOVE SC-OPERATOR-ID            TO APV-OPERATOR.
           MOVE ZERO                      TO APV-CHECK-NUMBER.
           MOVE SPACE                     TO APV-PAID-DATE.
      *
           EVALUATE TRUE
               WHEN WS-BILLED-QTY > CA-APV-RCVD-QTY(LINE-SUB)
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2300-RAISE-VARIANCE-ALERT.
      *
           MOVE CA-VENDOR-NUMBER  TO VHR-VENDOR-NUMBER
                                     VHA-VENDOR-NUMBER.
           MOVE CA-VENDOR-INVOICE TO VHR-VENDOR-INVOICE
                                     VHA-VENDOR-INVOICE.
           MOVE CA-PO-NUMBER      TO VHA-PO-NUMBER.
      *
           MOVE 'VH'               TO APM-ALERT-TYPE.
           MOVE VH-ALERT-REFERENCE TO APM-REFERENCE.
           MOVE VH-ALERT-TEXT      TO APM-TEXT.
           MOVE 'APVEAB2'          TO APM-RAISED-BY.
           EXEC CICS
               LINK PROGRAM('ALTWRAB2')
                    COMMAREA(ALERT-PARMS)
           END-EXEC.
      *
       1400-SEND-VOUCHER-MAP.
      *
