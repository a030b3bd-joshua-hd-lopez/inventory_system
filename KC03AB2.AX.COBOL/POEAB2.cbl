      * PRD-QUANTITY-ON-ORDER IS ROLLED UP SO THE PRODUCT INQUIRY
      * (PRDINQB2) SHOWS BUYERS WHAT IS ALREADY ON THE WATER BEFORE
      * THEY ORDER IT AGAIN.  RECEIVING AGAINST THE PO IS RCVAB2.
      * CHANGING OR CANCELLING A LINE ONCE THE PO IS OUT IS POCHAB2.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       COPY WHSMAST.
      *
       COPY INVCTL.
      *
       COPY COMPARM.
      *
       01  GETIN-PARMS.
           05  GETIN-DOCUMENT-TYPE     PIC 9(01).
           05  GETIN-NEXT-NUMBER       PIC 9(06).
           05  GETIN-COMPANY-CODE      PIC X(02) VALUE SPACE.
      *
       COPY POSAB2.
      *
               MOVE 'You must enter a vendor number.' TO PO-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               MOVE PO-D-VENDNO TO VND-VENDOR-NUMBER
               PERFORM 1210-READ-VENDOR-RECORD
               IF VENDOR-FOUND
                   MOVE VND-NAME TO PO-D-VENDNAME
                   MOVE PO-D-VENDNO TO CA-VENDOR-NUMBER
                   PERFORM 1215-CHECK-COMPANY-AUTHORITY
               ELSE
                   MOVE SPACE TO PO-D-VENDNAME
                   MOVE ATTR-REVERSE TO PO-H-VENDNO
       1210-READ-VENDOR-RECORD.
      *
           PERFORM 6000-OPEN-VND-FILE.
      *
           EXEC CICS
               READ FILE('VNDAB2')
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE PO IS THE VENDOR'S COMPANY'S.  THE OPERATOR MAY ONLY BUY
      * FOR THE COMPANIES THEIR OPRAB2 RECORD ALLOWS (COMAUAB2
      * DECIDES), AND THE PO NUMBER COMES FROM THAT COMPANY.
      *****************************************************************
       1215-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID   TO CAP-OPERATOR-ID.
           MOVE VND-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO PO-H-VENDNO
               MOVE -1 TO PO-L-VENDNO
               MOVE CAP-MESSAGE TO PO-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1220-EDIT-PO-LINE.
      *
               FORMATTIME ABSTIME(ABSOLUTE-TIME)
               MMDDYYYY(WS-ORDER-DATE)
           END-EXEC.
      *
           MOVE CA-VENDOR-NUMBER TO VND-VENDOR-NUMBER.
           PERFORM 1210-READ-VENDOR-RECORD.
           IF NOT VENDOR-FOUND
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           SET INVCTL-PURCHORD-NUMBER-SEQ TO TRUE.
           MOVE INVCTL-RECORD-KEY TO GETIN-DOCUMENT-TYPE.
           MOVE VND-COMPANY-CODE  TO GETIN-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('GETINAB2')
                    COMMAREA(GETIN-PARMS)
