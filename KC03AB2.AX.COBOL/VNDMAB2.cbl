      * VENDOR NUMBER AND, FOR ADD/CHANGE, THE VENDOR'S NAME, ADDRESS
      * AND CONTACT DETAILS, AND PRESSES ENTER TO POST THE CHANGE TO
      * VNDAB2.  VENDORS ARE REFERENCED BY PURCHASE ORDER ENTRY
      * (POEAB2).  THE VENDOR'S PAYMENT TERMS CODE MUST BE ON THE
      * TERMS FILE (TRMAB2) OR LEFT BLANK FOR NET 0; THE APCHKB2
      * CHECK RUN DUE-DATES THE VENDOR'S VOUCHERS FROM IT.  THE
      * ELECTRONIC PO FLAG (Y/N, BLANK IS N) ROUTES THE VENDOR'S
      * PURCHASE ORDERS TO THE POEXB2 EXTRACT INSTEAD OF PAPER.  THE
      * TAX ID, ITS TYPE (1=EIN, 2=SSN, BLANK IS EIN), THE 1099
      * REPORTABLE FLAG (Y/N, BLANK IS N) AND THE 1099 BOX FEED THE
      * V1099B2 YEAR-END RUN.  THE COMPANY CODE (BLANK IS THE HOME
      * COMPANY) SAYS WHOSE BOOKS THE VENDOR'S PURCHASE ORDERS AND
      * VOUCHERS POST TO; IT MUST BE AN ACTIVE COMPANY ON COMAB2 THAT
      * THE OPERATOR IS ALLOWED TO WORK (COMAUAB2 DECIDES).
      * EVERY ADD, CHANGE AND DELETE IS JOURNALED THROUGH JRNWRAB2
      * WITH THE RECORD'S BEFORE AND AFTER IMAGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  VND-OPEN                PIC X VALUE 'N'.
           02  VND-OPEN-STATUS         PIC S9(8) COMP.
           02  VND-ENABLE-STATUS       PIC S9(8) COMP.
           02  TRM-OPEN                PIC X VALUE 'N'.
           02  TRM-OPEN-STATUS         PIC S9(8) COMP.
           02  TRM-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
               88  VALID-DATA                         VALUE 'Y'.
           05  VENDOR-FOUND-SW             PIC X(01)  VALUE 'N'.
               88  VENDOR-FOUND                       VALUE 'Y'.
           05  TERMS-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  TERMS-FOUND                        VALUE 'Y'.
      *
       01  FLAGS.
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
       COPY VENDOR.
      *
       COPY TERMS.
      *
       COPY COMPARM.
      *
       COPY VNDSAB2.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE ATTR-NO-HIGHLIGHT TO VND-H-ACTION
                                     VND-H-VENDNO
                                     VND-H-NAME
                                     VND-H-TERMS
                                     VND-H-EDIPO
                                     VND-H-TAXID
                                     VND-H-TINTYP
                                     VND-H-R1099
                                     VND-H-BOX
                                     VND-H-COMPANY.
      *
           IF        VND-D-ACTION = '1' OR '2'
               PERFORM 1260-CHECK-COMPANY-AUTHORITY
           END-IF.
      *
      *    1099 FIELDS.  A REPORTABLE VENDOR (Y) MUST CARRY ONE OF
      *    THE BOX CODES; THE TAX ID IS NINE DIGITS OR BLANK (A
      *    REPORTABLE VENDOR WITH NO TAX ID IS ALLOWED ON FILE BUT IS
      *    CALLED OUT ON THE V1099B2 REVIEW LISTING).
      *
           IF        VND-D-ACTION = '1' OR '2'
               IF VND-D-R1099 = 'Y'
                   MOVE VND-D-BOX TO VND-1099-BOX
                   IF NOT VND-1099-BOX-VALID
                       MOVE ATTR-REVERSE TO VND-H-BOX
                       MOVE -1 TO VND-L-BOX
                       MOVE '1099 box must be N, R, Y, O, M or A.'
                           TO VND-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
               IF        VND-D-R1099 NOT = SPACE
                     AND VND-D-R1099 NOT = LOW-VALUE
                     AND VND-D-R1099 NOT = 'Y'
                     AND VND-D-R1099 NOT = 'N'
                   MOVE ATTR-REVERSE TO VND-H-R1099
                   MOVE -1 TO VND-L-R1099
                   MOVE '1099 reportable flag must be Y or N.'
                       TO VND-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
               IF        VND-D-TINTYP NOT = SPACE
                     AND VND-D-TINTYP NOT = LOW-VALUE
                     AND VND-D-TINTYP NOT = '1'
                     AND VND-D-TINTYP NOT = '2'
                   MOVE ATTR-REVERSE TO VND-H-TINTYP
                   MOVE -1 TO VND-L-TINTYP
                   MOVE 'Tax ID type must be 1=EIN or 2=SSN.'
                       TO VND-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
               IF        VND-D-TAXID NOT = SPACE
                     AND VND-D-TAXID NOT = LOW-VALUE
                     AND VND-D-TAXID NOT NUMERIC
                   MOVE ATTR-REVERSE TO VND-H-TAXID
                   MOVE -1 TO VND-L-TAXID
                   MOVE 'Tax ID must be nine digits, no dashes.'
                       TO VND-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
           IF        VND-D-ACTION = '1' OR '2'
               IF        VND-D-EDIPO NOT = SPACE
                     AND VND-D-EDIPO NOT = LOW-VALUE
                     AND VND-D-EDIPO NOT = 'Y'
                     AND VND-D-EDIPO NOT = 'N'
                   MOVE ATTR-REVERSE TO VND-H-EDIPO
                   MOVE -1 TO VND-L-EDIPO
                   MOVE 'Electronic PO flag must be Y or N.'
                       TO VND-D-MESSAGE
                   MOVE 'N' TO VALID-DATA-SW
               END-IF
           END-IF.
      *
      *    A BLANK TERMS CODE IS LEGAL (NET 0 - DUE ON THE VOUCHER
      *    DATE).  A NON-BLANK CODE MUST BE ON THE TERMS FILE.
      *
           IF        VND-D-ACTION = '1' OR '2'
               IF        VND-D-TERMS NOT = SPACE
                     AND VND-D-TERMS NOT = LOW-VALUE
                   PERFORM 1250-READ-TERMS-CODE
                   IF NOT TERMS-FOUND
                       MOVE ATTR-REVERSE TO VND-H-TERMS
                       MOVE -1 TO VND-L-TERMS
                       MOVE 'That terms code is not on the terms file.'
                           TO VND-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   END-IF
               END-IF
           END-IF.
      *
           IF        VND-D-ACTION = '1' OR '2'
               IF        VND-L-NAME = ZERO
                   TO VND-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1250-READ-TERMS-CODE.
      *
           PERFORM 6100-OPEN-TERMS-FILE.
      *
           MOVE VND-D-TERMS TO TRM-TERMS-CODE.
      *
           EXEC CICS
               READ FILE('TRMAB2')
                    INTO(TERMS-CODE-RECORD)
                    RIDFLD(TRM-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE 'Y' TO TERMS-FOUND-SW
           ELSE
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'N' TO TERMS-FOUND-SW
               ELSE
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       1260-CHECK-COMPANY-AUTHORITY.
      *
           IF VND-D-COMPANY = LOW-VALUE
               MOVE SPACE TO VND-D-COMPANY
           END-IF.
           MOVE SC-OPERATOR-ID TO CAP-OPERATOR-ID.
           MOVE VND-D-COMPANY  TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO VND-H-COMPANY
               MOVE -1 TO VND-L-COMPANY
               MOVE CAP-MESSAGE TO VND-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1300-READ-VENDOR-RECORD.
      *
           MOVE VND-D-ZIP     TO VND-ZIP-CODE.
           MOVE VND-D-PHONE   TO VND-PHONE-NUMBER.
           MOVE VND-D-CONTACT TO VND-CONTACT-NAME.
           IF VND-D-TERMS = LOW-VALUE
               MOVE SPACE TO VND-TERMS-CODE
           ELSE
               MOVE VND-D-TERMS TO VND-TERMS-CODE
           END-IF.
           IF VND-D-EDIPO = 'Y'
               MOVE 'Y' TO VND-EDI-PO-SW
           ELSE
               MOVE 'N' TO VND-EDI-PO-SW
           END-IF.
           IF VND-D-TAXID = LOW-VALUE
               MOVE SPACE TO VND-TAX-ID
           ELSE
               MOVE VND-D-TAXID TO VND-TAX-ID
           END-IF.
           IF VND-D-TINTYP = '2'
               MOVE '2' TO VND-TIN-TYPE
           ELSE
               MOVE '1' TO VND-TIN-TYPE
           END-IF.
           IF VND-D-R1099 = 'Y'
               MOVE 'Y' TO VND-1099-SW
               MOVE VND-D-BOX TO VND-1099-BOX
           ELSE
               MOVE 'N' TO VND-1099-SW
               MOVE SPACE TO VND-1099-BOX
           END-IF.
           MOVE VND-D-COMPANY TO VND-COMPANY-CODE.
      *
       2100-ADD-VENDOR.
      *
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 1400-SEND-VENDOR-MAP
           ELSE
               MOVE SPACE TO VENDOR-MASTER-RECORD
               PERFORM 1350-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   WRITE FILE('VNDAB2')
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'VNDAB2' TO JPM-FILE-NAME
               MOVE VND-KEY TO JPM-RECORD-KEY
               MOVE 160 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE VENDOR-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Vendor added.' TO VND-D-MESSAGE
               MOVE -1 TO VND-L-ACTION
               SET SEND-DATAONLY TO TRUE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE VENDOR-MASTER-RECORD TO JPM-BEFORE-IMAGE
               PERFORM 1350-MOVE-SCREEN-TO-RECORD
               EXEC CICS
                   REWRITE FILE('VNDAB2')
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'VNDAB2' TO JPM-FILE-NAME
               MOVE VND-KEY TO JPM-RECORD-KEY
               MOVE 160 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE VENDOR-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Vendor changed.' TO VND-D-MESSAGE
               MOVE -1 TO VND-L-ACTION
               SET SEND-DATAONLY TO TRUE
           MOVE VND-D-VENDNO TO VND-VENDOR-NUMBER.
      *
           EXEC CICS
               READ FILE('VNDAB2')
                    INTO(VENDOR-MASTER-RECORD)
                    RIDFLD(VND-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE = DFHRESP(NOTFND)
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE VENDOR-MASTER-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('VNDAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'VNDAB2' TO JPM-FILE-NAME
               MOVE VND-KEY TO JPM-RECORD-KEY
               MOVE 160 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               MOVE 'Vendor deleted.' TO VND-D-MESSAGE
               MOVE -1 TO VND-L-ACTION
               SET SEND-DATAONLY TO TRUE
                   ABEND ABCODE ('016')
               END-EXEC
           END-IF.
      *
       6100-OPEN-TERMS-FILE.
      *
           EXEC CICS
               INQUIRE FILE('TRMAB2')
                   OPENSTATUS(TRM-OPEN-STATUS)
                   ENABLESTATUS(TRM-ENABLE-STATUS)
           END-EXEC.
      *
           IF TRM-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('TRMAB2') OPEN
               END-EXEC
               MOVE 'Y' TO TRM-OPEN
           ELSE IF TRM-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('014')
               END-EXEC
           END-IF.
      *
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'VNDMAB2'      TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       9999-TERMINATE-PROGRAM.
      *
