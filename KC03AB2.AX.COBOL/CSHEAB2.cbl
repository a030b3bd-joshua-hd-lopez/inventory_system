      * THE CUSTOMER'S CM-BALANCE-DUE IS REDUCED BY THE CHECK AMOUNT,
      * SO THE AGING REPORT (AGERPB2) AND THE CUSTOMER BALANCE BOTH
      * REFLECT WHAT IS ACTUALLY STILL UNPAID.
      * THE ON-ACCOUNT PART OF A CHECK CAN BE TAKEN AS A DEPOSIT ON
      * ONE OF THE CUSTOMER'S OPEN (NOT YET BILLED) ORDERS BY KEYING
      * THE ORDER'S INVOICE NUMBER IN THE DEPOSIT FIELD.  A DEPAB2
      * DEPOSIT RECORD IS WRITTEN FOR IT; THE CASH STAYS ON ACCOUNT
      * ON THE RECEIPT UNTIL SHCAB2 BILLS THE ORDER AND APPLIES THE
      * DEPOSIT TO THE NEW OPEN ITEM.  A CASH-IN-ADVANCE CUSTOMER'S
      * ORDER DOES NOT SHIP UNTIL ITS DEPOSITS COVER IT.
      * A SHORT PAYMENT THE CUSTOMER HAS TAKEN A DEDUCTION ON (PRICING
      * DISPUTE, DAMAGE, MISSING REBATE) CARRIES A REASON CODE ON ITS
      * APPLY LINE.  THE CASH APPLIES AS USUAL AND THE REST OF THE
      * INVOICE IS SPLIT OFF TO DEDAB2 AS A DEDUCTION UNDER THE
      * ACCOUNT'S ANALYST, SO IT IS WORKED AND RESOLVED (DEDMTB2)
      * INSTEAD OF BEING DUNNED AND CHARGED FINANCE CHARGES.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  OPN-OPEN                PIC X VALUE 'N'.
           02  OPN-OPEN-STATUS         PIC S9(8) COMP.
           02  OPN-ENABLE-STATUS       PIC S9(8) COMP.
           02  DEP-OPEN                PIC X VALUE 'N'.
           02  DEP-OPEN-STATUS         PIC S9(8) COMP.
           02  DEP-ENABLE-STATUS       PIC S9(8) COMP.
           02  DED-OPEN                PIC X VALUE 'N'.
           02  DED-OPEN-STATUS         PIC S9(8) COMP.
           02  DED-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
               88  DUPLICATE-CHECK                    VALUE 'Y'.
           05  APP-BROWSE-EOF-SW           PIC X(01)  VALUE 'N'.
               88  APP-BROWSE-EOF                     VALUE 'Y'.
           05  DEDUCTION-TAKEN-SW          PIC X(01)  VALUE 'N'.
               88  DEDUCTION-TAKEN                    VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  WS-OPEN-AMOUNT          PIC S9(07)V99.
           05  WS-APPLIED-TO-DATE      PIC S9(07)V99.
           05  WS-NEXT-APP-SEQ         PIC 9(02).
           05  WS-DEDUCTION-AMOUNT     PIC S9(07)V99.
           05  WS-APP-BROWSE-KEY.
               10  WS-APP-INVOICE-NUMBER    PIC 9(06).
               10  WS-APP-APPLICATION-SEQ   PIC 9(02).
           05  CA-APPLY-ENTRY              OCCURS 6 TIMES.
               10  CA-APP-INVOICE          PIC 9(06).
               10  CA-APP-AMOUNT           PIC S9(07)V99 COMP-3.
               10  CA-APP-DEDRSN           PIC X(01).
           05  CA-DEPOSIT-INVOICE          PIC 9(06).
           05  CA-SIGNON-CONTEXT           PIC X(36).
      *
       COPY CUSTMAS.
       COPY CASHAPP.
      *
       COPY OPENITEM.
      *
       COPY DEPOSIT.
      *
       COPY DEDUCT.
      *
       COPY CSHSAB2.
      *
       COPY PERSTAT.
      *
       COPY COMPARM.
      *
       COPY DFHAID.
      *
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA                     PIC X(136).
      *
       PROCEDURE DIVISION.
      *
                        WS-ONACCOUNT-AMOUNT.
           MOVE ATTR-NO-HIGHLIGHT TO CSH-H-CUSTNO
                                     CSH-H-CHECKNO
                                     CSH-H-CHECKAMT
                                     CSH-H-DEPINV.
           MOVE ZERO TO CA-DEPOSIT-INVOICE.
      *
           PERFORM 1220-EDIT-APPLY-LINE
               VARYING APPLY-SUB FROM 6 BY -1
                          ' '           DELIMITED BY SIZE
                          CM-LAST-NAME  DELIMITED BY SPACE
                          INTO CSH-D-CUSTNAME
                   PERFORM 1212-CHECK-COMPANY-AUTHORITY
               ELSE
                   MOVE SPACE TO CSH-D-CUSTNAME
                   MOVE ATTR-REVERSE TO CSH-H-CUSTNO
                       WS-CHECK-AMOUNT - WS-APPLIED-TOTAL
               END-IF
           END-IF.
      *
           IF        VALID-DATA
                 AND CSH-L-DEPINV > ZERO
                 AND CSH-D-DEPINV NOT = SPACE
               PERFORM 1260-EDIT-DEPOSIT-ORDER
           END-IF.
      *
           IF VALID-DATA
               MOVE CSH-D-CUSTNO  TO CA-CUSTOMER-NUMBER
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE RECEIPT POSTS TO THE CUSTOMER'S COMPANY.  THE OPERATOR
      * MAY ONLY POST FOR THE COMPANIES THEIR OPRAB2 RECORD ALLOWS
      * (COMAUAB2 DECIDES).
      *****************************************************************
       1212-CHECK-COMPANY-AUTHORITY.
      *
           MOVE SC-OPERATOR-ID  TO CAP-OPERATOR-ID.
           MOVE CM-COMPANY-CODE TO CAP-COMPANY-CODE.
           EXEC CICS
               LINK PROGRAM('COMAUAB2')
                    COMMAREA(COMPANY-AUTH-PARMS)
           END-EXEC.
      *
           IF CAP-NOT-AUTHORIZED
               MOVE ATTR-REVERSE TO CSH-H-CUSTNO
               MOVE -1 TO CSH-L-CUSTNO
               MOVE CAP-MESSAGE TO CSH-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           END-IF.
      *
       1215-CHECK-DUPLICATE-CHECK.
      *
       1220-EDIT-APPLY-LINE.
      *
           MOVE ATTR-NO-HIGHLIGHT TO CSH-H-INVNO(APPLY-SUB)
                                     CSH-H-APPAMT(APPLY-SUB)
                                     CSH-H-DEDRSN(APPLY-SUB).
           MOVE SPACE TO CA-APP-DEDRSN(APPLY-SUB).
      *
           IF        (CSH-L-INVNO(APPLY-SUB) = ZERO
                  OR  CSH-D-INVNO(APPLY-SUB) = SPACE)
                       MOVE NUM-EDITED-NUMBER
                           TO CA-APP-AMOUNT(APPLY-SUB)
                       ADD NUM-EDITED-NUMBER TO WS-APPLIED-TOTAL
                       PERFORM 1245-EDIT-DEDUCTION-REASON
                   END-IF
               ELSE
                   MOVE ATTR-REVERSE TO CSH-H-APPAMT(APPLY-SUB)
           END-IF.
      *
      *****************************************************************
      * A DEDUCTION REASON SAYS THE CUSTOMER MEANT TO PAY SHORT: THE
      * REST OF THE INVOICE BECOMES A DEDUCTION WHEN THE RECEIPT
      * POSTS.  IT ONLY MAKES SENSE ON A LINE THAT LEAVES SOMETHING
      * OPEN.  NO REASON IS AN ORDINARY PARTIAL PAYMENT.
      *****************************************************************
       1245-EDIT-DEDUCTION-REASON.
      *
           IF        CSH-L-DEDRSN(APPLY-SUB) > ZERO
                 AND CSH-D-DEDRSN(APPLY-SUB) NOT = SPACE
               MOVE CSH-D-DEDRSN(APPLY-SUB) TO DED-REASON
               EVALUATE TRUE
                   WHEN NOT DED-REASON-VALID
                       MOVE 'Deduction reason must be P, D, R or O.'
                           TO CSH-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN NUM-EDITED-NUMBER NOT < WS-OPEN-AMOUNT
                       MOVE 'A deduction reason needs a short payment.'
                           TO CSH-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE DED-REASON TO CA-APP-DEDRSN(APPLY-SUB)
               END-EVALUATE
               IF NOT VALID-DATA
                   MOVE ATTR-REVERSE TO CSH-H-DEDRSN(APPLY-SUB)
                   MOVE -1 TO CSH-L-DEDRSN(APPLY-SUB)
               END-IF
           END-IF.
      *
      *****************************************************************
      * SUMS THE APPAB2 APPLICATIONS ALREADY ON FILE FOR THE INVOICE
      * IN INV-INVOICE-NUMBER, LEAVING THE TOTAL IN WS-APPLIED-TO-DATE
      * AND THE NEXT FREE APPLICATION SEQUENCE IN WS-NEXT-APP-SEQ.
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * THE DEPOSIT ORDER MUST BE ONE OF THIS CUSTOMER'S ORDERS THAT
      * HAS NOT BILLED YET (STATUS O), AND THERE MUST BE SOMETHING
      * LEFT ON ACCOUNT TO HOLD AGAINST IT - THE DEPOSIT IS THE
      * WHOLE ON-ACCOUNT REMAINDER OF THE CHECK.
      *****************************************************************
       1260-EDIT-DEPOSIT-ORDER.
      *
           IF CSH-D-DEPINV NOT NUMERIC
               MOVE ATTR-REVERSE TO CSH-H-DEPINV
               MOVE -1 TO CSH-L-DEPINV
               MOVE 'Deposit order number must be numeric.'
                   TO CSH-D-MESSAGE
               MOVE 'N' TO VALID-DATA-SW
           ELSE
               PERFORM 6200-OPEN-INV-FILE
               MOVE CSH-D-DEPINV TO INV-INVOICE-NUMBER
               EXEC CICS
                   READ FILE('INVAB2')
                        INTO(INVOICE-RECORD)
                        RIDFLD(INV-INVOICE-NUMBER)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE 'That order does not exist.'
                           TO CSH-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   WHEN INV-VOIDED
                       MOVE 'That order has been voided.'
                           TO CSH-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN INV-CUSTOMER-NUMBER NOT = CSH-D-CUSTNO
                       MOVE 'That order belongs to another customer.'
                           TO CSH-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN NOT INV-ORDER-OPEN
                       MOVE 'That order has already been billed - app
      -                     'ly the check to the invoice.'
                           TO CSH-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN WS-ONACCOUNT-AMOUNT NOT > ZERO
                       MOVE 'Nothing is left on account to hold as a de
      -                     'posit.' TO CSH-D-MESSAGE
                       MOVE 'N' TO VALID-DATA-SW
                   WHEN OTHER
                       MOVE CSH-D-DEPINV TO CA-DEPOSIT-INVOICE
               END-EVALUATE
               IF NOT VALID-DATA
                   MOVE ATTR-REVERSE TO CSH-H-DEPINV
                   MOVE -1 TO CSH-L-DEPINV
               END-IF
           END-IF.
      *
       2000-POST-CASH-RECEIPT.
      *
           END-IF.
      *
           MOVE ZERO TO WS-APPLIED-TOTAL.
           MOVE 'N'  TO DEDUCTION-TAKEN-SW.
           PERFORM 2100-WRITE-APPLICATION-RECORD
               VARYING APPLY-SUB FROM 1 BY 1
                 UNTIL APPLY-SUB > 6.
      *
           PERFORM 2200-WRITE-RECEIPT-RECORD.
           PERFORM 2300-REDUCE-CUSTOMER-BALANCE.
           IF CA-DEPOSIT-INVOICE NOT = ZERO
               PERFORM 2250-WRITE-DEPOSIT-RECORD
           END-IF.
      *
           MOVE LOW-VALUE TO CSHMAP1.
           EVALUATE TRUE
               WHEN CA-DEPOSIT-INVOICE NOT = ZERO
                   MOVE 'Receipt posted.  On-account amount held as a de
      -                 'posit on the order.' TO CSH-D-MESSAGE
               WHEN DEDUCTION-TAKEN
                   MOVE 'Receipt posted.  Short-paid balances split off 
      -                 'as deductions.' TO CSH-D-MESSAGE
               WHEN OTHER
                   MOVE 'Receipt posted.' TO CSH-D-MESSAGE
           END-EVALUATE.
           MOVE LOW-VALUE TO COMMUNICATION-AREA.
           MOVE SIGNON-CONTEXT TO CA-SIGNON-CONTEXT.
           SET PROCESS-ENTRY TO TRUE.
           MOVE 'Type receipt details.  Then press Enter.'
               TO CSH-D-INSTR.
           MOVE 'F3=Exit  F12=Cancel' TO CSH-D-FKEY.
               END-EXEC
           END-IF.
      *
      *    EACH COMPANY CLOSES ITS OWN PERIODS; THE RECEIPT IS THE
      *    CUSTOMER'S COMPANY'S.
      *
           PERFORM 6000-OPEN-CMF-FILE.
           EXEC CICS
               READ FILE('CMFAB2')
                    INTO(CUSTOMER-MASTER-RECORD)
                    RIDFLD(CA-CUSTOMER-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
           MOVE CM-COMPANY-CODE TO PER-COMPANY-CODE.
           MOVE PCK-YYYY TO PER-PERIOD(1:4).
           MOVE PCK-MM   TO PER-PERIOD(5:2).
           EXEC CICS
                   TO OPN-INVOICE-NUMBER
               MOVE CA-APP-AMOUNT(APPLY-SUB) TO WS-OPN-RELIEF
               PERFORM 2150-RELIEVE-OPEN-ITEM
               IF        CA-APP-DEDRSN(APPLY-SUB) NOT = SPACE
                     AND CA-APP-DEDRSN(APPLY-SUB) NOT = LOW-VALUE
                   PERFORM 2160-WRITE-DEDUCTION
               END-IF
           END-IF.
      *
      *****************************************************************
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
      *****************************************************************
      * SPLIT THE REST OF A SHORT-PAID INVOICE OFF AS A DEDUCTION.
      * THE APPLICATIONS TO DATE WERE SUMMED JUST BEFORE THIS LINE'S
      * CASH WENT ON, SO THE DEDUCTION IS WHAT THIS CHECK LEFT OPEN.
      * A DEDUCTION ALREADY ON FILE FOR THE INVOICE IS REPLACED - AN
      * OPEN ONE KEEPS THE ANALYST ALREADY WORKING IT.
      *****************************************************************
       2160-WRITE-DEDUCTION.
      *
           PERFORM 6200-OPEN-INV-FILE.
           EXEC CICS
               READ FILE('INVAB2')
                    INTO(INVOICE-RECORD)
                    RIDFLD(INV-INVOICE-NUMBER)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
           COMPUTE WS-DEDUCTION-AMOUNT =
               INV-INVOICE-TOTAL + INV-TAX-AMOUNT
                   + INV-FREIGHT-AMOUNT - WS-APPLIED-TO-DATE
                   - CA-APP-AMOUNT(APPLY-SUB).
      *
           IF WS-DEDUCTION-AMOUNT > ZERO
               PERFORM 6000-OPEN-CMF-FILE
               MOVE CA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               EXEC CICS
                   READ FILE('CMFAB2')
                        INTO(CUSTOMER-MASTER-RECORD)
                        RIDFLD(CM-CUSTOMER-NUMBER)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               PERFORM 6500-OPEN-DED-FILE
               MOVE CA-APP-INVOICE(APPLY-SUB) TO DED-INVOICE-NUMBER
               EXEC CICS
                   READ FILE('DEDAB2')
                        INTO(DEDUCTION-RECORD)
                        RIDFLD(DED-INVOICE-NUMBER)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2161-FILL-DEDUCTION
                       EXEC CICS
                           REWRITE FILE('DEDAB2')
                                   FROM(DEDUCTION-RECORD)
                                   RESP(RESPONSE-CODE)
                       END-EXEC
                   WHEN DFHRESP(NOTFND)
                       MOVE SPACE TO DEDUCTION-RECORD
                       MOVE CA-APP-INVOICE(APPLY-SUB)
                           TO DED-INVOICE-NUMBER
                       PERFORM 2161-FILL-DEDUCTION
                       EXEC CICS
                           WRITE FILE('DEDAB2')
                                 FROM(DEDUCTION-RECORD)
                                 RIDFLD(DED-INVOICE-NUMBER)
                                 RESP(RESPONSE-CODE)
                       END-EXEC
               END-EVALUATE
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'Y' TO DEDUCTION-TAKEN-SW
           END-IF.
      *
       2161-FILL-DEDUCTION.
      *
           IF NOT DED-STATUS-OPEN OR DED-ANALYST = SPACE
               MOVE CM-DEDUCTION-ANALYST TO DED-ANALYST
           END-IF.
           MOVE CA-CUSTOMER-NUMBER        TO DED-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-DATE           TO DED-DEDUCTION-DATE.
           MOVE WS-DEDUCTION-AMOUNT       TO DED-AMOUNT.
           MOVE CA-APP-DEDRSN(APPLY-SUB)  TO DED-REASON.
           MOVE CA-CHECK-NUMBER           TO DED-CHECK-NUMBER.
           SET DED-STATUS-OPEN            TO TRUE.
           MOVE SPACE                     TO DED-OUTCOME
                                             DED-RESOLVED-DATE
                                             DED-RESOLVED-BY
                                             DED-REFERENCE.
      *
       6900-OPEN-OPN-FILE.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
      *****************************************************************
      * THE ON-ACCOUNT REMAINDER OF THE CHECK IS HELD AGAINST THE
      * ORDER.  IT IS APPLIED (AND THE RECEIPT'S ON-ACCOUNT AMOUNT
      * RELIEVED) WHEN SHCAB2 BILLS THE ORDER.
      *****************************************************************
       2250-WRITE-DEPOSIT-RECORD.
      *
           PERFORM 6400-OPEN-DEP-FILE.
      *
           MOVE SPACE                TO CUSTOMER-DEPOSIT-RECORD.
           MOVE CA-DEPOSIT-INVOICE   TO DEP-INVOICE-NUMBER.
           MOVE CA-CHECK-NUMBER      TO DEP-CHECK-NUMBER.
           MOVE CA-CUSTOMER-NUMBER   TO DEP-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-DATE      TO DEP-RECEIPT-DATE.
           MOVE PAY-ONACCOUNT-AMOUNT TO DEP-AMOUNT.
           MOVE ZERO                 TO DEP-APPLIED-AMOUNT.
           SET DEP-STATUS-OPEN       TO TRUE.
           MOVE SC-OPERATOR-ID       TO DEP-OPERATOR.
      *
           EXEC CICS
               WRITE FILE('DEPAB2')
                     FROM(CUSTOMER-DEPOSIT-RECORD)
                     RIDFLD(DEP-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
       2300-REDUCE-CUSTOMER-BALANCE.
      *
      *
           MOVE ATTR-PROT TO CSH-A-CUSTNO
                             CSH-A-CHECKNO
                             CSH-A-CHECKAMT
                             CSH-A-DEPINV.
           PERFORM VARYING APPLY-SUB FROM 1 BY 1
                     UNTIL APPLY-SUB > 6
               MOVE ATTR-PROT TO CSH-A-INVNO(APPLY-SUB)
                                 CSH-A-APPAMT(APPLY-SUB)
                                 CSH-A-DEDRSN(APPLY-SUB)
           END-PERFORM.
      *
       1420-UNPROTECT-FIELDS.
      *
           MOVE ATTR-UNPROT-MDT TO CSH-A-CUSTNO
                                   CSH-A-CHECKNO
                                   CSH-A-CHECKAMT
                                   CSH-A-DEPINV.
           PERFORM VARYING APPLY-SUB FROM 1 BY 1
                     UNTIL APPLY-SUB > 6
               MOVE ATTR-UNPROT-MDT TO CSH-A-INVNO(APPLY-SUB)
                                       CSH-A-APPAMT(APPLY-SUB)
                                       CSH-A-DEDRSN(APPLY-SUB)
           END-PERFORM.
      *
       1450-RESET-RECEIPT-SCREEN.
           MOVE LOW-VALUE TO CSHMAP1.
           MOVE LOW-VALUE TO CA-CUSTOMER-NUMBER
                             CA-CHECK-NUMBER.
           MOVE ZERO      TO CA-CHECK-AMOUNT
                             CA-DEPOSIT-INVOICE.
           PERFORM VARYING APPLY-SUB FROM 1 BY 1
                     UNTIL APPLY-SUB > 6
               MOVE ZERO TO CA-APP-INVOICE(APPLY-SUB)
                            CA-APP-AMOUNT(APPLY-SUB)
               MOVE SPACE TO CA-APP-DEDRSN(APPLY-SUB)
           END-PERFORM.
           MOVE 'Type receipt details.  Then press Enter.'
               TO CSH-D-INSTR.
                   ABEND ABCODE ('022')
               END-EXEC
           END-IF.
      *
       6400-OPEN-DEP-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DEPAB2')
                   OPENSTATUS(DEP-OPEN-STATUS)
                   ENABLESTATUS(DEP-ENABLE-STATUS)
           END-EXEC.
      *
           IF DEP-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DEPAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DEP-OPEN
           ELSE IF DEP-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('134')
               END-EXEC
           END-IF.
      *
       6500-OPEN-DED-FILE.
      *
           EXEC CICS
               INQUIRE FILE('DEDAB2')
                   OPENSTATUS(DED-OPEN-STATUS)
                   ENABLESTATUS(DED-ENABLE-STATUS)
           END-EXEC.
      *
           IF DED-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('DEDAB2') OPEN
               END-EXEC
               MOVE 'Y' TO DED-OPEN
           ELSE IF DED-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('144')
               END-EXEC
           END-IF.
      *
       COPY SUBPARAS.
      *
