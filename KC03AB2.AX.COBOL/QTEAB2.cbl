      * OPERATOR PULLS IT UP IN ORDER ENTRY WITH F9 AND POSTS IT
      * THROUGH THE NORMAL VERIFY/POST PATH - SO CREDIT, STOCK, AND
      * DAY-STATUS CHECKS ALL RUN AT POSTING TIME, NOT QUOTE TIME.
      * A CONVERTED QUOTE CANNOT BE CONVERTED TWICE, AND A QUOTE
      * HOLDING A PRODUCT THE CUSTOMER IS NO LONGER AUTHORIZED TO BUY
      * (AUTAB2) IS REFUSED AND THE ATTEMPT LOGGED ON AUVAB2.
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
           02  WHS-OPEN                PIC X VALUE 'N'.
           02  WHS-OPEN-STATUS         PIC S9(8) COMP.
           02  WHS-ENABLE-STATUS       PIC S9(8) COMP.
           02  PRD-OPEN                PIC X VALUE 'N'.
           02  PRD-OPEN-STATUS         PIC S9(8) COMP.
           02  PRD-ENABLE-STATUS       PIC S9(8) COMP.
           02  AUT-OPEN                PIC X VALUE 'N'.
           02  AUT-OPEN-STATUS         PIC S9(8) COMP.
           02  AUT-ENABLE-STATUS       PIC S9(8) COMP.
           02  AUV-OPEN                PIC X VALUE 'N'.
           02  AUV-OPEN-STATUS         PIC S9(8) COMP.
           02  AUV-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
           05  QUOTE-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  QUOTE-FOUND                        VALUE 'Y'.
           05  QUOTE-AUTHORIZED-SW         PIC X(01)  VALUE 'Y'.
               88  QUOTE-AUTHORIZED                   VALUE 'Y'.
           05  AUTH-ENTRY-FOUND-SW         PIC X(01)  VALUE 'N'.
               88  AUTH-ENTRY-FOUND                   VALUE 'Y'.
           05  AUTH-LISTED-SW              PIC X(01)  VALUE 'N'.
               88  AUTH-LISTED                        VALUE 'Y'.
           05  VIOLATION-DONE-SW           PIC X(01)  VALUE 'N'.
               88  VIOLATION-DONE                     VALUE 'Y'.
      *
       01  FLAGS.
      *
               10  WS-WAREHOUSE-CODE            PIC X(03).
           05  WS-ALLOC-FACTOR             PIC S9(01) COMP-3.
           05  ALLOC-SUB                   PIC S9(03) COMP-3.
           05  AUTH-SUB                    PIC S9(03) COMP-3.
           05  AUTH-LIST-MODE              PIC X(01).
               88  AUTH-ALLOW-ONLY                    VALUE 'A'.
               88  AUTH-BLOCK-LISTED                  VALUE 'B'.
      *
      *    THE TERMINAL'S PREVIOUS HELD ORDER, READ BACK BEFORE A
      *    CONVERSION OVERWRITES IT, SO THE STOCK ITS IMAGE HAD
      *
       01  REPLACED-HELD-ORDER.
           05  FILLER                      PIC X(12).
           05  RPL-INVOICE-RECORD          PIC X(750).
           05  FILLER                      PIC X(50).
      *
       01  COMMUNICATION-AREA.
       COPY INVOICE.
      *
       COPY CUSTMAS.
      *
       COPY PRODUCT.
      *
       COPY PRDAUTH.
      *
       COPY AUTVIO.
      *
       COPY QTSAB2.
      *
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2050-CHECK-QUOTE-EXPIRY
                       PERFORM 2060-CHECK-QUOTE-AUTHORIZATION
                       IF QUO-STATUS-CONVERTED
                           EXEC CICS
                               UNLOCK FILE('QUOAB2')
                           MOVE -1 TO QTE-L-QUOTENO
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1400-SEND-QUOTE-MAP
                       ELSE
                       IF NOT QUOTE-AUTHORIZED
                           EXEC CICS
                               UNLOCK FILE('QUOAB2')
                           END-EXEC
                           MOVE SPACE TO QTE-D-MESSAGE
                           STRING 'Product '       DELIMITED BY SIZE
                                  PRD-PRODUCT-CODE DELIMITED BY SPACE
                                  ' is not authorized'
                                                   DELIMITED BY SIZE
                                  ' for this customer.'
                                                   DELIMITED BY SIZE
                               INTO QTE-D-MESSAGE
                           MOVE -1 TO QTE-L-QUOTENO
                           SET SEND-DATAONLY-ALARM TO TRUE
                           PERFORM 1400-SEND-QUOTE-MAP
                       ELSE
                           PERFORM 2100-WRITE-HELD-ORDER
                           SET QUO-STATUS-CONVERTED TO TRUE
                           PERFORM 1400-SEND-QUOTE-MAP
                       END-IF
                       END-IF
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE 'That quote is not on file.'
                           TO QTE-D-MESSAGE
                   SET QUO-STATUS-EXPIRED TO TRUE
               END-IF
           END-IF.
      *
      *****************************************************************
      * THE CUSTOMER'S AUTHORIZATION LIST MAY HAVE CHANGED SINCE THE
      * QUOTE WAS SAVED, SO AN OPEN QUOTE'S LINES ARE CHECKED AGAIN
      * THE WAY ORDERAB2 CHECKS THEM AT LINE EDIT (1241): NO MODE
      * RECORD MEANS UNRESTRICTED; OTHERWISE A PRODUCT IS LISTED BY
      * ITS OWN ENTRY OR ITS CATEGORY'S.  THE FIRST REFUSED LINE
      * STOPS THE CHECK AND IS LOGGED.  CHARGE LINES AND PRODUCTS
      * GONE FROM THE MASTER ARE LEFT TO ORDER ENTRY'S POSTING EDITS.
      *****************************************************************
       2060-CHECK-QUOTE-AUTHORIZATION.
      *
           MOVE 'Y' TO QUOTE-AUTHORIZED-SW.
           IF QUO-STATUS-OPEN
               MOVE QUO-CUSTOMER-NUMBER TO AUT-CUSTOMER-NUMBER
               SET AUT-ENTRY-MODE TO TRUE
               MOVE SPACE TO AUT-ITEM-CODE
               PERFORM 2062-READ-AUTHORIZATION
               IF AUTH-ENTRY-FOUND
                   MOVE AUT-LIST-MODE      TO AUTH-LIST-MODE
                   MOVE QUO-INVOICE-RECORD TO INVOICE-RECORD
                   PERFORM 2061-CHECK-ONE-QUOTE-LINE
                       VARYING AUTH-SUB FROM 1 BY 1
                         UNTIL AUTH-SUB > 10
                            OR NOT QUOTE-AUTHORIZED
               END-IF
           END-IF.
      *
       2061-CHECK-ONE-QUOTE-LINE.
      *
           IF        INV-PRODUCT-CODE(AUTH-SUB) NOT = SPACE
                 AND NOT INV-LINE-CHARGE(AUTH-SUB)
               PERFORM 6400-OPEN-PRD-FILE
               MOVE INV-PRODUCT-CODE(AUTH-SUB) TO PRD-PRODUCT-CODE
               EXEC CICS
                   READ FILE('PRDAB2')
                        INTO(PRODUCT-MASTER-RECORD)
                        RIDFLD(PRD-PRODUCT-CODE)
                        RESP(RESPONSE-CODE)
               END-EXEC
               EVALUATE RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2065-CHECK-LISTED-PRODUCT
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       PERFORM 9999-TERMINATE-PROGRAM
               END-EVALUATE
           END-IF.
      *
       2062-READ-AUTHORIZATION.
      *
           PERFORM 6500-OPEN-AUT-FILE.
           MOVE 'N' TO AUTH-ENTRY-FOUND-SW.
           EXEC CICS
               READ FILE('AUTAB2')
                    INTO(PRODUCT-AUTHORIZATION-RECORD)
                    RIDFLD(AUT-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO AUTH-ENTRY-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2063-WRITE-AUTH-VIOLATION.
      *
           PERFORM 6600-OPEN-AUV-FILE.
      *
           ACCEPT AUV-ATTEMPT-DATE FROM DATE YYYYMMDD.
           MOVE EIBTIME              TO AUV-ATTEMPT-TIME.
           MOVE 1                    TO AUV-ATTEMPT-SEQ.
           SET AUV-SOURCE-QUOTE      TO TRUE.
           MOVE QUO-CUSTOMER-NUMBER  TO AUV-CUSTOMER-NUMBER.
           MOVE PRD-PRODUCT-CODE     TO AUV-PRODUCT-CODE.
           MOVE PRD-PRODUCT-CATEGORY TO AUV-PRODUCT-CATEGORY.
           MOVE AUTH-LIST-MODE       TO AUV-REASON.
           MOVE SC-OPERATOR-ID       TO AUV-OPERATOR.
           MOVE EIBTRMID             TO AUV-TERMINAL.
           MOVE QUO-QUOTE-NUMBER     TO AUV-REFERENCE.
      *
           MOVE 'N' TO VIOLATION-DONE-SW.
           PERFORM 2064-WRITE-VIOLATION-ONCE
               UNTIL VIOLATION-DONE.
      *
       2064-WRITE-VIOLATION-ONCE.
      *
           EXEC CICS
               WRITE FILE('AUVAB2')
                     FROM(AUTHORIZATION-VIOLATION-RECORD)
                     RIDFLD(AUV-KEY)
                     RESP(RESPONSE-CODE)
           END-EXEC.
      *
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO VIOLATION-DONE-SW
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO AUV-ATTEMPT-SEQ
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2065-CHECK-LISTED-PRODUCT.
      *
           MOVE QUO-CUSTOMER-NUMBER TO AUT-CUSTOMER-NUMBER.
           SET AUT-ENTRY-PRODUCT    TO TRUE.
           MOVE PRD-PRODUCT-CODE    TO AUT-ITEM-CODE.
           PERFORM 2062-READ-AUTHORIZATION.
           IF        NOT AUTH-ENTRY-FOUND
                 AND PRD-PRODUCT-CATEGORY NOT = SPACE
               MOVE QUO-CUSTOMER-NUMBER  TO AUT-CUSTOMER-NUMBER
               SET AUT-ENTRY-CATEGORY    TO TRUE
               MOVE PRD-PRODUCT-CATEGORY TO AUT-ITEM-CODE
               PERFORM 2062-READ-AUTHORIZATION
           END-IF.
           MOVE AUTH-ENTRY-FOUND-SW TO AUTH-LISTED-SW.
      *
           EVALUATE TRUE
               WHEN AUTH-ALLOW-ONLY AND NOT AUTH-LISTED
                   MOVE 'N' TO QUOTE-AUTHORIZED-SW
               WHEN AUTH-BLOCK-LISTED AND AUTH-LISTED
                   MOVE 'N' TO QUOTE-AUTHORIZED-SW
           END-EVALUATE.
      *
           IF NOT QUOTE-AUTHORIZED
               PERFORM 2063-WRITE-AUTH-VIOLATION
           END-IF.
      *
       2100-WRITE-HELD-ORDER.
      *
                   ABEND ABCODE ('003')
               END-EXEC
           END-IF.
      *
       6400-OPEN-PRD-FILE.
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
                   ABEND ABCODE ('002')
               END-EXEC
           END-IF.
      *
       6500-OPEN-AUT-FILE.
      *
           EXEC CICS
               INQUIRE FILE('AUTAB2')
                   OPENSTATUS(AUT-OPEN-STATUS)
                   ENABLESTATUS(AUT-ENABLE-STATUS)
           END-EXEC.
      *
           IF AUT-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('AUTAB2') OPEN
               END-EXEC
               MOVE 'Y' TO AUT-OPEN
           ELSE IF AUT-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('140')
               END-EXEC
           END-IF.
      *
       6600-OPEN-AUV-FILE.
      *
           EXEC CICS
               INQUIRE FILE('AUVAB2')
                   OPENSTATUS(AUV-OPEN-STATUS)
                   ENABLESTATUS(AUV-ENABLE-STATUS)
           END-EXEC.
      *
           IF AUV-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('AUVAB2') OPEN
               END-EXEC
               MOVE 'Y' TO AUV-OPEN
           ELSE IF AUV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('141')
               END-EXEC
           END-IF.
      *
       9999-TERMINATE-PROGRAM.
      *
