           02  PRD-OPEN                PIC X VALUE 'N'.
           02  PRD-OPEN-STATUS         PIC S9(8) COMP.
           02  PRD-ENABLE-STATUS       PIC S9(8) COMP.
           02  HAZ-OPEN                PIC X VALUE 'N'.
           02  HAZ-OPEN-STATUS         PIC S9(8) COMP.
           02  HAZ-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  DELETE-CHECK-STATUS.
           02  INV-OPEN                PIC X VALUE 'N'.
               88  VALID-DATA                         VALUE 'Y'.
           05  PRODUCT-FOUND-SW            PIC X(01)  VALUE 'Y'.
               88  PRODUCT-FOUND                      VALUE 'Y'.
           05  HAZMAT-KEYED-SW             PIC X(01)  VALUE 'N'.
               88  HAZMAT-KEYED                       VALUE 'Y'.
      *
       01  FLAGS.
      *
       COPY PRDMTSB2.
      *
       COPY PRCHIST.
      *
       COPY HAZMAT.
      *
       COPY INVOICE.
      *
       COPY ATTR.
      *
       COPY ERRPARM.
      *
       COPY JRNPARM.
      *
       COPY SIGNCTX.
      *
               MOVE CA-PRODUCT-CODE TO PRD-PRODUCT-CODE
               PERFORM 2600-MOVE-DETAIL-TO-RECORD
               MOVE ZERO TO PRD-SHIP-WEIGHT
               MOVE 'N' TO PRD-INSPECT-SW
               MOVE ZERO TO PRD-WARRANTY-MONTHS
               MOVE SPACE TO PRD-EXPORT-DATA
               PERFORM 2610-MOVE-WEIGHT-TO-RECORD
               MOVE ZERO TO PRD-QUANTITY-ON-ORDER
               MOVE SPACE TO PRD-SUBSTITUTE-PRODUCT
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'PRDAB2' TO JPM-FILE-NAME
               MOVE PRD-PRODUCT-CODE TO JPM-RECORD-KEY
               MOVE 200 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-ADD TO TRUE
               MOVE PRODUCT-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               IF HAZMAT-KEYED
                   PERFORM 2620-MAINTAIN-HAZMAT-RECORD
               END-IF
               SET PROCESS-SELECT TO TRUE
               MOVE LOW-VALUE TO PRDM1AB2O
               MOVE 'Product added.' TO MSG1O
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'PRDAB2' TO JPM-FILE-NAME
               MOVE PRD-PRODUCT-CODE TO JPM-RECORD-KEY
               MOVE 200 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-CHANGE TO TRUE
               MOVE PRODUCT-MASTER-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               IF PRICE-CHANGE-PENDING
                   PERFORM 2650-WRITE-PRICE-AUDIT
               END-IF
               IF HAZMAT-KEYED
                   PERFORM 2620-MAINTAIN-HAZMAT-RECORD
               END-IF
               SET PROCESS-SELECT TO TRUE
               MOVE LOW-VALUE TO PRDM1AB2O
               MOVE 'Product changed.' TO MSG1O
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'PRDAB2' TO JPM-FILE-NAME
               MOVE PRD-PRODUCT-CODE TO JPM-RECORD-KEY
               MOVE 200 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
               IF PRD-HAZMAT
                   PERFORM 2630-DELETE-HAZMAT-RECORD
               END-IF
               SET PROCESS-SELECT TO TRUE
               MOVE LOW-VALUE TO PRDM1AB2O
               MOVE 'Product deleted.' TO MSG1O
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
           MOVE 'PRDAB2'              TO JPM-FILE-NAME.
           MOVE PRD-PRODUCT-CODE      TO JPM-RECORD-KEY.
           MOVE 200                   TO JPM-RECORD-LENGTH.
           SET JPM-ACTION-CHANGE TO TRUE.
           MOVE PRODUCT-MASTER-RECORD TO JPM-AFTER-IMAGE.
           PERFORM 7000-WRITE-CHANGE-JOURNAL.
      *
           SET PROCESS-SELECT TO TRUE.
           MOVE LOW-VALUE TO PRDM1AB2O.
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
               PERFORM 9999-TERMINATE-PROGRAM
           END-IF.
      *
           MOVE PRODUCT-MASTER-RECORD TO JPM-BEFORE-IMAGE.
      *
       2500-EDIT-DETAIL-DATA.
      *
                   VARYING BREAK-EDIT-SUB FROM 1 BY 1
                     UNTIL BREAK-EDIT-SUB > 3 OR NOT VALID-DATA
           END-IF.
      *
           IF        VALID-DATA
                 AND INSPL > ZERO
                 AND INSPI NOT = SPACE
                 AND INSPI NOT = 'Y'
                 AND INSPI NOT = 'N'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'Inspection must be Y or N.' TO MSG2O
           END-IF.
      *
           IF        VALID-DATA
                 AND WARRL > ZERO
                 AND WARRI NOT = SPACE
               MOVE WARRI TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               IF        NOT NUM-VALID-NUMBER
                      OR NUM-EDITED-NUMBER > 99
                      OR NUM-DECIMAL-PART NOT = ZERO
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'Warranty must be 0 to 99 months.' TO MSG2O
               END-IF
           END-IF.
      *
           IF VALID-DATA
               PERFORM 2520-EDIT-HAZMAT-DATA
           END-IF.
      *
       2510-EDIT-BREAK-TIER.
      *
                       END-IF
                   END-IF
           END-EVALUATE.
      *
      *****************************************************************
      * HAZARDOUS MATERIAL DATA.  ANY HAZMAT FIELD KEYED MEANS THE
      * HAZAB2 RECORD IS TO BE MAINTAINED.  THE UN NUMBER IS UN OR NA
      * AND FOUR DIGITS (UN1993); A SINGLE '*' IN IT TAKES THE
      * PRODUCT OFF HAZMAT.  A PRODUCT NOT YET ON HAZAB2 NEEDS AT
      * LEAST THE UN NUMBER, CLASS AND PROPER SHIPPING NAME - THE
      * PARTS THE BILL OF LADING CANNOT DO WITHOUT.
      *****************************************************************
       2520-EDIT-HAZMAT-DATA.
      *
           MOVE 'N' TO HAZMAT-KEYED-SW.
           IF       (HAZUNL > ZERO AND HAZUNI NOT = SPACE)
                 OR (HAZCLSL > ZERO AND HAZCLSI NOT = SPACE)
                 OR (HAZPGL > ZERO AND HAZPGI NOT = SPACE)
                 OR (HAZNAMEL > ZERO AND HAZNAMEI NOT = SPACE)
                 OR (HAZCONL > ZERO AND HAZCONI NOT = SPACE)
                 OR (HAZPHNL > ZERO AND HAZPHNI NOT = SPACE)
               MOVE 'Y' TO HAZMAT-KEYED-SW
           END-IF.
           IF HAZUNL = ZERO
               MOVE SPACE TO HAZUNI
           END-IF.
      *
           IF        HAZMAT-KEYED
                 AND HAZUNI NOT = SPACE
                 AND HAZUNI NOT = '*'
               IF       (HAZUNI(1:2) NOT = 'UN'
                     AND HAZUNI(1:2) NOT = 'NA')
                     OR HAZUNI(3:4) NOT NUMERIC
                   MOVE 'N' TO VALID-DATA-SW
                   MOVE 'The UN number must be UN or NA and 4 digits, or
      -                 ' * to remove hazmat.' TO MSG2O
               END-IF
           END-IF.
      *
           IF        VALID-DATA
                 AND HAZMAT-KEYED
                 AND HAZPGL > ZERO
                 AND HAZPGI NOT = SPACE
                 AND HAZPGI NOT = 'I'
                 AND HAZPGI NOT = 'II'
                 AND HAZPGI NOT = 'III'
               MOVE 'N' TO VALID-DATA-SW
               MOVE 'The packing group must be I, II, III or blank.'
                   TO MSG2O
           END-IF.
      *
           IF        VALID-DATA
                 AND HAZMAT-KEYED
                 AND HAZUNI NOT = '*'
               PERFORM 6900-OPEN-HAZ-FILE
               MOVE CA-PRODUCT-CODE TO HAZ-PRODUCT-CODE
               EXEC CICS
                   READ FILE('HAZAB2')
                        INTO(HAZMAT-RECORD)
                        RIDFLD(HAZ-KEY)
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   IF       HAZUNI = SPACE
                         OR HAZCLSL = ZERO OR HAZCLSI = SPACE
                         OR HAZNAMEL = ZERO OR HAZNAMEI = SPACE
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'New hazmat data needs the UN number, class 
      -                     'and shipping name.' TO MSG2O
                   END-IF
               ELSE
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
               END-IF
           END-IF.
      *
       2600-MOVE-DETAIL-TO-RECORD.
      *
                   END-IF
               END-IF
           END-IF.
      *
      *    INSPECT Y PUTS THE PRODUCT'S RECEIPTS AND RETURNS INTO
      *    QUARANTINE UNTIL QINAB2 DISPOSES OF THEM; N TAKES IT OFF.
      *    BLANK LEAVES THE FLAG AS IT IS.
      *
           IF        INSPL > ZERO
                 AND (INSPI = 'Y' OR INSPI = 'N')
               MOVE INSPI TO PRD-INSPECT-SW
           END-IF.
      *
      *    WARRANTY MONTHS FROM SHIPMENT; ZERO TAKES THE WARRANTY OFF.
      *    BLANK LEAVES THE PERIOD AS IT IS.
      *
           IF        WARRL > ZERO
                 AND WARRI NOT = SPACE
               MOVE WARRI TO NUM-UNEDITED-NUMBER
               PERFORM 9700-NUMEDIT
               IF NUM-VALID-NUMBER
                   MOVE NUM-INTEGER-PART(9:2) TO PRD-WARRANTY-MONTHS
               END-IF
           END-IF.
      *
      *    THE HARMONIZED TARIFF CODE AND COUNTRY OF ORIGIN FOR THE
      *    EXPORT PAPERS.  A KEYED VALUE REPLACES THE ONE ON FILE, A
      *    SINGLE '*' CLEARS IT, BLANK LEAVES IT AS IT IS.
      *
           IF        TARIFFL > ZERO
                 AND TARIFFI NOT = SPACE
               IF TARIFFI = '*'
                   MOVE SPACE TO PRD-TARIFF-CODE
               ELSE
                   MOVE TARIFFI TO PRD-TARIFF-CODE
               END-IF
           END-IF.
      *
           IF        ORIGINL > ZERO
                 AND ORIGINI NOT = SPACE
               IF ORIGINI = '*'
                   MOVE SPACE TO PRD-ORIGIN-COUNTRY
               ELSE
                   MOVE ORIGINI TO PRD-ORIGIN-COUNTRY
               END-IF
           END-IF.
      *
      *    KEYED HAZMAT DATA PUTS THE PRODUCT ON HAZMAT; A '*' IN THE
      *    UN NUMBER TAKES IT OFF.  2620 KEEPS HAZAB2 IN STEP.
      *
           IF HAZMAT-KEYED
               IF HAZUNI = '*'
                   MOVE 'N' TO PRD-HAZMAT-SW
               ELSE
                   MOVE 'Y' TO PRD-HAZMAT-SW
               END-IF
           END-IF.
      *
      *****************************************************************
      * APPLY THE KEYED HAZMAT FIELDS TO HAZAB2.  A KEYED FIELD
      * REPLACES THE ONE ON FILE AND A BLANK ONE LEAVES IT AS IT IS,
      * THE SAME AS THE OTHER PRODUCT FIELDS; A PRODUCT COMING ON TO
      * HAZMAT GETS A NEW RECORD.  '*' IN THE UN NUMBER DELETES IT.
      *****************************************************************
       2620-MAINTAIN-HAZMAT-RECORD.
      *
           IF HAZUNI = '*'
               PERFORM 2630-DELETE-HAZMAT-RECORD
           ELSE
               PERFORM 6900-OPEN-HAZ-FILE
               MOVE PRD-PRODUCT-CODE TO HAZ-PRODUCT-CODE
               EXEC CICS
                   READ FILE('HAZAB2')
                        INTO(HAZMAT-RECORD)
                        RIDFLD(HAZ-KEY)
                        UPDATE
                        RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE = DFHRESP(NOTFND)
                   SET JPM-ACTION-ADD TO TRUE
                   MOVE SPACE TO HAZMAT-RECORD
                   MOVE PRD-PRODUCT-CODE TO HAZ-PRODUCT-CODE
                   PERFORM 2625-MOVE-HAZMAT-TO-RECORD
                   EXEC CICS
                       WRITE FILE('HAZAB2')
                             FROM(HAZMAT-RECORD)
                             RIDFLD(HAZ-KEY)
                             RESP(RESPONSE-CODE)
                   END-EXEC
               ELSE
                   IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       PERFORM 9999-TERMINATE-PROGRAM
                   END-IF
                   SET JPM-ACTION-CHANGE TO TRUE
                   MOVE HAZMAT-RECORD TO JPM-BEFORE-IMAGE
                   PERFORM 2625-MOVE-HAZMAT-TO-RECORD
                   EXEC CICS
                       REWRITE FILE('HAZAB2')
                               FROM(HAZMAT-RECORD)
                               RESP(RESPONSE-CODE)
                   END-EXEC
               END-IF
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'HAZAB2' TO JPM-FILE-NAME
               MOVE HAZ-KEY TO JPM-RECORD-KEY
               MOVE 150 TO JPM-RECORD-LENGTH
               MOVE HAZMAT-RECORD TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
           END-IF.
      *
       2625-MOVE-HAZMAT-TO-RECORD.
      *
           IF HAZUNI NOT = SPACE
               MOVE HAZUNI TO HAZ-UN-NUMBER
           END-IF.
           IF HAZCLSL > ZERO AND HAZCLSI NOT = SPACE
               MOVE HAZCLSI TO HAZ-CLASS
           END-IF.
           IF HAZPGL > ZERO AND HAZPGI NOT = SPACE
               MOVE HAZPGI TO HAZ-PACKING-GROUP
           END-IF.
           IF HAZNAMEL > ZERO AND HAZNAMEI NOT = SPACE
               MOVE HAZNAMEI TO HAZ-SHIPPING-NAME
           END-IF.
           IF HAZCONL > ZERO AND HAZCONI NOT = SPACE
               MOVE HAZCONI TO HAZ-EMERGENCY-CONTACT
           END-IF.
           IF HAZPHNL > ZERO AND HAZPHNI NOT = SPACE
               MOVE HAZPHNI TO HAZ-EMERGENCY-PHONE
           END-IF.
      *
      *    A PRODUCT COMING OFF HAZMAT, OR BEING DELETED, TAKES ITS
      *    HAZAB2 RECORD WITH IT.  ONE ALREADY GONE IS NOT AN ERROR.
      *
       2630-DELETE-HAZMAT-RECORD.
      *
           PERFORM 6900-OPEN-HAZ-FILE.
           MOVE PRD-PRODUCT-CODE TO HAZ-PRODUCT-CODE.
           EXEC CICS
               READ FILE('HAZAB2')
                    INTO(HAZMAT-RECORD)
                    RIDFLD(HAZ-KEY)
                    UPDATE
                    RESP(RESPONSE-CODE)
           END-EXEC.
           IF RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE HAZMAT-RECORD TO JPM-BEFORE-IMAGE
               EXEC CICS
                   DELETE FILE('HAZAB2')
                          RESP(RESPONSE-CODE)
               END-EXEC
               IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
               MOVE 'HAZAB2' TO JPM-FILE-NAME
               MOVE HAZ-KEY TO JPM-RECORD-KEY
               MOVE 150 TO JPM-RECORD-LENGTH
               SET JPM-ACTION-DELETE TO TRUE
               MOVE SPACE TO JPM-AFTER-IMAGE
               PERFORM 7000-WRITE-CHANGE-JOURNAL
           ELSE
               IF RESPONSE-CODE NOT = DFHRESP(NOTFND)
                   PERFORM 9999-TERMINATE-PROGRAM
               END-IF
           END-IF.
      *
       2650-WRITE-PRICE-AUDIT.
      *
                   ABEND ABCODE ('007')
               END-EXEC
           END-IF.
      *
       6900-OPEN-HAZ-FILE.
      *
           EXEC CICS
               INQUIRE FILE('HAZAB2')
                   OPENSTATUS(HAZ-OPEN-STATUS)
                   ENABLESTATUS(HAZ-ENABLE-STATUS)
           END-EXEC.
      *
           IF HAZ-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('HAZAB2') OPEN
               END-EXEC
               MOVE 'Y' TO HAZ-OPEN
           ELSE IF HAZ-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('147')
               END-EXEC
           END-IF.
      *
      *****************************************************************
      * EVERY ADD, CHANGE, DEACTIVATE AND DELETE OF A PRODUCT OR ITS
      * HAZMAT RECORD IS JOURNALED WITH THE BEFORE AND AFTER IMAGES,
      * SO JRNFRB2 CAN ROLL EITHER FILE FORWARD FROM A BACKUP.
      *****************************************************************
       7000-WRITE-CHANGE-JOURNAL.
      *
           MOVE 'PRDMNTB2'     TO JPM-PROGRAM.
           MOVE SC-OPERATOR-ID TO JPM-OPERATOR.
      *
           EXEC CICS
               LINK PROGRAM('JRNWRAB2')
                    COMMAREA(JOURNAL-PARMS)
           END-EXEC.
      *
       9999-TERMINATE-PROGRAM.
      *
