      * WHAT-IF PRICE AND MARGIN INQUIRY.  THE OPERATOR KEYS A
      * CUSTOMER, PRODUCT AND QUANTITY (WAREHOUSE AND CARRIER
      * OPTIONAL) AND SEES THE WHOLE PRICING WATERFALL THE POSTING
      * PROGRAMS WOULD APPLY - LIST, BREAK TIER, PLVAB2 PRICE LEVEL,
      * CNTAB2 CONTRACT, PRMAB2 PROMOTION, AND THE WINNER - PLUS
      * UNIT COST, MARGIN PERCENT, WHETHER THE BELOW-COST FLOOR WOULD
      * TRIP, TAX AND FREIGHT ESTIMATES, AND AVAILABLE-TO-PROMISE FOR
      * THE KEYED WAREHOUSE.  EVERY FILE IS READ AND NOTHING IS
      * EVER WRITTEN, SO "WHAT WOULD 500 OF THIS COST ME" STOPS BEING
      * A FAKE ORDER IN ORDER ENTRY THAT OCCASIONALLY POSTS BY
      * ACCIDENT.
      * THE PRICING RULES HERE MIRROR ORDERAB2'S 1226/1227/1229/1234
      * PARAGRAPHS AND MUST BE KEPT IN STEP WITH THEM.
      *****************************************************************
      *
           02  WHS-OPEN                PIC X VALUE 'N'.
           02  WHS-OPEN-STATUS         PIC S9(8) COMP.
           02  WHS-ENABLE-STATUS       PIC S9(8) COMP.
           02  PLV-OPEN                PIC X VALUE 'N'.
           02  PLV-OPEN-STATUS         PIC S9(8) COMP.
           02  PLV-ENABLE-STATUS       PIC S9(8) COMP.
      *
       01  SWITCHES.
      *
               88  PROMO-FOUND                        VALUE 'Y'.
           05  BREAK-FOUND-SW              PIC X(01)  VALUE 'N'.
               88  BREAK-FOUND                        VALUE 'Y'.
           05  PRICE-LEVEL-FOUND-SW        PIC X(01)  VALUE 'N'.
               88  PRICE-LEVEL-FOUND                  VALUE 'Y'.
      *
       01  FLAGS.
      *
           05  BREAK-PRICE-WORK            PIC S9(07)V99 COMP-3.
           05  BREAK-QTY-WORK              PIC S9(05)    COMP-3.
           05  NET-PRICE-WORK              PIC S9(07)V99 COMP-3.
           05  LEVEL-PRICE-WORK            PIC S9(07)V99 COMP-3.
           05  WINNER-WORK                 PIC X(12).
           05  EXT-VALUE-WORK              PIC S9(09)V99 COMP-3.
           05  MARGIN-WORK                 PIC S9(03)V9  COMP-3.
       COPY PRODUCT.
      *
       COPY CONTRACT.
      *
       COPY PRCLVL.
      *
       COPY PROMO.
      *
      *
      *****************************************************************
      * THE WATERFALL, IN ORDER ENTRY'S ORDER: CONTRACT FIRST, ELSE
      * THE CUSTOMER'S PRICE LEVEL, ELSE THE BEST BREAK TIER REACHED,
      * ELSE LIST; A LIVE PROMOTION THEN BEATS THE RESOLVED PRICE BUT
      * NEVER RAISES IT.
      *****************************************************************
       2000-BUILD-PRICE-PICTURE.
      *
           MOVE 'LIST'         TO WINNER-WORK.
      *
           PERFORM 2100-CHECK-BREAK-TIERS.
           PERFORM 2150-CHECK-PRICE-LEVEL.
           PERFORM 2200-CHECK-CONTRACT.
           PERFORM 2300-CHECK-PROMO.
      *
               MOVE PRD-BREAK-QTY(BREAK-SUB)   TO BREAK-QTY-WORK
               MOVE PRD-BREAK-PRICE(BREAK-SUB) TO BREAK-PRICE-WORK
           END-IF.
      *
       2150-CHECK-PRICE-LEVEL.
      *
           MOVE 'N'  TO PRICE-LEVEL-FOUND-SW.
           MOVE ZERO TO PIQ-D-LVLPRC.
           MOVE SPACE TO PIQ-D-PLEVEL.
           IF        CM-PRICE-LEVEL NOT = SPACE
                 AND CM-PRICE-LEVEL NOT = LOW-VALUE
               MOVE CM-PRICE-LEVEL       TO PIQ-D-PLEVEL
               MOVE CM-PRICE-LEVEL       TO PLV-PRICE-LEVEL
               MOVE PRD-PRODUCT-CATEGORY TO PLV-PRODUCT-CATEGORY
               PERFORM 2160-READ-PRICE-LEVEL
               IF        NOT PRICE-LEVEL-FOUND
                     AND PRD-PRODUCT-CATEGORY NOT = SPACE
                   MOVE SPACE TO PLV-PRODUCT-CATEGORY
                   PERFORM 2160-READ-PRICE-LEVEL
               END-IF
           END-IF.
      *
           IF PRICE-LEVEL-FOUND
               COMPUTE LEVEL-PRICE-WORK ROUNDED =
                   PRD-UNIT-PRICE * (100 - PLV-DISCOUNT-PCT) / 100
               MOVE LEVEL-PRICE-WORK TO PIQ-D-LVLPRC
      *
      *        THE LEVEL IS THE CUSTOMER'S STANDING DISCOUNT AND TAKES
      *        THE PLACE OF THE BREAK TIERS, AS IN ORDER ENTRY.
      *
               MOVE LEVEL-PRICE-WORK TO NET-PRICE-WORK
               MOVE 'PRICE LEVEL'    TO WINNER-WORK
           END-IF.
      *
       2160-READ-PRICE-LEVEL.
      *
           PERFORM 6700-OPEN-PLV-FILE.
           EXEC CICS
               READ FILE('PLVAB2')
                    INTO(PRICE-LEVEL-RECORD)
                    RIDFLD(PLV-KEY)
                    RESP(RESPONSE-CODE)
           END-EXEC.
           EVALUATE RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO PRICE-LEVEL-FOUND-SW
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 9999-TERMINATE-PROGRAM
           END-EVALUATE.
      *
       2200-CHECK-CONTRACT.
      *
                   ABEND ABCODE ('077')
               END-EXEC
           END-IF.
      *
       6700-OPEN-PLV-FILE.
      *
           EXEC CICS
               INQUIRE FILE('PLVAB2')
                   OPENSTATUS(PLV-OPEN-STATUS)
                   ENABLESTATUS(PLV-ENABLE-STATUS)
           END-EXEC.
           IF PLV-OPEN-STATUS = DFHVALUE(CLOSED)
               EXEC CICS
                   SET FILE('PLVAB2') OPEN
               END-EXEC
               MOVE 'Y' TO PLV-OPEN
           ELSE IF PLV-OPEN-STATUS = DFHVALUE(OPEN)
               NEXT SENTENCE
           ELSE
               EXEC CICS
                   ABEND ABCODE ('138')
               END-EXEC
           END-IF.
      *
       COPY SUBPARAS.
      *
