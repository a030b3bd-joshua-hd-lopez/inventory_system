      *    A MISSING CUSTOMER WHICH BLOCKS THE RELEASE OUTRIGHT.
      *    EACH RELEASED TEMPLATE'S NEXT RELEASE DATE ADVANCES BY
      *    ITS FREQUENCY USING REAL MONTH LENGTHS.
      *    A CUSTOMER WITH AN AUTAB2 AUTHORIZATION LIST HAS EACH
      *    TEMPLATE LINE CHECKED AGAINST IT BEFORE RELEASE: A LINE
      *    THE CUSTOMER MAY NOT BUY IS LEFT OUT OF THE TRANSMISSION
      *    AND LOGGED ON AUVAB2, AND A TEMPLATE WITH NO AUTHORIZED
      *    LINE LEFT IS BLOCKED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PRDFILE-SW.

           SELECT AUTFILE ASSIGN TO AUTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-KEY
               FILE STATUS IS WS-AUTFILE-SW.

           SELECT AUVFILE ASSIGN TO AUVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUV-KEY
               FILE STATUS IS WS-AUVFILE-SW.

           SELECT EDIOUT-FILE ASSIGN TO EDIOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-SW.
       COPY STDORD.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD PRDFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PRODUCT-MASTER-RECORD.
      *
       COPY PRODUCT.
      *
       FD AUTFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PRODUCT-AUTHORIZATION-RECORD.
      *
       COPY PRDAUTH.
      *
       FD AUVFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS AUTHORIZATION-VIOLATION-RECORD.
      *
       COPY AUTVIO.
      *
       FD EDIOUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-PRDFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRDFILE-SUCCESS                VALUE '00'.
       01 WS-AUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-AUTFILE-SUCCESS                VALUE '00'.
       01 WS-AUTFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-AUTFILE-AVAILABLE              VALUE 'Y'.
       01 WS-AUVFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-AUVFILE-SUCCESS                VALUE '00'.
           88  WS-AUVFILE-DUPLICATE              VALUE '22'.
       01 WS-OUTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OUTFILE-SUCCESS                VALUE '00'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
                                              VALUE ZERO.
       01 WS-BLOCKED-COUNT                   PIC S9(05) COMP-3
                                              VALUE ZERO.
      *
      *    AUTHORIZED ITEM LIST WORK - ONE REFUSED FLAG PER TEMPLATE
      *    LINE, SET BY 440 AND HONORED BY 510.
      *
       01 WS-AUTH-LIST-MODE                  PIC X(01).
           88  WS-AUTH-ALLOW-ONLY                VALUE 'A'.
           88  WS-AUTH-BLOCK-LISTED              VALUE 'B'.
       01 WS-AUTH-LISTED-SW                  PIC X(01)  VALUE 'N'.
           88  WS-AUTH-LISTED                    VALUE 'Y'.
       01 WS-VIOLATION-DONE-SW               PIC X(01)  VALUE 'N'.
           88  WS-VIOLATION-DONE                 VALUE 'Y'.
       01 WS-VIOLATION-TIME                  PIC 9(08).
       01 WS-TEMPLATE-LINES                  PIC S9(03) COMP-3.
       01 WS-REFUSED-LINES                   PIC S9(03) COMP-3.
       01 WS-REFUSED-EDIT                    PIC Z9.
       01 WS-LINE-REFUSED-TABLE.
           05  WS-LINE-REFUSED-SW OCCURS 10 TIMES PIC X(01).
               88  WS-LINE-REFUSED               VALUE 'Y'.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               DISPLAY "PRDFILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
           OPEN INPUT AUTFILE.
           IF NOT WS-AUTFILE-SUCCESS
               IF WS-AUTFILE-SW = '35'
                   MOVE 'N' TO WS-AUTFILE-AVAILABLE-SW
                   DISPLAY "AUTFILE NOT FOUND - NO ITEM RESTRICTIONS"
               ELSE
                   DISPLAY "WS-AUTFILE-SW=" WS-AUTFILE-SW
                   DISPLAY "AUTFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN I-O AUVFILE.
           IF NOT WS-AUVFILE-SUCCESS
               IF WS-AUVFILE-SW = '35'
                   OPEN OUTPUT AUVFILE
                   CLOSE AUVFILE
                   OPEN I-O AUVFILE
               END-IF
               IF NOT WS-AUVFILE-SUCCESS
                   DISPLAY "WS-AUVFILE-SW=" WS-AUVFILE-SW
                   DISPLAY "AUVFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
           OPEN OUTPUT EDIOUT-FILE.
           IF WS-OUTFILE-SUCCESS
                   TO RPT-DISPOSITION
               WRITE PRINT-LINE FROM RPT-DETAIL-LINE
           ELSE
               PERFORM 440-CHECK-AUTHORIZATION
               IF        WS-REFUSED-LINES > ZERO
                     AND WS-REFUSED-LINES = WS-TEMPLATE-LINES
                   ADD 1 TO WS-BLOCKED-COUNT
                   MOVE 'BLOCKED - NO LINE AUTHORIZED FOR CUSTOMER'
                       TO RPT-DISPOSITION
                   WRITE PRINT-LINE FROM RPT-DETAIL-LINE
               ELSE
                   MOVE 'RELEASED' TO RPT-DISPOSITION
                   IF CM-BALANCE-DUE > CM-CREDIT-LIMIT
                       MOVE 'RELEASED - BALANCE ALREADY OVER LIMIT, GATE
      -                    'WAY WILL REJECT' TO RPT-DISPOSITION
                   ELSE
                       PERFORM 420-CHECK-BASKET-STOCK
                   END-IF
                   IF WS-REFUSED-LINES > ZERO
                       MOVE WS-REFUSED-LINES TO WS-REFUSED-EDIT
                       MOVE SPACE TO RPT-DISPOSITION
                       STRING 'RELEASED - '   DELIMITED BY SIZE
                              WS-REFUSED-EDIT DELIMITED BY SIZE
                              ' LINE(S) NOT AUTHORIZED, DROPPED'
                                              DELIMITED BY SIZE
                           INTO RPT-DISPOSITION
                   END-IF
                   PERFORM 500-WRITE-TRANSMISSION
                   PERFORM 600-ADVANCE-RELEASE-DATE
                   ADD 1 TO WS-RELEASED-COUNT
                   WRITE PRINT-LINE FROM RPT-DETAIL-LINE
               END-IF
           END-IF.
      *
       420-CHECK-BASKET-STOCK.
      *
       430-CHECK-ONE-LINE-STOCK.
      *
           IF        SDO-PRODUCT-CODE(WS-LINE-SUB) = SPACE
                  OR WS-LINE-REFUSED(WS-LINE-SUB)
               CONTINUE
           ELSE
               MOVE SDO-PRODUCT-CODE(WS-LINE-SUB)
      -                'AY WILL REJECT' TO RPT-DISPOSITION
               END-IF
           END-IF.
      *
      *****************************************************************
      *    AUTHORIZED ITEM LISTS (AUTAB2), SAME RULES AS ORDER
      *    ENTRY AND THE GATEWAY: NO MODE RECORD FOR THE CUSTOMER
      *    MEANS UNRESTRICTED; OTHERWISE A PRODUCT IS LISTED BY ITS
      *    OWN ENTRY OR ITS CATEGORY'S, AN ALLOW-ONLY CUSTOMER MAY
      *    BUY ONLY LISTED PRODUCTS AND A BLOCK-LISTED CUSTOMER
      *    ANYTHING ELSE.  A PRODUCT OFF THE MASTER IS LEFT FOR THE
      *    GATEWAY TO REJECT.
      *****************************************************************
       440-CHECK-AUTHORIZATION.
      *
           MOVE SPACE TO WS-LINE-REFUSED-TABLE.
           MOVE ZERO  TO WS-TEMPLATE-LINES.
           MOVE ZERO  TO WS-REFUSED-LINES.
           MOVE SPACE TO WS-AUTH-LIST-MODE.
           IF WS-AUTFILE-AVAILABLE
               MOVE SDO-CUSTOMER-NUMBER TO AUT-CUSTOMER-NUMBER
               SET AUT-ENTRY-MODE TO TRUE
               MOVE SPACE TO AUT-ITEM-CODE
               READ AUTFILE
               IF WS-AUTFILE-SUCCESS
                   MOVE AUT-LIST-MODE TO WS-AUTH-LIST-MODE
               END-IF
           END-IF.
           PERFORM 441-CHECK-ONE-LINE-AUTH
               VARYING WS-LINE-SUB FROM 1 BY 1
                 UNTIL WS-LINE-SUB > 10.
      *
       441-CHECK-ONE-LINE-AUTH.
      *
           IF SDO-PRODUCT-CODE(WS-LINE-SUB) NOT = SPACE
               ADD 1 TO WS-TEMPLATE-LINES
               IF WS-AUTH-ALLOW-ONLY OR WS-AUTH-BLOCK-LISTED
                   MOVE SDO-PRODUCT-CODE(WS-LINE-SUB)
                       TO PRD-PRODUCT-CODE
                   READ PRDFILE
                   IF WS-PRDFILE-SUCCESS
                       PERFORM 442-CHECK-LISTED-PRODUCT
                   END-IF
               END-IF
           END-IF.
      *
       442-CHECK-LISTED-PRODUCT.
      *
           MOVE SDO-CUSTOMER-NUMBER TO AUT-CUSTOMER-NUMBER.
           SET AUT-ENTRY-PRODUCT    TO TRUE.
           MOVE PRD-PRODUCT-CODE    TO AUT-ITEM-CODE.
           READ AUTFILE.
           IF        NOT WS-AUTFILE-SUCCESS
                 AND PRD-PRODUCT-CATEGORY NOT = SPACE
               MOVE SDO-CUSTOMER-NUMBER  TO AUT-CUSTOMER-NUMBER
               SET AUT-ENTRY-CATEGORY    TO TRUE
               MOVE PRD-PRODUCT-CATEGORY TO AUT-ITEM-CODE
               READ AUTFILE
           END-IF.
           IF WS-AUTFILE-SUCCESS
               MOVE 'Y' TO WS-AUTH-LISTED-SW
           ELSE
               MOVE 'N' TO WS-AUTH-LISTED-SW
           END-IF.
      *
           EVALUATE TRUE
               WHEN WS-AUTH-ALLOW-ONLY AND NOT WS-AUTH-LISTED
                   MOVE 'Y' TO WS-LINE-REFUSED-SW(WS-LINE-SUB)
               WHEN WS-AUTH-BLOCK-LISTED AND WS-AUTH-LISTED
                   MOVE 'Y' TO WS-LINE-REFUSED-SW(WS-LINE-SUB)
           END-EVALUATE.
      *
           IF WS-LINE-REFUSED(WS-LINE-SUB)
               ADD 1 TO WS-REFUSED-LINES
               PERFORM 443-WRITE-AUTH-VIOLATION
           END-IF.
      *
       443-WRITE-AUTH-VIOLATION.
      *
           MOVE WS-RUN-DATE-X        TO AUV-ATTEMPT-DATE.
           ACCEPT WS-VIOLATION-TIME FROM TIME.
           DIVIDE WS-VIOLATION-TIME BY 100
               GIVING AUV-ATTEMPT-TIME.
           MOVE 1                    TO AUV-ATTEMPT-SEQ.
           SET AUV-SOURCE-STANDING-ORDER TO TRUE.
           MOVE SDO-CUSTOMER-NUMBER  TO AUV-CUSTOMER-NUMBER.
           MOVE PRD-PRODUCT-CODE     TO AUV-PRODUCT-CODE.
           MOVE PRD-PRODUCT-CATEGORY TO AUV-PRODUCT-CATEGORY.
           MOVE WS-AUTH-LIST-MODE    TO AUV-REASON.
           MOVE 'SDORLB2'            TO AUV-OPERATOR.
           MOVE SPACE                TO AUV-TERMINAL.
           MOVE SDO-TEMPLATE-ID      TO AUV-REFERENCE.
      *
           MOVE 'N' TO WS-VIOLATION-DONE-SW.
           PERFORM 444-WRITE-VIOLATION-ONCE
               UNTIL WS-VIOLATION-DONE.
      *
       444-WRITE-VIOLATION-ONCE.
      *
           WRITE AUTHORIZATION-VIOLATION-RECORD.
           IF WS-AUVFILE-DUPLICATE
               ADD 1 TO AUV-ATTEMPT-SEQ
           ELSE
               IF NOT WS-AUVFILE-SUCCESS
                   DISPLAY "WS-AUVFILE-SW=" WS-AUVFILE-SW
                   DISPLAY "AUVFILE WRITE ERROR"
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-VIOLATION-DONE-SW
           END-IF.
      *
       450-WRITE-ENVELOPE-HEADER.
      *
      *
       510-WRITE-DETAIL-RECORD.
      *
           IF        SDO-PRODUCT-CODE(WS-LINE-SUB) = SPACE
                  OR WS-LINE-REFUSED(WS-LINE-SUB)
               CONTINUE
           ELSE
               MOVE SPACE TO WS-EDI-WORK-RECORD
           CLOSE SDOFILE.
           CLOSE CMFFILE.
           CLOSE PRDFILE.
           IF WS-AUTFILE-AVAILABLE
               CLOSE AUTFILE
           END-IF.
           CLOSE AUVFILE.
           CLOSE EDIOUT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "TEMPLATES RELEASED: " WS-RELEASED-COUNT.
