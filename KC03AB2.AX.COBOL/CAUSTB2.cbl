       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAUSTB2.
       AUTHOR. JOSHUA LOPEZ.
       DATE-WRITTEN. 10/15/2026.
      *
      *    NIGHTLY CARD SETTLEMENT.  EVERY CARD AUTHORIZATION ON
      *    CAUAB2 THAT SHIP CONFIRMATION (SHCAB2) HAS CAPTURED SINCE
      *    THE LAST RUN (STATUS C) IS SENT TO THE CARD PROCESSOR ON
      *    THE SETTLEMENT FILE - A HEADER WITH THE SETTLEMENT DATE, ONE
      *    DETAIL PER CAPTURE (INVOICE NUMBER, CARD TOKEN, AUTHORIZATION
      *    CODE, AMOUNT) AND A TRAILER WITH THE COUNT AND TOTAL FOR THE
      *    PROCESSOR TO BALANCE.  THE PROCESSOR IS KEYED BY THE
      *    SETTLEMENT DATE, ONE FILE PER BUSINESS DAY.
      *
      *    EACH SETTLED CAPTURE POSTS AS A PAYAB2 RECEIPT KEYED CARD
      *    PLUS THE INVOICE NUMBER (THE SAME KEY A COUNTER CARD SALE
      *    USES, SO DEPSLB2 LEAVES IT OUT OF THE BANK DEPOSIT) FULLY
      *    APPLIED TO THE INVOICE ON APPAB2.  THE OPEN ITEM IS
      *    RELIEVED, CLOSING AT ZERO, AND CM-BALANCE-DUE COMES DOWN.
      *    GLEXTB2 JOURNALS THE RECEIPT WITH THE DAY'S OTHER CASH.
      *    THE AUTHORIZATION IS MARKED SETTLED (STATUS S) WITH THE
      *    SETTLEMENT DATE, WHICH IS WHAT CAURCB2 MATCHES THE
      *    PROCESSOR'S FUNDING AGAINST.  A CAPTURE WHOSE RECEIPT IS
      *    ALREADY ON FILE IS LEFT CAPTURED AND REPORTED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DAYFILE ASSIGN TO DAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DAY-CONTROL-KEY
               FILE STATUS IS WS-DAYFILE-SW.

           SELECT CAUFILE ASSIGN TO CAUFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAU-KEY
               FILE STATUS IS WS-CAUFILE-SW.

           SELECT SETTLE-FILE ASSIGN TO CAUSTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STLFILE-SW.

           SELECT PAYFILE ASSIGN TO PAYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYFILE-SW.

           SELECT APPFILE ASSIGN TO APPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPFILE-SW.

           SELECT CMFFILE ASSIGN TO CMFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CMFFILE-SW.

           SELECT OPNFILE ASSIGN TO OPNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPN-KEY
               FILE STATUS IS WS-OPNFILE-SW.

           SELECT RUNFILE ASSIGN TO RUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNFILE-SW.

           SELECT JDPFILE ASSIGN TO JDPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDP-KEY
               FILE STATUS IS WS-JDPFILE-SW.

           SELECT PRINT-FILE ASSIGN TO PRTOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-SW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DAYFILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DAY-CONTROL-RECORD.
      *
       COPY DAYCTL.
      *
       FD CAUFILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS CARD-AUTH-RECORD.
      *
       COPY CARDAUTH.
      *
      *****************************************************************
      *    THE SETTLEMENT FILE FOR THE CARD PROCESSOR.  ONE HEADER,
      *    ONE DETAIL PER CAPTURE AND ONE TRAILER; AMOUNTS ARE
      *    UNSIGNED WITH TWO IMPLIED DECIMALS.
      *****************************************************************
       FD SETTLE-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STL-RECORD.

       01  STL-RECORD.
           05  STL-RECORD-TYPE               PIC X(01).
           05  STL-RECORD-DATA               PIC X(79).
       01  STL-HEADER-RECORD.
           05  FILLER                        PIC X(01).
           05  STL-HDR-SETTLE-DATE           PIC X(08).
           05  STL-HDR-MERCHANT              PIC X(10).
           05  FILLER                        PIC X(61).
       01  STL-DETAIL-RECORD.
           05  FILLER                        PIC X(01).
           05  STL-DTL-INVOICE-NUMBER        PIC 9(06).
           05  STL-DTL-CUSTOMER-NUMBER       PIC X(06).
           05  STL-DTL-CARD-TOKEN            PIC X(16).
           05  STL-DTL-AUTH-CODE             PIC X(06).
           05  STL-DTL-AMOUNT                PIC 9(07)V99.
           05  STL-DTL-CAPTURE-DATE          PIC X(08).
           05  FILLER                        PIC X(28).
       01  STL-TRAILER-RECORD.
           05  FILLER                        PIC X(01).
           05  STL-TRL-COUNT                 PIC 9(07).
           05  STL-TRL-TOTAL                 PIC 9(11)V99.
           05  FILLER                        PIC X(59).
      *
       FD PAYFILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS CASH-RECEIPT-RECORD.
      *
       COPY CASHRCT.
      *
       FD APPFILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS CASH-APPLICATION-RECORD.
      *
       COPY CASHAPP.
      *
       FD CMFFILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
      *
       COPY CUSTMAS.
      *
       FD OPNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS OPEN-ITEM-RECORD.
      *
       COPY OPENITEM.
      *
       FD RUNFILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
      *
       COPY RUNCTL.
      *
       FD JDPFILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS JOB-DEPENDENCY-RECORD.
      *
       COPY JOBDEP.
      *
       FD PRINT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINT-LINE.
       01  PRINT-LINE                        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-DAYFILE-SUCCESS                VALUE '00'.
       01 WS-CAUFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CAUFILE-SUCCESS                VALUE '00'.
       01 WS-CAUFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-CAUFILE-AVAILABLE              VALUE 'Y'.
       01 WS-STLFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-STLFILE-SUCCESS                VALUE '00'.
       01 WS-PAYFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PAYFILE-SUCCESS                VALUE '00'.
           88  WS-PAYFILE-DUPLICATE              VALUE '22'.
       01 WS-APPFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-APPFILE-SUCCESS                VALUE '00'.
           88  WS-APPFILE-EOF                     VALUE '10'.
           88  WS-APPFILE-NOTFOUND                VALUE '23'.
       01 WS-CMFFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-CMFFILE-SUCCESS                VALUE '00'.
       01 WS-OPNFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-OPNFILE-SUCCESS                VALUE '00'.
       01 WS-OPNFILE-AVAILABLE-SW            PIC X(01)  VALUE 'Y'.
           88  WS-OPNFILE-AVAILABLE              VALUE 'Y'.
       01 WS-PRTFILE-SW                      PIC X(02)  VALUE SPACES.
           88  WS-PRTFILE-SUCCESS                VALUE '00'.
       01 WS-EOF-SW                          PIC X(01)  VALUE 'N'.
           88  WS-EOF-YES                        VALUE 'Y'.
       01 WS-APP-DONE-SW                     PIC X(01)  VALUE 'N'.
           88  WS-APP-DONE                       VALUE 'Y'.
      *
       01 WS-RUN-DATE-X                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE-X.
           05  WS-RUN-YYYY                   PIC 9(04).
           05  WS-RUN-MM                     PIC 9(02).
           05  WS-RUN-DD                     PIC 9(02).
       01 WS-RUN-DATE-MDY                    PIC 9(08).
       01 WS-RUN-DATE-MDY-R REDEFINES WS-RUN-DATE-MDY.
           05  WS-MDY-MM                     PIC 9(02).
           05  WS-MDY-DD                     PIC 9(02).
           05  WS-MDY-YYYY                   PIC 9(04).
      *
      *    OUR MERCHANT NUMBER WITH THE PROCESSOR.
      *
       01 WS-MERCHANT-NUMBER                 PIC X(10)
                                              VALUE 'KC03AB2'.
      *
       01 WS-RECEIPT-KEY-NUMBER.
           05  WS-RECEIPT-KEY-PREFIX         PIC X(04)  VALUE 'CARD'.
           05  WS-RECEIPT-KEY-INVOICE        PIC 9(06).
       01 WS-NEXT-APP-SEQ                    PIC 9(02).
       01 WS-RESULT                          PIC X(40).
      *
       01 WS-READ-COUNT                      PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-SETTLED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-SKIPPED-COUNT                   PIC S9(07) COMP-3
                                              VALUE ZERO.
       01 WS-SETTLED-TOTAL                   PIC S9(11)V99 COMP-3
                                              VALUE ZERO.
      *
       01  RPT-HEADING-1.
           05  FILLER          PIC X(36) VALUE
               'CARD SETTLEMENT REGISTER'.
           05  FILLER          PIC X(17) VALUE 'SETTLEMENT DATE: '.
           05  RPT-HDG-RUN-DATE PIC 9(04)/9(02)/9(02).
           05  FILLER          PIC X(69) VALUE SPACE.
      *
       01  RPT-HEADING-2.
           05  FILLER          PIC X(09) VALUE 'INVOICE'.
           05  FILLER          PIC X(08) VALUE 'CUST#'.
           05  FILLER          PIC X(18) VALUE 'CARD TOKEN'.
           05  FILLER          PIC X(08) VALUE 'AUTH'.
           05  FILLER          PIC X(10) VALUE 'CAPTURED'.
           05  FILLER          PIC X(16) VALUE '        AMOUNT'.
           05  FILLER          PIC X(63) VALUE 'RESULT'.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-INVOICE-NUMBER   PIC 9(06).
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-CUSTOMER-NUMBER  PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CARD-TOKEN       PIC X(16).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AUTH-CODE        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-CAPTURE-DATE     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  RPT-AMOUNT           PIC Z(07)9.99-.
           05  FILLER               PIC X(03) VALUE SPACE.
           05  RPT-RESULT           PIC X(40).
           05  FILLER               PIC X(24) VALUE SPACE.
      *
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL        PIC X(28).
           05  RPT-TOT-COUNT        PIC Z(06)9.
           05  FILLER               PIC X(04) VALUE SPACE.
           05  RPT-TOT-AMOUNT       PIC Z(10)9.99-.
           05  FILLER               PIC X(78) VALUE SPACE.
      *
       COPY RUNWS.
      *
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *
           ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
           PERFORM 150-GET-PROCESSING-DATE.
           MOVE WS-RUN-MM   TO WS-MDY-MM.
           MOVE WS-RUN-DD   TO WS-MDY-DD.
           MOVE WS-RUN-YYYY TO WS-MDY-YYYY.
      *
           PERFORM 100-OPEN-FILES.
           MOVE 'CAUSTB2 ' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE-X TO RUN-PROCESSING-DATE.
           PERFORM 8100-REGISTER-RUN-START.
      *
           MOVE WS-RUN-DATE-X TO RPT-HDG-RUN-DATE.
           WRITE PRINT-LINE FROM RPT-HEADING-1.
           WRITE PRINT-LINE FROM RPT-HEADING-2.
      *
           MOVE SPACE TO STL-RECORD.
           MOVE 'H' TO STL-RECORD-TYPE.
           MOVE WS-RUN-DATE-MDY    TO STL-HDR-SETTLE-DATE.
           MOVE WS-MERCHANT-NUMBER TO STL-HDR-MERCHANT.
           PERFORM 700-WRITE-SETTLEMENT-RECORD.
      *
           IF WS-CAUFILE-AVAILABLE
               PERFORM 300-READ-AUTHORIZATION
               PERFORM 400-PROCESS-AUTHORIZATION
                   UNTIL WS-EOF-YES
           END-IF.
      *
           MOVE SPACE TO STL-RECORD.
           MOVE 'T' TO STL-RECORD-TYPE.
           MOVE WS-SETTLED-COUNT TO STL-TRL-COUNT.
           MOVE WS-SETTLED-TOTAL TO STL-TRL-TOTAL.
           PERFORM 700-WRITE-SETTLEMENT-RECORD.
      *
           MOVE 'CAPTURES SETTLED:' TO RPT-TOT-LABEL.
           MOVE WS-SETTLED-COUNT TO RPT-TOT-COUNT.
           MOVE WS-SETTLED-TOTAL TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CAPTURES HELD BACK:' TO RPT-TOT-LABEL.
           MOVE WS-SKIPPED-COUNT TO RPT-TOT-COUNT.
           MOVE ZERO TO RPT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM RPT-TOTAL-LINE.
      *
           PERFORM 900-CLOSE-FILES.
      *
           MOVE WS-READ-COUNT    TO WS-RUN-COUNT-IN.
           MOVE WS-SETTLED-COUNT TO WS-RUN-COUNT-OUT.
           PERFORM 8200-REGISTER-RUN-END.
           STOP RUN.
      *
      *****************************************************************
      *    THE RUN WORKS THE BUSINESS DATE ON THE DAYAB2 DAY-CONTROL
      *    RECORD, NOT THE WALL CLOCK.  NO DAY FILE OR NO RECORD
      *    FALLS BACK TO THE SYSTEM DATE.
      *****************************************************************
       150-GET-PROCESSING-DATE.
      *
           OPEN INPUT DAYFILE.
           IF WS-DAYFILE-SUCCESS
               MOVE 'D' TO DAY-CONTROL-KEY
               READ DAYFILE
               IF WS-DAYFILE-SUCCESS
                   MOVE DAY-PROCESSING-DATE TO WS-RUN-DATE-MDY
                   MOVE WS-MDY-YYYY TO WS-RUN-YYYY
                   MOVE WS-MDY-MM   TO WS-RUN-MM
                   MOVE WS-MDY-DD   TO WS-RUN-DD
               END-IF
               CLOSE DAYFILE
           END-IF.
      *
       100-OPEN-FILES.
      *
      *****************************************************************
      *    NO CAUAB2 YET MEANS NO CARD ORDER HAS EVER BEEN TAKEN - AN
      *    EMPTY SETTLEMENT (HEADER AND ZERO TRAILER) STILL GOES OUT.
      *****************************************************************
           OPEN I-O CAUFILE.
           IF NOT WS-CAUFILE-SUCCESS
               IF WS-CAUFILE-SW = '35'
                   MOVE 'N' TO WS-CAUFILE-AVAILABLE-SW
                   DISPLAY "CAUFILE NOT FOUND - NOTHING TO SETTLE"
               ELSE
                   DISPLAY "WS-CAUFILE-SW=" WS-CAUFILE-SW
                   DISPLAY "CAUFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT SETTLE-FILE.
           IF NOT WS-STLFILE-SUCCESS
               DISPLAY "WS-STLFILE-SW=" WS-STLFILE-SW
               DISPLAY "SETTLE-FILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O PAYFILE.
           IF NOT WS-PAYFILE-SUCCESS
               DISPLAY "WS-PAYFILE-SW=" WS-PAYFILE-SW
               DISPLAY "PAYFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O APPFILE.
           IF NOT WS-APPFILE-SUCCESS
               DISPLAY "WS-APPFILE-SW=" WS-APPFILE-SW
               DISPLAY "APPFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O CMFFILE.
           IF NOT WS-CMFFILE-SUCCESS
               DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
               DISPLAY "CMFFILE OPEN ERROR"
               STOP RUN
           END-IF.
           OPEN I-O OPNFILE.
           IF NOT WS-OPNFILE-SUCCESS
               IF WS-OPNFILE-SW = '35'
                   MOVE 'N' TO WS-OPNFILE-AVAILABLE-SW
                   DISPLAY "OPNFILE NOT FOUND - OPEN ITEMS SKIPPED"
               ELSE
                   DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
                   DISPLAY "OPNFILE OPEN ERROR"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRTFILE-SUCCESS
               DISPLAY "WS-PRTFILE-SW=" WS-PRTFILE-SW
               DISPLAY "PRINT-FILE OPEN ERROR"
               STOP RUN
           END-IF.
      *
       300-READ-AUTHORIZATION.
      *
           READ CAUFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
           NOT AT END ADD 1 TO WS-READ-COUNT
           END-READ.
      *
      *****************************************************************
      *    ONLY CAPTURES ARE SETTLED.  AN AUTHORIZATION NOT YET BILLED
      *    WAITS FOR SHIP CONFIRMATION; ONE ALREADY SETTLED OR FUNDED
      *    IS DONE.
      *****************************************************************
       400-PROCESS-AUTHORIZATION.
      *
           IF CAU-STATUS-CAPTURED
               MOVE CAU-INVOICE-NUMBER TO WS-RECEIPT-KEY-INVOICE
               PERFORM 500-WRITE-RECEIPT
               IF WS-PAYFILE-SUCCESS
                   PERFORM 520-APPLY-RECEIPT
                   PERFORM 540-RELIEVE-OPEN-ITEM
                   PERFORM 550-RELIEVE-CUSTOMER
                   PERFORM 600-WRITE-SETTLEMENT-DETAIL
                   SET CAU-STATUS-SETTLED TO TRUE
                   MOVE WS-RUN-DATE-MDY TO CAU-SETTLE-DATE
                   REWRITE CARD-AUTH-RECORD
                   IF NOT WS-CAUFILE-SUCCESS
                       DISPLAY "WS-CAUFILE-SW=" WS-CAUFILE-SW
                       DISPLAY "CAUFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SETTLED-COUNT
                   ADD CAU-CAPTURE-AMOUNT TO WS-SETTLED-TOTAL
                   MOVE 'SETTLED - RECEIPT POSTED' TO WS-RESULT
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'HELD - CARD RECEIPT ALREADY ON FILE'
                       TO WS-RESULT
               END-IF
               PERFORM 800-PRINT-DETAIL
           END-IF.
      *
           PERFORM 300-READ-AUTHORIZATION.
      *
      *****************************************************************
      *    THE RECEIPT IS KEYED CARD PLUS THE INVOICE NUMBER, FULLY
      *    APPLIED, AND CARRIES NO DEPOSIT NUMBER - THE PROCESSOR
      *    FUNDS IT, NOT THE BANK BAG.
      *****************************************************************
       500-WRITE-RECEIPT.
      *
           MOVE CAU-CUSTOMER-NUMBER   TO PAY-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-KEY-NUMBER TO PAY-CHECK-NUMBER.
           MOVE WS-RUN-DATE-MDY       TO PAY-RECEIPT-DATE.
           MOVE CAU-CAPTURE-AMOUNT    TO PAY-CHECK-AMOUNT
                                         PAY-APPLIED-AMOUNT.
           MOVE ZERO                  TO PAY-ONACCOUNT-AMOUNT.
           MOVE 'CARD'                TO PAY-OPERATOR.
           MOVE ZERO                  TO PAY-DEPOSIT-NUMBER.
           MOVE 'N'                   TO PAY-NSF-SW.
           MOVE SPACE                 TO PAY-NSF-DATE.
           WRITE CASH-RECEIPT-RECORD.
           IF        NOT WS-PAYFILE-SUCCESS
                 AND NOT WS-PAYFILE-DUPLICATE
               DISPLAY "WS-PAYFILE-SW=" WS-PAYFILE-SW
               DISPLAY "PAYFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       520-APPLY-RECEIPT.
      *
           MOVE 1    TO WS-NEXT-APP-SEQ.
           MOVE 'N'  TO WS-APP-DONE-SW.
           MOVE CAU-INVOICE-NUMBER TO APP-INVOICE-NUMBER.
           MOVE ZERO TO APP-APPLICATION-SEQ.
      *
           START APPFILE KEY >= APP-KEY.
           IF WS-APPFILE-NOTFOUND OR WS-APPFILE-EOF
               MOVE 'Y' TO WS-APP-DONE-SW
           END-IF.
           PERFORM 530-READ-NEXT-APPLICATION
               UNTIL WS-APP-DONE.
      *
           MOVE CAU-INVOICE-NUMBER    TO APP-INVOICE-NUMBER.
           MOVE WS-NEXT-APP-SEQ       TO APP-APPLICATION-SEQ.
           MOVE CAU-CUSTOMER-NUMBER   TO APP-CUSTOMER-NUMBER.
           MOVE WS-RECEIPT-KEY-NUMBER TO APP-CHECK-NUMBER.
           MOVE WS-RUN-DATE-MDY       TO APP-APPLIED-DATE.
           MOVE CAU-CAPTURE-AMOUNT    TO APP-APPLIED-AMOUNT.
           WRITE CASH-APPLICATION-RECORD.
           IF NOT WS-APPFILE-SUCCESS
               DISPLAY "WS-APPFILE-SW=" WS-APPFILE-SW
               DISPLAY "APPFILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       530-READ-NEXT-APPLICATION.
      *
           READ APPFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-APP-DONE-SW
           NOT AT END
               IF APP-INVOICE-NUMBER = CAU-INVOICE-NUMBER
                   COMPUTE WS-NEXT-APP-SEQ =
                       APP-APPLICATION-SEQ + 1
               ELSE
                   MOVE 'Y' TO WS-APP-DONE-SW
               END-IF
           END-READ.
      *
       540-RELIEVE-OPEN-ITEM.
      *
           IF WS-OPNFILE-AVAILABLE
               MOVE CAU-CUSTOMER-NUMBER TO OPN-CUSTOMER-NUMBER
               MOVE CAU-INVOICE-NUMBER  TO OPN-INVOICE-NUMBER
               READ OPNFILE
               IF WS-OPNFILE-SUCCESS
                   SUBTRACT CAU-CAPTURE-AMOUNT FROM OPN-OPEN-BALANCE
                   IF OPN-OPEN-BALANCE <= ZERO
                       MOVE ZERO TO OPN-OPEN-BALANCE
                       SET OPN-STATUS-CLOSED TO TRUE
                   END-IF
                   REWRITE OPEN-ITEM-RECORD
                   IF NOT WS-OPNFILE-SUCCESS
                       DISPLAY "WS-OPNFILE-SW=" WS-OPNFILE-SW
                       DISPLAY "OPNFILE REWRITE ERROR"
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *
       550-RELIEVE-CUSTOMER.
      *
           MOVE CAU-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CMFFILE.
           IF WS-CMFFILE-SUCCESS
               SUBTRACT CAU-CAPTURE-AMOUNT FROM CM-BALANCE-DUE
               REWRITE CUSTOMER-MASTER-RECORD
               IF NOT WS-CMFFILE-SUCCESS
                   DISPLAY "WS-CMFFILE-SW=" WS-CMFFILE-SW
                   DISPLAY "CMFFILE REWRITE ERROR"
                   STOP RUN
               END-IF
           END-IF.
      *
       600-WRITE-SETTLEMENT-DETAIL.
      *
           MOVE SPACE TO STL-RECORD.
           MOVE 'D' TO STL-RECORD-TYPE.
           MOVE CAU-INVOICE-NUMBER  TO STL-DTL-INVOICE-NUMBER.
           MOVE CAU-CUSTOMER-NUMBER TO STL-DTL-CUSTOMER-NUMBER.
           MOVE CAU-CARD-TOKEN      TO STL-DTL-CARD-TOKEN.
           MOVE CAU-AUTH-CODE       TO STL-DTL-AUTH-CODE.
           MOVE CAU-CAPTURE-AMOUNT  TO STL-DTL-AMOUNT.
           MOVE CAU-CAPTURE-DATE    TO STL-DTL-CAPTURE-DATE.
           PERFORM 700-WRITE-SETTLEMENT-RECORD.
      *
       700-WRITE-SETTLEMENT-RECORD.
      *
           WRITE STL-RECORD.
           IF NOT WS-STLFILE-SUCCESS
               DISPLAY "WS-STLFILE-SW=" WS-STLFILE-SW
               DISPLAY "SETTLE-FILE WRITE ERROR"
               STOP RUN
           END-IF.
      *
       800-PRINT-DETAIL.
      *
           MOVE CAU-INVOICE-NUMBER  TO RPT-INVOICE-NUMBER.
           MOVE CAU-CUSTOMER-NUMBER TO RPT-CUSTOMER-NUMBER.
           MOVE CAU-CARD-TOKEN      TO RPT-CARD-TOKEN.
           MOVE CAU-AUTH-CODE       TO RPT-AUTH-CODE.
           MOVE CAU-CAPTURE-DATE    TO RPT-CAPTURE-DATE.
           MOVE CAU-CAPTURE-AMOUNT  TO RPT-AMOUNT.
           MOVE WS-RESULT           TO RPT-RESULT.
           WRITE PRINT-LINE FROM RPT-DETAIL-LINE.
      *
       900-CLOSE-FILES.
      *
           IF WS-CAUFILE-AVAILABLE
               CLOSE CAUFILE
           END-IF.
           CLOSE SETTLE-FILE.
           CLOSE PAYFILE.
           CLOSE APPFILE.
           CLOSE CMFFILE.
           IF WS-OPNFILE-AVAILABLE
               CLOSE OPNFILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "CAPTURES SETTLED:   " WS-SETTLED-COUNT.
           DISPLAY "CAPTURES HELD BACK: " WS-SKIPPED-COUNT.
           DISPLAY "DONE".
      *
       COPY RUNPARAS.
