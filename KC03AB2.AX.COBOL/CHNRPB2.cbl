      *
      *    SALES BY CHANNEL.  EVERY INVOICE NOW CARRIES THE CHANNEL
      *    IT ARRIVED BY (KEYED ONLINE, EDI GATEWAY, STANDING-ORDER
      *    RELEASE, CONVERTED QUOTE, CREDIT-QUEUE RELEASE, BILLED
      *    CONSIGNMENT USAGE, BRANCH COUNTER SALE, SERVICE CONTRACT
      *    BILLING), SO THIS RUN CAN FINALLY SAY WHETHER THE EDI
      *    INVESTMENT IS MOVING VOLUME OFF THE PHONES AND HOW MUCH OF
      *    THE BOOK RUNS ON AUTOPILOT.  SWEEPS INVAB2 ONCE AND PRINTS
      *    ORDER COUNT, LINE COUNT AND MERCHANDISE VALUE BY CHANNEL.  A
      *    CONTINUATION SEGMENT (NONZERO PARENT INVOICE) ADDS ITS
      *    LINES AND VALUE BUT NOT ANOTHER ORDER.  INVOICES FROM
      *    BEFORE THE STAMP EXISTED CARRY A BLANK SOURCE AND COUNT
       COPY DAYCTL.
      *
       FD INVFILE
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS INVOICE-RECORD.
      *
       COPY INVOICE.
           05  WS-RUN-DD                     PIC 9(02).
      *
      *    ONE BUCKET PER CHANNEL, FIXED ORDER: ONLINE, EDI,
      *    STANDING, QUOTE, CREDIT RELEASE, CONSIGNMENT, COUNTER,
      *    SERVICE CONTRACT.
      *
       01  CHANNEL-TABLE.
           05  CHN-ENTRY OCCURS 8 TIMES.
               10  CHN-NAME                  PIC X(16).
               10  CHN-ORDERS                PIC S9(07) COMP-3.
               10  CHN-LINES                 PIC S9(07) COMP-3.
           MOVE ZERO TO WS-TOT-ORDERS WS-TOT-LINES WS-TOT-VALUE.
           PERFORM 500-PRINT-CHANNEL-LINE
               VARYING WS-CHN-SUB FROM 1 BY 1
                 UNTIL WS-CHN-SUB > 8.
      *
           MOVE WS-TOT-ORDERS TO RPT-TOT-ORDERS.
           MOVE WS-TOT-LINES  TO RPT-TOT-LINES.
           MOVE 'STANDING ORDER'   TO CHN-NAME(3).
           MOVE 'CONVERTED QUOTE'  TO CHN-NAME(4).
           MOVE 'CREDIT RELEASE'   TO CHN-NAME(5).
           MOVE 'CONSIGNMENT USE'  TO CHN-NAME(6).
           MOVE 'COUNTER SALE'     TO CHN-NAME(7).
           MOVE 'SERVICE CONTRACT' TO CHN-NAME(8).
           PERFORM 210-ZERO-ONE-CHANNEL
               VARYING WS-CHN-SUB FROM 1 BY 1
                 UNTIL WS-CHN-SUB > 8.
      *
       210-ZERO-ONE-CHANNEL.
      *
                       MOVE 4 TO WS-CHN-SUB
                   WHEN INV-SOURCE-CREDIT
                       MOVE 5 TO WS-CHN-SUB
                   WHEN INV-SOURCE-CONSIGNMENT
                       MOVE 6 TO WS-CHN-SUB
                   WHEN INV-SOURCE-COUNTER
                       MOVE 7 TO WS-CHN-SUB
                   WHEN INV-SOURCE-SERVICE
                       MOVE 8 TO WS-CHN-SUB
                   WHEN OTHER
                       MOVE 1 TO WS-CHN-SUB
               END-EVALUATE
