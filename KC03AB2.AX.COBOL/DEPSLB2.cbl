      *    THE DEPOSIT NUMBER, AND PRINTS THE DEPOSIT SLIP - ONE
      *    LINE PER CHECK WITH THE BATCH TOTAL - SO THE BANK
      *    STATEMENT TIES OUT IN MINUTES.  DEPRCB2 PRINTS THE
      *    RECONCILIATION BY DEPOSIT NUMBER AFTERWARD.  COUNTER
      *    SALES PAID BY CARD (RECEIPT KEYED CARD PLUS THE INVOICE
      *    NUMBER) SETTLE THROUGH THE CARD PROCESSOR, NOT THE BANK
      *    BAG, AND ARE LEFT OUT; COUNTER CASH GOES IN WITH THE
      *    CHECKS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
           IF        PAY-RECEIPT-DATE = WS-RUN-DATE-MDY-R
                 AND PAY-DEPOSIT-NUMBER = ZERO
                 AND PAY-CHECK-NUMBER(1:4) NOT = 'CARD'
               MOVE WS-DEPOSIT-NUMBER TO PAY-DEPOSIT-NUMBER
               REWRITE CASH-RECEIPT-RECORD
               IF NOT WS-PAYFILE-SUCCESS
