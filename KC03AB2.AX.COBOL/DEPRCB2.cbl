      *    AND TOTAL PER DEPOSIT, WITH RECEIPTS NOT YET DEPOSITED
      *    (DEPOSIT ZERO) SHOWN ON THEIR OWN LINE - SO EACH LINE OF
      *    THE BANK STATEMENT TIES BACK TO ONE DEPOSIT SLIP INSTEAD
      *    OF AN AFTERNOON OF ADDING-MACHINE TAPE.  COUNTER CARD
      *    RECEIPTS NEVER GO TO THE BANK (DEPSLB2 LEAVES THEM OUT)
      *    AND ARE NOT COUNTED AS UNDEPOSITED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *
       400-PROCESS-RECEIPT.
      *
           EVALUATE TRUE
               WHEN PAY-CHECK-NUMBER(1:4) = 'CARD'
                   CONTINUE
               WHEN PAY-DEPOSIT-NUMBER = ZERO
                   ADD 1 TO WS-UNDEPOSITED-COUNT
                   ADD PAY-CHECK-AMOUNT TO WS-UNDEPOSITED-TOTAL
               WHEN OTHER
                   PERFORM 420-TALLY-DEPOSIT
           END-EVALUATE.
      *
           PERFORM 300-READ-RECEIPT.
      *
