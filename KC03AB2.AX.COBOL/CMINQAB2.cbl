           05  NR-RETURN-PROGRAM           PIC X(08).
           05  NR-CUSTOMER-NUMBER          PIC X(06).
           05  NR-SIGNON-CONTEXT           PIC X(36).
      *
       01  DELIVERY-REQUEST.
      *
           05  DR-PRELOADED-SW             PIC X(01).
           05  DR-RETURN-PROGRAM           PIC X(08).
           05  DR-CUSTOMER-NUMBER          PIC X(06).
           05  DR-LAST-LOG-KEY             PIC X(23).
           05  DR-SIGNON-CONTEXT           PIC X(36).
      *
       01  RESPONSE-CODE                   PIC S9(08) COMP.
      *
                                COMMAREA(NOTES-REQUEST)
                       END-EXEC
                   END-IF
      *
               WHEN EIBAID = DFHPF4
                   IF CA-CUSTOMER-NUMBER = LOW-VALUE
                       MOVE LOW-VALUE TO INQMAP2O
                       MOVE 'Select a customer before viewing mailings.'
                           TO MESSAGEO
                       SET SEND-DATAONLY-ALARM TO TRUE
                       PERFORM 1500-SEND-INQUIRY-MAP
                   ELSE
                       MOVE 'Y' TO DR-PRELOADED-SW
                       MOVE 'CMINQAB2' TO DR-RETURN-PROGRAM
                       MOVE CA-CUSTOMER-NUMBER TO DR-CUSTOMER-NUMBER
                       MOVE LOW-VALUE TO DR-LAST-LOG-KEY
                       MOVE SIGNON-CONTEXT TO DR-SIGNON-CONTEXT
                       EXEC CICS
                           XCTL PROGRAM('CMDLGAB2')
                                COMMAREA(DELIVERY-REQUEST)
                       END-EXEC
                   END-IF
      *
               WHEN EIBAID = DFHPF1
                   IF     CA-LOOKUP-MODE
