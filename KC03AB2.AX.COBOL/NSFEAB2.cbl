           MOVE WS-TODAY-MDY      TO INV-INVOICE-DATE
                                     INV-DUE-DATE.
           MOVE NSF-D-CUSTNO      TO INV-CUSTOMER-NUMBER.
           MOVE CM-COMPANY-CODE   TO INV-COMPANY-CODE.
           MOVE 'NSF FEE'         TO INV-PO-NUMBER.
           PERFORM VARYING REV-SUB FROM 1 BY 1
                     UNTIL REV-SUB > 10
