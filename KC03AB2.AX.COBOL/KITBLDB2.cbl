                   MOVE CA-BUILD-QTY TO WHS-QUANTITY-ON-HAND
                   MOVE ZERO         TO WHS-REORDER-POINT
                                        WHS-QUANTITY-ALLOCATED
                                        WHS-ANNUAL-ISSUE-VALUE
                                        WHS-QUANTITY-QUARANTINE
                   MOVE SPACE        TO WHS-BIN-LOCATION
                                        WHS-ABC-CLASS
                                        WHS-CLASS-DATE
                                        WHS-LAST-COUNT-DATE
                   EXEC CICS
                       WRITE FILE('WHSAB2')
                             FROM(WAREHOUSE-INVENTORY-RECORD)
