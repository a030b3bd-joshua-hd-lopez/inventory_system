                       WHEN REF-STATUS-EXTRACTED
                           MOVE 'PAID - ON CHECK REGISTER'
                               TO REF-D-STATUS
                       WHEN REF-STATUS-CLEARED
                           MOVE 'PAID - CHECK CLEARED' TO REF-D-STATUS
                       WHEN REF-STATUS-ESCHEATED
                           MOVE 'UNCASHED - REMITTED TO STATE'
                               TO REF-D-STATUS
                   END-EVALUATE
                   MOVE SPACE TO REF-D-MESSAGE
                   MOVE -1 TO REF-L-ACTION
