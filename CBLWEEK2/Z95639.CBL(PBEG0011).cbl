                   MOVE 'WITHDRAW' TO WS-ACTION-WORD
               WHEN 'I'
                   MOVE 'INTEREST' TO WS-ACTION-WORD
               WHEN 'F'
                   MOVE 'FEE     ' TO WS-ACTION-WORD
               WHEN 'L'
                   MOVE 'LINK    ' TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE HIS-ACTION TO WS-ACTION-WORD
           END-EVALUATE.
