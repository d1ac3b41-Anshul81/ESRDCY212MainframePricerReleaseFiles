
       Work-One-Register-Entry.
           IF (WS-REG-ACTION (WS-REG-SUB) = 'ISSUED '
                   OR WS-REG-ACTION (WS-REG-SUB) = 'REISSUE'
                   OR WS-REG-ACTION (WS-REG-SUB) = 'MANUAL ')
               AND WS-REG-CHECK-NO (WS-REG-SUB) > 0
               EVALUATE WS-REG-STATUS-WORD (WS-REG-SUB)
                   WHEN 'CLEARED'
