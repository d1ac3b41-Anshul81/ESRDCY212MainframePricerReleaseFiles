           END-IF.

       Match-One-Cleared-Check.
      * The issued (or reissued, or manual) register entry for this
      * check number; voids do not pay and are never matched.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-CHECK-NO (WS-REG-SUB) = BNK-CHECK-NUMBER
                   AND (WS-REG-ACTION (WS-REG-SUB) = 'ISSUED '
                       OR WS-REG-ACTION (WS-REG-SUB) = 'REISSUE'
                   OR WS-REG-ACTION (WS-REG-SUB) = 'MANUAL ')
                   MOVE WS-REG-SUB TO WS-MATCH-SUB
               END-IF
           END-PERFORM

       Age-One-Register-Entry.
           IF (WS-REG-ACTION (WS-REG-SUB) = 'ISSUED '
                   OR WS-REG-ACTION (WS-REG-SUB) = 'REISSUE'
                   OR WS-REG-ACTION (WS-REG-SUB) = 'MANUAL ')
               AND WS-REG-CLEARED (WS-REG-SUB) = 'N'
               ADD 1 TO WS-OUT-COUNT
               MOVE 0 TO WS-AGE-DAYS
