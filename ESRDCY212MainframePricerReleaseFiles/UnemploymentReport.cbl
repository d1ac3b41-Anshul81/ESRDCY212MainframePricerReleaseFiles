      * matters: wages before the quarter consume the wage bases,
      * wages in the quarter are what the listing reports.
      * A reversed payment was backed out of the YTD buckets - it
      * neither consumes the wage bases nor reports to the state;
      * neither does a decedent's pay made after the year of death,
      * which is not wages.
           IF HIST-CHECK-DATE >= WS-YEAR-START AND
               HIST-CHECK-DATE <= WS-QTR-END AND
               NOT HIST-PAYMENT-REVERSED AND
               NOT HIST-DECEDENT-1099
               MOVE 'N' TO WS-EMP-MATCHED
               PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                   UNTIL WS-EMP-SUB > WS-EMP-COUNT
