           ADD POST-MEDICARE-WITHHOLDING
               TO WS-DT-EE-MEDICARE (WS-DATE-SUB)
           COMPUTE WS-ER-MEDICARE ROUNDED =
               POST-MEDICARE-TAXABLE * WS-ER-MEDICARE-RATE
           ADD WS-ER-MEDICARE TO WS-DT-ER-MEDICARE (WS-DATE-SUB).

       Report-One-Date.
