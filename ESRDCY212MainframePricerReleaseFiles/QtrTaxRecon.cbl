
       01 WS-TOTAL-WAGES           PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-FEDERAL         PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-FED-WAGES       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-SS-WAGES        PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-MEDI-WAGES      PIC 9(11)V99 VALUE 0.
       01 WS-MEDI-WAGES            PIC 9(7)V99.
       01 WS-TOTAL-EE-FICA         PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-EE-MEDI         PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-ER-MEDI         PIC 9(11)V99 VALUE 0.
                   NOT AT END
      * A reversed payment was backed out of the YTD buckets - it
      * must not inflate the quarter's wages or liability either.
      * Nor does a decedent's pay made after the year of death,
      * which is not wages and goes on a 1099-MISC.
                       IF HIST-CHECK-DATE >= WS-QTR-START AND
                           HIST-CHECK-DATE <= WS-QTR-END AND
                           NOT HIST-PAYMENT-REVERSED AND
                           NOT HIST-DECEDENT-1099
                           PERFORM Accumulate-History-Record
                       END-IF
               END-READ
      * short of the W-2 wage total. The employer FICA match
      * mirrors the employee amount (which honored the wage base
      * when it was withheld); employer Medicare is the regular
      * rate on the Medicare taxable wages, because the Additional
      * Medicare surtax in the employee figure has no employer
      * match. The taxable wages come off the history record as the
      * pay run figured them; a record written before the taxable
      * fields existed carries zeros in all four and reports gross
      * plus bonus, as it always did.
           ADD HIST-GROSS-SALARY TO WS-TOTAL-WAGES
           ADD HIST-BONUS TO WS-TOTAL-WAGES
           ADD HIST-FEDERAL-WITHHOLDING TO WS-TOTAL-FEDERAL
           ADD HIST-FICA-WITHHOLDING TO WS-TOTAL-EE-FICA
           ADD HIST-MEDICARE-WITHHOLDING TO WS-TOTAL-EE-MEDI
           IF HIST-FEDERAL-TAXABLE = 0 AND HIST-STATE-TAXABLE = 0
               AND HIST-FICA-TAXABLE = 0 AND HIST-MEDICARE-TAXABLE = 0
               COMPUTE WS-MEDI-WAGES = HIST-GROSS-SALARY + HIST-BONUS
               ADD WS-MEDI-WAGES TO WS-TOTAL-FED-WAGES
               ADD WS-MEDI-WAGES TO WS-TOTAL-SS-WAGES
           ELSE
               MOVE HIST-MEDICARE-TAXABLE TO WS-MEDI-WAGES
               ADD HIST-FEDERAL-TAXABLE TO WS-TOTAL-FED-WAGES
               ADD HIST-FICA-TAXABLE TO WS-TOTAL-SS-WAGES
           END-IF
           ADD WS-MEDI-WAGES TO WS-TOTAL-MEDI-WAGES
           COMPUTE WS-ER-MEDICARE ROUNDED =
               WS-MEDI-WAGES * WS-ER-MEDICARE-RATE
           ADD WS-ER-MEDICARE TO WS-TOTAL-ER-MEDI

           MOVE HIST-CHECK-DATE (5:2) TO WS-CHECK-MONTH
           STRING 'TOTAL WAGES PAID               ' WS-AMT-EDIT-1
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-FED-WAGES TO WS-AMT-EDIT-1
           STRING 'WAGES SUBJECT TO INCOME TAX    ' WS-AMT-EDIT-1
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-FEDERAL TO WS-AMT-EDIT-1
           STRING 'FEDERAL INCOME TAX WITHHELD    ' WS-AMT-EDIT-1
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-SS-WAGES TO WS-AMT-EDIT-1
           STRING 'TAXABLE SOCIAL SECURITY WAGES  ' WS-AMT-EDIT-1
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-MEDI-WAGES TO WS-AMT-EDIT-1
           STRING 'TAXABLE MEDICARE WAGES         ' WS-AMT-EDIT-1
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-EE-FICA TO WS-AMT-EDIT-1
           COMPUTE WS-AMT-EDIT-2 = WS-TOTAL-EE-FICA * 2
           STRING 'SOCIAL SECURITY  EE ' WS-AMT-EDIT-1
