      * the payment must be on PAYHIST.DAT, must have gone out by
      * ACH (a paper check is voided through CheckPrint's
      * VOIDTRANS.DAT path instead), must not already be reversed,
      * and must be a current-year payment (prior years are put
      * right by a W2Correction W-2c run, not a file fix). A
      * qualifying reversal writes a NACHA debit entry pulling the
      * deposit back, backs every amount out of the master's YTD
      * buckets (journaled to EMPJRNL.DAT like every other master
      * change), and marks the period's pay-
      * history record reversed so the period's story is complete
      * and the same payment cannot be reversed twice.
       ENVIRONMENT DIVISION.
               WHEN HIST-PAYMENT-REVERSED
                   MOVE 'payment already reversed' TO Report-Data
                   PERFORM Write-Reject-Line
               WHEN HIST-PAID-BY-PAYCARD
                   MOVE 'loaded to pay card - recover through vendor'
                       TO Report-Data
                   PERFORM Write-Reject-Line
               WHEN HIST-PAY-METHOD NOT = 'A'
                   MOVE 'paid by check - void through CheckPrint'
                       TO Report-Data
                   PERFORM Write-Reject-Line
               WHEN HIST-CHECK-DATE (1:4) NOT = WS-CURRENT-YEAR
                   MOVE 'prior-year payment - W-2c through W2Correction'
                       TO Report-Data
                   PERFORM Write-Reject-Line
      * Loan payments, voluntary deductions, and GTL imputed value
                   MOVE 'loan/voluntary/imputed amounts - reverse '
                       & 'by hand' TO Report-Data
                   PERFORM Write-Reject-Line
      * A severance installment counts against the agreement's
      * paid-to-date, which the agreement file keeps - backed out
      * by hand so the agreement is corrected with it.
               WHEN HIST-SEVERANCE > 0
                   MOVE 'severance installment - reverse by hand'
                       TO Report-Data
                   PERFORM Write-Reject-Line
               WHEN EMPLOYEE-HAS-SPLITS
                   MOVE 'has deposit splits - reverse by hand'
                       TO Report-Data
               + HIST-STATE-WITHHOLDING + HIST-FICA-WITHHOLDING
               + HIST-MEDICARE-WITHHOLDING + HIST-HEALTH-PREMIUM
               + HIST-RETIREMENT-401K + HIST-GARNISH
               + HIST-LOCAL-WITHHOLDING + HIST-HSA-CONTRIBUTION
           SUBTRACT HIST-GROSS-SALARY FROM EMP-YTD-GROSS
           SUBTRACT WS-HIST-DEDUCTIONS FROM EMP-YTD-DEDUCTIONS
      * A reimbursement paid in the net never reached the YTD net,
      * so only the wage part of the net comes back out of it.
           COMPUTE EMP-YTD-NET = EMP-YTD-NET
               - (HIST-NET-SALARY - HIST-REIMBURSEMENT)
           SUBTRACT HIST-BONUS FROM EMP-YTD-BONUS
           SUBTRACT HIST-FEDERAL-WITHHOLDING FROM EMP-YTD-FEDERAL
           SUBTRACT HIST-STATE-WITHHOLDING FROM EMP-YTD-STATE
           SUBTRACT HIST-FICA-WITHHOLDING FROM EMP-YTD-FICA
           SUBTRACT HIST-MEDICARE-WITHHOLDING FROM EMP-YTD-MEDICARE
           SUBTRACT HIST-LOCAL-WITHHOLDING FROM EMP-YTD-LOCAL
           SUBTRACT HIST-HEALTH-PREMIUM FROM EMP-YTD-HEALTH
           SUBTRACT HIST-RETIREMENT-401K FROM EMP-YTD-401K
           SUBTRACT HIST-HSA-CONTRIBUTION FROM EMP-YTD-HSA
           SUBTRACT HIST-HSA-EMPLOYER FROM EMP-YTD-HSA-ER
      * The unemployment wage bases the payment consumed come back
      * too, or later periods under-accrue FUTA/SUTA. The payment
      * consumed at most its gross of each base - capped at what
           IF WS-WAGE-BASE-GIVEBACK > EMP-YTD-SUTA-WAGES
               MOVE EMP-YTD-SUTA-WAGES TO WS-WAGE-BASE-GIVEBACK
           END-IF
           SUBTRACT WS-WAGE-BASE-GIVEBACK FROM EMP-YTD-SUTA-WAGES
      * The taxable wages the payment added come back out the same
      * way, capped at the bucket - history written before the
      * taxable-wage fields existed carries zeros and gives back
      * nothing.
           COMPUTE WS-WAGE-BASE-GIVEBACK = HIST-FEDERAL-TAXABLE
           IF WS-WAGE-BASE-GIVEBACK > EMP-YTD-FED-WAGES
               MOVE EMP-YTD-FED-WAGES TO WS-WAGE-BASE-GIVEBACK
           END-IF
           SUBTRACT WS-WAGE-BASE-GIVEBACK FROM EMP-YTD-FED-WAGES
           COMPUTE WS-WAGE-BASE-GIVEBACK = HIST-FICA-TAXABLE
           IF WS-WAGE-BASE-GIVEBACK > EMP-YTD-SS-WAGES
               MOVE EMP-YTD-SS-WAGES TO WS-WAGE-BASE-GIVEBACK
           END-IF
           SUBTRACT WS-WAGE-BASE-GIVEBACK FROM EMP-YTD-SS-WAGES
           COMPUTE WS-WAGE-BASE-GIVEBACK = HIST-MEDICARE-TAXABLE
           IF WS-WAGE-BASE-GIVEBACK > EMP-YTD-MEDI-WAGES
               MOVE EMP-YTD-MEDI-WAGES TO WS-WAGE-BASE-GIVEBACK
           END-IF
           SUBTRACT WS-WAGE-BASE-GIVEBACK FROM EMP-YTD-MEDI-WAGES
           COMPUTE WS-WAGE-BASE-GIVEBACK = HIST-LOCAL-TAXABLE
           IF WS-WAGE-BASE-GIVEBACK > EMP-YTD-LOCAL-WAGES
               MOVE EMP-YTD-LOCAL-WAGES TO WS-WAGE-BASE-GIVEBACK
           END-IF
           SUBTRACT WS-WAGE-BASE-GIVEBACK FROM EMP-YTD-LOCAL-WAGES.

       Write-Journal-Record.
           MOVE WS-JRNL-STAMP TO JRNL-RUN-STAMP
