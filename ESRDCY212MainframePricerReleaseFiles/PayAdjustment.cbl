                   ADD WS-ADJ-FEDERAL TO EMP-YTD-FEDERAL
                   ADD WS-ADJ-FICA TO EMP-YTD-FICA
                   ADD WS-ADJ-MEDICARE TO EMP-YTD-MEDICARE
      * No pre-tax deductions come out of an adjustment, so the whole
      * adjustment gross is taxable wages for every tax.
                   ADD WS-ADJ-GROSS TO EMP-YTD-FED-WAGES
                   ADD WS-ADJ-GROSS TO EMP-YTD-SS-WAGES
                   ADD WS-ADJ-GROSS TO EMP-YTD-MEDI-WAGES
                   IF EMP-LOCAL-TAX-CODE NOT = SPACES
                       ADD WS-ADJ-GROSS TO EMP-YTD-LOCAL-WAGES
                   END-IF
                   REWRITE EMPLOYEE-RECORD
                   PERFORM Write-Journal-Record
                   PERFORM Write-Posted-Pay-Record
           MOVE WS-ADJ-FEDERAL TO HIST-FEDERAL-WITHHOLDING
           MOVE WS-ADJ-FICA TO HIST-FICA-WITHHOLDING
           MOVE WS-ADJ-MEDICARE TO HIST-MEDICARE-WITHHOLDING
           MOVE WS-ADJ-GROSS TO HIST-FEDERAL-TAXABLE
           MOVE WS-ADJ-GROSS TO HIST-STATE-TAXABLE
           MOVE WS-ADJ-GROSS TO HIST-FICA-TAXABLE
           MOVE WS-ADJ-GROSS TO HIST-MEDICARE-TAXABLE
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE WS-ADJ-GROSS TO HIST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO HIST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO HIST-WORK-STATE
           MOVE POST-PAY-METHOD TO HIST-PAY-METHOD
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'Adjustment history already on file for '
           MOVE WS-ADJ-FEDERAL TO POST-FEDERAL-WITHHOLDING
           MOVE WS-ADJ-FICA TO POST-FICA-WITHHOLDING
           MOVE WS-ADJ-MEDICARE TO POST-MEDICARE-WITHHOLDING
           MOVE WS-ADJ-GROSS TO POST-FEDERAL-TAXABLE
           MOVE WS-ADJ-GROSS TO POST-STATE-TAXABLE
           MOVE WS-ADJ-GROSS TO POST-FICA-TAXABLE
           MOVE WS-ADJ-GROSS TO POST-MEDICARE-TAXABLE
      * Local wages are recorded for the W-2 local boxes; no local
      * tax is withheld off-cycle, the same as state.
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE WS-ADJ-GROSS TO POST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO POST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO POST-WORK-STATE
           MOVE EMP-DEPT-CODE TO POST-DEPT-CODE
           MOVE ADJ-PRIOR-PERIOD TO POST-PAY-PERIOD
           MOVE WS-TODAY TO POST-CHECK-DATE
      * An active payroll card takes the net pay ahead of any bank
      * account on file - PayCardFund loads it to the card.
           EVALUATE TRUE
               WHEN EMP-PAYCARD-ACTIVE
                   SET POST-PAID-BY-PAYCARD TO TRUE
               WHEN EMP-BANK-ROUTING = SPACES
                   OR EMP-BANK-ACCOUNT = SPACES
                   OR EMP-DEPOSIT-PRENOTE OR EMP-DEPOSIT-FAILED
                   OR EMP-DEPOSIT-NONE
                   SET POST-PAID-BY-CHECK TO TRUE
               WHEN OTHER
                   SET POST-PAID-BY-ACH TO TRUE
           END-EVALUATE
           WRITE POSTED-PAY-RECORD
               INVALID KEY
                   DISPLAY 'Could not write posted-pay record for '
               MOVE 'N' TO NACHA-DEBIT-FLAG
               CALL 'NachaFile' USING NACHA-REQUEST
           ELSE
               IF POST-PAID-BY-PAYCARD
                   DISPLAY 'Adjustment pay for employee ' EMP-ID
                       ' routed to pay card'
               ELSE
                   DISPLAY 'Adjustment pay for employee ' EMP-ID
                       ' routed to check'
               END-IF
           END-IF.

       Write-Journal-Record.
