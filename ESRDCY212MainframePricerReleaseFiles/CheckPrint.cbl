      * sweeps the regular cycle's POSTDnnnnn.DAT for its range AND
      * the off-cycle posted files (TermPay's TPOST00000.DAT,
      * PayAdjustment's APOST00000.DAT, BonusRun's BPOST00000.DAT,
      * SeveranceRun's SPOST00000.DAT, absent files skipped), so a
      * final check, an adjustment, a bonus, or a severance
      * installment never falls back to an unnumbered manual check.
      * Check numbers are assigned sequentially from the controlled
      * next-check-number file NEXTCHK.DAT, the print-image check file
      * carries the payee, the net amount in figures and in words, and
      * the pay period and check date, and every check lands on the
           PERFORM Print-Checks-From-Posted-File
           MOVE 'BPOST00000.DAT' TO WS-POSTED-FILENAME
           PERFORM Print-Checks-From-Posted-File
           MOVE 'SPOST00000.DAT' TO WS-POSTED-FILENAME
           PERFORM Print-Checks-From-Posted-File

           PERFORM Load-Escheat-Holds
           PERFORM Process-Void-Requests
                   DISPLAY 'No master record for posted employee '
                       POST-EMPLOYEE-ID ', check not printed'
               NOT INVALID KEY
                   PERFORM Resolve-Payee-Name
                   PERFORM Resolve-Check-Company
                   MOVE POST-NET-SALARY TO WS-CHECK-AMOUNT
                   MOVE POST-PAY-PERIOD TO WS-CHECK-PERIOD
                   DISPLAY 'No master record for void employee '
                       VOID-EMPLOYEE-ID ', replacement not printed'
               NOT INVALID KEY
                   PERFORM Resolve-Payee-Name
                   PERFORM Resolve-Check-Company
                   MOVE VOID-AMOUNT TO WS-CHECK-AMOUNT
                   MOVE 0 TO WS-CHECK-PERIOD
           ADD 1 TO WS-CHECKS-PRINTED
           ADD 1 TO WS-NEXT-CHECK-NO.

       Resolve-Payee-Name.
      * A deceased employee's pay belongs to the estate or the
      * beneficiary TermPay recorded - the check is made out to the
      * payee, never to the employee.
           IF EMP-DEATH-DATE > 0 AND EMP-PAYEE-NAME NOT = SPACES
               MOVE EMP-PAYEE-NAME TO WS-PAYEE-NAME
           ELSE
               MOVE EMP-NAME TO WS-PAYEE-NAME
           END-IF.

       Resolve-Check-Company.
           IF EMP-COMPANY-CODE NOT = WS-LAST-COMPANY-CODE
               CALL 'CompanyData' USING EMP-COMPANY-CODE
