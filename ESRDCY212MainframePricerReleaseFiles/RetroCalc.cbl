      * employee, the new salary (or new hourly rate), and the
      * backdated effective date. The run walks the employee's
      * PAYHIST.DAT periods whose check dates fall on or after the
      * effective date, recomputes what each period's base pay
      * should have been at the new rate (salaried: new salary over
      * the frequency's periods; hourly: the period's worked hours
      * priced at the new rate instead of the master rate), and
      * writes one balancing ADJTRANS.DAT flat-amount
      * adjustment per underpaid period, with the batch header,
      * trailer, record count, and amount hash PayAdjustment's
      * BatchCheck demands. A per-employee worksheet (RETROWKS.DAT)
      * shows every period's old base pay, recomputed base pay, and
      * difference so the math can be reviewed before the
      * adjustment run posts. Base pay is the period's gross less
      * the overtime pay, overtime true-up, coded earnings,
      * severance, and commission it carried - none of those move
      * with the rate. Reversed payments, off-cycle payments (the
      * 996000-999999 history bands), and severance-only payments
      * are skipped; the
      * rate change itself still goes through EmployeeMaint - this
      * run only settles the already-paid periods.
       ENVIRONMENT DIVISION.
       01 WS-OLD-PERIOD-GROSS      PIC 9(7)V99.
       01 WS-NEW-PERIOD-GROSS      PIC 9(7)V99.
       01 WS-PERIOD-HOURS          PIC 9(3)V99.
       01 WS-NON-BASE-PAY          PIC 9(8)V99.
       01 WS-OFF-CYCLE-BAND        PIC 9(6) VALUE 996000.
       01 WS-DIFFERENCE            PIC S9(7)V99.
       01 WS-EMP-RETRO-TOTAL       PIC 9(7)V99.
       01 WS-SCAN-DONE             PIC X.
               '  EFFECTIVE ' RTR-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Worksheet-Line
           MOVE 'PERIOD     PAID BASE   SHOULD-BE BASE  DIFFERENCE'
               TO Report-Data
           PERFORM Write-Worksheet-Line

               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Worksheet-Line.

      * Only regular-cycle payments are re-priced: the off-cycle
      * bands (manual checks, adjustments, termination pay, bonuses
      * and overtime true-ups) pay nothing at the period rate, and a
      * payment that is all severance has no base pay in it.
       Consider-History-Period.
           IF HIST-CHECK-DATE >= RTR-EFFECTIVE-DATE AND
               NOT HIST-PAYMENT-REVERSED AND
               HIST-PAY-PERIOD < WS-OFF-CYCLE-BAND AND
               NOT (HIST-SEVERANCE > 0 AND
                    HIST-SEVERANCE = HIST-GROSS-SALARY)
               COMPUTE WS-NON-BASE-PAY = HIST-OVERTIME-PAY
                   + HIST-OT-TRUEUP + HIST-OTHER-EARNINGS
                   + HIST-SEVERANCE + HIST-COMMISSION
               IF WS-NON-BASE-PAY < HIST-GROSS-SALARY
                   COMPUTE WS-OLD-PERIOD-GROSS =
                       HIST-GROSS-SALARY - WS-NON-BASE-PAY
                   PERFORM Reprice-History-Period
               END-IF
           END-IF.

       Reprice-History-Period.
           IF EMP-PAY-HOURLY
      * The period's worked hours come off the history record, and
      * the difference between the new rate and the master rate
      * they were paid at is added to the base - leave, holiday and
      * shift pay ride along unchanged. Records written before the
      * hours were kept have them recovered as base pay over the
      * master rate instead - the timesheets themselves are gone
      * from the per-range files by the time a retro request
      * arrives.
               IF HIST-WORKED-HOURS > 0
                   MOVE HIST-WORKED-HOURS TO WS-PERIOD-HOURS
                   COMPUTE WS-NEW-PERIOD-GROSS ROUNDED =
                       WS-OLD-PERIOD-GROSS + WS-PERIOD-HOURS
                       * (RTR-NEW-HOURLY-RATE - EMP-HOURLY-RATE)
               ELSE
                   IF EMP-HOURLY-RATE > 0
                       COMPUTE WS-PERIOD-HOURS ROUNDED =
                           WS-OLD-PERIOD-GROSS / EMP-HOURLY-RATE
                       MOVE WS-OLD-PERIOD-GROSS
                           TO WS-NEW-PERIOD-GROSS
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-NEW-PERIOD-GROSS ROUNDED =
                   RTR-NEW-SALARY / WS-PAY-PERIODS
           END-IF
           COMPUTE WS-DIFFERENCE =
               WS-NEW-PERIOD-GROSS - WS-OLD-PERIOD-GROSS
           PERFORM Print-Period-Line
           IF WS-DIFFERENCE > 0
               PERFORM Write-Adjustment-Record
           END-IF.

       Print-Period-Line.
