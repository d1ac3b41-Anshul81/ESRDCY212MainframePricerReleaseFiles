           05 HIST-RETIREMENT-401K     PIC 9(5)V99.
           05 HIST-BONUS               PIC 9(5)V99.
           05 HIST-GARNISH             PIC 9(5)V99.
      * A ACH deposit, K check, C payroll debit card load - the
      * posted record's POST-PAY-METHOD.
           05 HIST-PAY-METHOD          PIC X(1).
               88 HIST-PAID-BY-PAYCARD     VALUE 'C'.
      * Reversal standing. The employee/period key admits exactly one
      * record, so when PayReversal backs a payment out it marks the
      * period's own record reversed (amounts left intact, so the
           05 HIST-IMPUTED-LIFE        PIC 9(5)V99.
           05 HIST-LOAN-REPAY          PIC 9(5)V99.
           05 HIST-VOLUNTARY           PIC 9(5)V99.
      * Taxable wages behind each withholding amount, carried from
      * the posted-pay record (see POSTPAY.cpy) - what the quarterly
      * returns report as federal, state, Social Security, and
      * Medicare wages.
           05 HIST-FEDERAL-TAXABLE     PIC 9(7)V99.
           05 HIST-STATE-TAXABLE       PIC 9(7)V99.
           05 HIST-FICA-TAXABLE        PIC 9(7)V99.
           05 HIST-MEDICARE-TAXABLE    PIC 9(7)V99.
      * Local income tax withheld, its taxable wages, and the
      * jurisdiction, carried from the posted-pay record. Part of
      * the deduction story alongside the seven classic components.
           05 HIST-LOCAL-WITHHOLDING   PIC 9(5)V99.
           05 HIST-LOCAL-TAXABLE       PIC 9(7)V99.
           05 HIST-LOCAL-TAX-CODE      PIC X(6).
      * Hours actually worked and the overtime hours among them,
      * hourly and salaried non-exempt staff alike (zero for exempt
      * staff), and the overtime true-up paid with this payment. A
      * nondiscretionary bonus run reads the worked and overtime
      * hours back for the periods the bonus covers to price the
      * true-up it owes.
           05 HIST-WORKED-HOURS        PIC 9(3)V99.
           05 HIST-OVERTIME-HOURS      PIC 9(3)V99.
           05 HIST-OT-TRUEUP           PIC 9(5)V99.
      * Severance installment carried in the gross, from the
      * posted-pay record. A payment carrying one is refused by the
      * reversal run - the agreement's paid-to-date on SEVAGREE.DAT
      * is a side ledger the back-out cannot restore.
           05 HIST-SEVERANCE           PIC 9(7)V99.
      * Decedent payment flag, from the posted-pay record (see
      * POSTPAY.cpy) - the 1099-MISC extract picks these payments
      * up, and a later-year payment (9) is left out of every wage
      * report.
           05 HIST-DECEDENT-FLAG       PIC X(1).
               88 HIST-DECEDENT-WAGES      VALUE 'W'.
               88 HIST-DECEDENT-1099       VALUE '9'.
      * Expense reimbursement paid with this payment, from the
      * posted-pay record. Included in HIST-NET-SALARY but in none
      * of the wage or YTD figures - the reversal run backs it out
      * of the net before restoring the master's YTD net.
           05 HIST-REIMBURSEMENT       PIC 9(5)V99.
      * Earnings paid by code, from the posted-pay record (see
      * POSTPAY.cpy) - kept so the W-2 extract can report box 12
      * and box 14 codes from the year's history.
           05 HIST-OTHER-EARNINGS      PIC 9(7)V99.
           05 HIST-EARN-COUNT          PIC 9(2).
           05 HIST-EARN-ENTRY OCCURS 8 TIMES.
               10 HIST-EARN-CODE       PIC X(4).
               10 HIST-EARN-AMOUNT     PIC 9(5)V99.
      * Health savings account employee contribution and employer
      * deposit, from the posted-pay record - the reversal run backs
      * both out of the master's HSA buckets.
           05 HIST-HSA-CONTRIBUTION    PIC 9(5)V99.
           05 HIST-HSA-EMPLOYER        PIC 9(5)V99.
      * Work state the payment's state tax was withheld for, from the
      * posted-pay record - the printed W-2 splits boxes 15-17 by
      * it. Spaces on records written before the field existed;
      * those count toward the employee's current work state.
           05 HIST-WORK-STATE          PIC X(2).
      * Overtime premium pay and commission carried in the gross, and
      * the employer's share of benefits, 401(k) match and FUTA/SUTA
      * for the payment, from the posted-pay record - the annual
      * total compensation statement totals them for the year. Zero
      * on records written before the fields existed and on every
      * off-cycle payment other than a severance installment's
      * employer benefit.
           05 HIST-OVERTIME-PAY        PIC 9(7)V99.
           05 HIST-COMMISSION          PIC 9(7)V99.
           05 HIST-EMPLOYER-BENEFIT    PIC 9(5)V99.
           05 HIST-EMPLOYER-MATCH      PIC 9(5)V99.
           05 HIST-EMPLOYER-FUTA       PIC 9(5)V99.
           05 HIST-EMPLOYER-SUTA       PIC 9(5)V99.
