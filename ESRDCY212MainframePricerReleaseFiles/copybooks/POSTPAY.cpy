      * How the net pay left the building: A = ACH deposit entry,
      * K = paper-check path (no usable bank details, failed deposit,
      * or prenote still in its waiting period) - CheckPrint cuts
      * numbered checks for the K records - and C = load to the
      * employee's active payroll debit card, funded by PayCardFund.
           05 POST-PAY-METHOD          PIC X(1).
               88 POST-PAID-BY-ACH         VALUE 'A'.
               88 POST-PAID-BY-CHECK       VALUE 'K'.
               88 POST-PAID-BY-PAYCARD     VALUE 'C'.
      * Work state the state withholding was computed for, so the GL
      * extract and the state summary can split the remittance by
      * state's revenue agency.
      * labor cost distribution in the GL extract and the register's
      * department subtotals.
           05 POST-DEPT-CODE           PIC X(4).
      * Taxable wages behind each withholding amount above - gross
      * (plus bonus, for the income taxes) less the pre-tax 401k
      * deferral and section-125 health premium for federal and
      * state, less the health premium alone for FICA and Medicare.
      * The FICA figure stops at the Social Security wage base. The
      * register, the quarterly reconciliation, and the W-2 all read
      * these, so every report shows the wages the tax was taken on.
           05 POST-FEDERAL-TAXABLE     PIC 9(7)V99.
           05 POST-STATE-TAXABLE       PIC 9(7)V99.
           05 POST-FICA-TAXABLE        PIC 9(7)V99.
           05 POST-MEDICARE-TAXABLE    PIC 9(7)V99.
      * Local income tax withheld for the employee's jurisdiction,
      * the wages it was figured on, and the jurisdiction code, so
      * the local summary can split the remittance by taxing
      * authority. Zeros and spaces when no local tax applies.
           05 POST-LOCAL-WITHHOLDING   PIC 9(5)V99.
           05 POST-LOCAL-TAXABLE       PIC 9(7)V99.
           05 POST-LOCAL-TAX-CODE      PIC X(6).
      * Holiday pay for hourly staff - the standard holiday hours for
      * the company holidays in the period at straight time, plus
      * the holiday premium on hours worked on a holiday. Its own
      * earnings component like leave pay; included in
      * POST-GROSS-SALARY, always zero for salaried staff.
           05 POST-HOLIDAY-PAY         PIC 9(5)V99.
      * Overtime true-up - the additional half-time owed on overtime
      * hours when commission or a nondiscretionary bonus raises the
      * FLSA regular rate for the weeks it covers. Its own earnings
      * component; included in POST-GROSS-SALARY, zero when no
      * true-up was owed.
           05 POST-OT-TRUEUP           PIC 9(5)V99.
      * Severance installment paid under a separation agreement -
      * salary continuation to a terminated employee. Its own
      * earnings component so the GL books it to severance expense
      * rather than the department's salary; included in
      * POST-GROSS-SALARY.
           05 POST-SEVERANCE           PIC 9(7)V99.
      * Wages paid after an employee's death to the estate or
      * beneficiary. W: paid in the year of death - Social Security
      * and Medicare wages, no income tax withheld, left out of
      * W-2 box 1 and reported on the payee's 1099-MISC. 9: paid
      * in a later year - not wages at all, nothing withheld, 1099
      * only. Space for every ordinary payment.
           05 POST-DECEDENT-FLAG       PIC X(1).
               88 POST-DECEDENT-WAGES      VALUE 'W'.
               88 POST-DECEDENT-1099       VALUE '9'.
      * Approved expense reimbursements (mileage, travel and the
      * like) paid with this payment. Not wages: never in
      * POST-GROSS-SALARY, the withholding, the taxable wages, or
      * the YTD buckets - added to POST-NET-SALARY only, so the
      * deposit or check carries it. The split by expense type sits
      * in RMBACCT.cpy's type order so the GL extract can charge
      * each type to its own expense account.
           05 POST-REIMBURSEMENT       PIC 9(5)V99.
           05 POST-REIMB-BY-TYPE       PIC 9(5)V99 OCCURS 5 TIMES.
      * Earnings paid by code off the earnings-code master (ERNCODE
      * layout) - up to eight codes per payment, included in
      * POST-GROSS-SALARY and in whichever taxable wages each code's
      * flags name. Downstream passes look each code up on the
      * master for its description, GL account and W-2 box, so a
      * new code needs no change here.
           05 POST-OTHER-EARNINGS      PIC 9(7)V99.
           05 POST-EARN-COUNT          PIC 9(2).
           05 POST-EARN-ENTRY OCCURS 8 TIMES.
               10 POST-EARN-CODE       PIC X(4).
               10 POST-EARN-AMOUNT     PIC 9(5)V99.
      * Health savings account - the employee's pre-tax contribution
      * (included in the deductions, out of the income-tax, FICA and
      * Medicare taxable wages) and the employer's deposit, remitted
      * together to the custodian by HsaRemit.
           05 POST-HSA-CONTRIBUTION    PIC 9(5)V99.
           05 POST-HSA-EMPLOYER        PIC 9(5)V99.
