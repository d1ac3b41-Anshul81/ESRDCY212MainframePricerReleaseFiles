           05 EMP-EMPLOYMENT-STATUS PIC X(1) VALUE 'A'.
               88 EMP-STATUS-ACTIVE       VALUE 'A'.
               88 EMP-STATUS-TERMINATED   VALUE 'T'.
               88 EMP-STATUS-ON-LEAVE     VALUE 'L'.
           05 EMP-VACATION-BALANCE PIC 9(3)V99.
           05 EMP-HOURLY-RATE      PIC 9(3)V99.
      * Sick-leave balance in hours, accrued by the pay cycle
      * before the field existed - those belong to the default
      * (first) company on the control file.
           05 EMP-COMPANY-CODE     PIC X(2).
      * Taxable-wage positions to date - the wages each tax was
      * actually figured on once the pre-tax deductions came out
      * (the 401k deferral and the section-125 health premium come
      * out of income-tax wages, the health premium alone out of
      * FICA/Medicare wages). The W-2 wage boxes and the Social
      * Security wage-base test read these, so they agree with the
      * withholding. State income-tax wages are the federal figure -
      * the pre-tax treatment is the same. Zeros on records converted
      * before the fields existed; conversion is made at a year
      * boundary, when every YTD bucket starts from zero anyway.
           05 EMP-YTD-FED-WAGES    PIC 9(9)V99.
           05 EMP-YTD-SS-WAGES     PIC 9(9)V99.
           05 EMP-YTD-MEDI-WAGES   PIC 9(9)V99.
      * Local income-tax jurisdiction (city, county, or school
      * district) the employee's wages are withheld for, keyed to the
      * LOCL rows on RATETBL.DAT; spaces means no local tax. The YTD
      * local tax withheld and the local wages it was figured on feed
      * the W-2 local boxes. Spaces and zeros on records converted
      * before the fields existed.
           05 EMP-LOCAL-TAX-CODE   PIC X(6).
           05 EMP-YTD-LOCAL        PIC 9(9)V99.
           05 EMP-YTD-LOCAL-WAGES  PIC 9(9)V99.
      * FLSA classification: exempt salaried staff earn no overtime,
      * non-exempt staff (every hourly employee, and any salaried
      * employee so classified) are paid overtime off their
      * timesheet hours. Space on records converted before the field
      * existed means the legacy treatment - salaried exempt, hourly
      * non-exempt - until maintenance classifies the employee.
           05 EMP-FLSA-STATUS      PIC X(1).
               88 EMP-FLSA-EXEMPT         VALUE 'E'.
               88 EMP-FLSA-NON-EXEMPT     VALUE 'N'.
      * Leave of absence, set and ended by EmployeeMaint ('L' and 'W'
      * transactions) while EMP-EMPLOYMENT-STATUS reads L. The type
      * decides the premium handling while out (see LeavePremium);
      * the start date dates the leave for the monthly on-leave
      * report, and the expected return date is zero when the
      * return is open-ended. Spaces and zeros when not on leave.
           05 EMP-LEAVE-TYPE       PIC X(1).
               88 EMP-LEAVE-FMLA          VALUE 'F'.
               88 EMP-LEAVE-MILITARY      VALUE 'M'.
               88 EMP-LEAVE-DISABILITY    VALUE 'D'.
               88 EMP-LEAVE-PERSONAL      VALUE 'P'.
           05 EMP-LEAVE-START-DATE PIC 9(8).
           05 EMP-LEAVE-RETURN-DATE PIC 9(8).
      * Deceased employee - the date of death and the payee the
      * final wages go to instead (E = the estate, B = a named
      * beneficiary), with the payee's mailing address and taxpayer
      * identification number for the check and the 1099-MISC.
      * Recorded by TermPay's deceased termination type; zeros and
      * spaces otherwise.
           05 EMP-DEATH-DATE       PIC 9(8).
           05 EMP-PAYEE-TYPE       PIC X(1).
               88 EMP-PAYEE-ESTATE        VALUE 'E'.
               88 EMP-PAYEE-BENEFICIARY   VALUE 'B'.
           05 EMP-PAYEE-NAME       PIC X(40).
           05 EMP-PAYEE-ADDRESS    PIC X(60).
           05 EMP-PAYEE-TIN        PIC X(11).
      * Payroll debit card for employees without a bank account -
      * the card vendor's program code and the card account the net
      * pay loads to. Only an active card (A) is paid to; pending
      * (P, card ordered but not yet activated) and closed (C) cards
      * leave the employee on direct deposit or check. Set by
      * EmployeeMaint's 'P' transaction; spaces when never enrolled.
           05 EMP-PAYCARD-PROGRAM  PIC X(4).
           05 EMP-PAYCARD-ACCOUNT  PIC X(19).
           05 EMP-PAYCARD-STATUS   PIC X(1).
               88 EMP-PAYCARD-ACTIVE      VALUE 'A'.
               88 EMP-PAYCARD-PENDING     VALUE 'P'.
               88 EMP-PAYCARD-CLOSED      VALUE 'C'.
      * Health savings account contributions to date - the
      * employee's pre-tax contributions and the employer's funding,
      * kept apart from the 401k and health buckets. Together they
      * are tested against the IRS annual limit for the coverage tier
      * and reported as W-2 box 12 code W.
           05 EMP-YTD-HSA          PIC 9(9)V99.
           05 EMP-YTD-HSA-ER       PIC 9(9)V99.
      * SSA name/SSN verification (SSNVS) standing. SsnvsRequest
      * submits new hires, rehires and name/SSN changes and marks
      * them pending (P); SsnvsResponse posts the SSA's answer -
      * verified (V), or unverified (U) with the SSA's verification
      * failure code (SSNVSREC), or D when the SSA shows the number
      * holder deceased - and the date it was submitted or posted.
      * Spaces on records never submitted.
           05 EMP-SSN-VERIFY-STATUS PIC X(1).
               88 EMP-SSN-NOT-SUBMITTED   VALUE ' '.
               88 EMP-SSN-VERIFY-PENDING  VALUE 'P'.
               88 EMP-SSN-VERIFIED        VALUE 'V'.
               88 EMP-SSN-UNVERIFIED      VALUE 'U'.
           05 EMP-SSN-VERIFY-CODE  PIC X(1).
           05 EMP-SSN-VERIFY-DATE  PIC 9(8).
      * Separation. TermPay sets the termination date and reason when
      * it pays the final check; EmployeeMaint's 'S' transaction
      * corrects them afterwards. The reason splits voluntary leavers
      * (resignation, retirement, job abandonment) from involuntary
      * ones (discharge, layoff, performance, end of contract, death)
      * for the turnover figures. A rehire keeps the last separation
      * on file and marks the record rehired, so HeadcountReport can
      * tell a returning employee's hire from a new one. Zero and
      * spaces on records never terminated.
           05 EMP-TERM-DATE        PIC 9(8).
           05 EMP-TERM-REASON      PIC X(2).
               88 EMP-TERM-VOLUNTARY      VALUE 'RS' 'RT' 'JA'.
               88 EMP-TERM-INVOLUNTARY    VALUE 'DC' 'LO' 'PF' 'EC'
                                                'DE'.
               88 EMP-TERM-REASON-VALID   VALUE 'RS' 'RT' 'JA' 'DC'
                                                'LO' 'PF' 'EC' 'DE'.
           05 EMP-REHIRED          PIC X(1).
               88 EMP-IS-REHIRE           VALUE 'Y'.
