      * FICA stops at the Social Security wage base, the 401k deferral
      * stops at the IRS annual contribution limit (with a partial
      * final deduction in the period that crosses it), and the
      * Additional Medicare surtax starts once YTD Medicare wages
      * cross its threshold. The pre-tax deductions are taken first:
      * the 401k deferral and the section-125 health premium come out
      * of the wages federal and state income tax are figured on, the
      * health premium alone out of the FICA and Medicare wages, and
      * each tax's taxable wages are handed back with the amounts.
      * A health savings account contribution is pre-tax for income
      * tax and FICA/Medicare alike, and stops - together with the
      * employer's funding - at the IRS annual limit for the
      * employee's coverage tier the same way the 401k deferral does.
      * Local (city, county, school district) income tax is withheld
      * on the income-tax wages at the employee's jurisdiction rate.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY WHTABLE.
           COPY BONUSTBL.
           COPY STATETAX.
           COPY LOCALTAX.
           COPY HSASCHED.

       01 Employee-Salary          PIC 9(7)V99.
       01 Period-Gross             PIC 9(7)V99.
       01 Federal-Withholding      PIC 9(7)V99.
       01 State-Withholding        PIC 9(5)V99.
       01 Local-Withholding        PIC 9(5)V99.
       01 FICA-Withholding         PIC 9(5)V99.
       01 Medicare-Withholding     PIC 9(5)V99.
       01 Health-Premium           PIC 9(5)V99.
       01 Employer-Benefit         PIC 9(5)V99.
       01 Retirement-401k          PIC 9(5)V99.
       01 Employer-Match           PIC 9(5)V99.
       01 Hsa-Contribution         PIC 9(5)V99.
       01 Hsa-Employer             PIC 9(5)V99.
       01 Deductions               PIC 9(5)V99.
       01 Bonus                    PIC 9(5)V99.
       01 WS-NET-CALC              PIC S9(7)V99.
       01 WS-401K-MATCH-RATE       PIC 9V9(5) VALUE 1.00000.
       01 WS-401K-MATCH-LIMIT-PCT  PIC V9(5) VALUE .04000.
       01 WS-MATCH-BASE            PIC 9(5)V99.
      * Annual statutory limits. The figures in effect for the date
      * being paid come from the LIMT rows of RATETBL.DAT (see
      * Apply-Statutory-Limits); the values here stand only for a
      * limit with no row in effect.
       01 WS-FICA-WAGE-BASE        PIC 9(7)V99 VALUE 0176100.00.
       01 WS-401K-ANNUAL-LIMIT     PIC 9(5)V99 VALUE 23500.00.
       01 WS-401K-CATCHUP-LIMIT    PIC 9(5)V99 VALUE 07500.00.
       01 WS-HSA-SELF-LIMIT        PIC 9(5)V99 VALUE 04300.00.
       01 WS-HSA-FAMILY-LIMIT      PIC 9(5)V99 VALUE 08550.00.
       01 WS-HSA-CATCHUP-LIMIT     PIC 9(5)V99 VALUE 01000.00.
       01 WS-ADDL-MEDICARE-RATE    PIC V9(5) VALUE .00900.
       01 WS-ADDL-MEDI-THRESHOLD   PIC 9(7)V99 VALUE 0200000.00.
       01 WS-FICA-TAXABLE          PIC S9(7)V99.
       01 WS-INCOME-TAX-WAGES      PIC S9(7)V99.
       01 WS-FICA-MEDI-WAGES       PIC S9(7)V99.
       01 WS-ADDL-MEDI-EXCESS      PIC S9(9)V99.
       01 WS-ADDL-MEDICARE         PIC 9(5)V99.
       01 WS-401K-ROOM             PIC S9(7)V99.
       01 WS-HSA-ROOM              PIC S9(7)V99.
       01 WS-ANNUALIZED-GROSS      PIC 9(7)V99.
       01 WS-BRACKET-BASIS         PIC 9(7)V99.
       01 WS-FEDERAL-CALC          PIC S9(7)V99.
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
       01 WS-STATE-FOUND           PIC X.
       01 WS-LOCAL-FOUND           PIC X.
           COPY STATLIM.

       LINKAGE SECTION.
       01 Gross-Salary-IN          PIC 9(7)V99.
      * calendar says the new year's pay does.
       01 Rate-Date-IN             PIC 9(8).
       01 Work-State-IN            PIC X(2).
      * Local tax jurisdiction off the master - spaces for none.
       01 Local-Tax-Code-IN        PIC X(6).
       01 Ytd-Gross-IN             PIC 9(9)V99.
       01 Ytd-401k-IN              PIC 9(9)V99.
      * Social Security and Medicare taxable wages to date - the wage
      * base and the Additional Medicare threshold are tested against
      * these, not gross, since pre-tax health never counted toward
      * either.
       01 Ytd-SS-Wages-IN          PIC 9(9)V99.
       01 Ytd-Medi-Wages-IN        PIC 9(9)V99.
      * Annual employee and employer shares of the employee's actual
      * benefit elections, summed from the enrollment file by the
      * caller - an employee with no (or waived) elections prices at
           05 DEF-AMOUNT-IN        PIC 9(5)V99.
           05 DEF-CATCHUP-IN       PIC X(1).
               88 DEF-CATCHUP-ELIGIBLE VALUE 'Y'.
      * The employee's HSA election, found on the election file by
      * the caller: the per-period contribution, the coverage tier
      * (spaces for no HSA - nothing is contributed by either side)
      * and the age-55 catch-up flag. The YTD employee and employer
      * contributions carry the annual limit across periods.
       01 Hsa-Election-IN.
           05 HSA-PER-PERIOD-IN    PIC 9(5)V99.
           05 HSA-COVERAGE-IN      PIC X(1).
               88 HSA-COVER-SELF       VALUE 'S'.
               88 HSA-COVER-FAMILY     VALUE 'F'.
           05 HSA-CATCHUP-IN       PIC X(1).
               88 HSA-CATCHUP-ELIGIBLE VALUE 'Y'.
       01 Ytd-Hsa-IN               PIC 9(9)V99.
       01 Ytd-Hsa-Er-IN            PIC 9(9)V99.
       01 Gross-Salary-OUT         PIC 9(7)V99.
       01 Net-Salary-OUT           PIC 9(7)V99.
       01 Deductions-OUT           PIC 9(5)V99.
      * comes back invalid when the statutory taxes alone exceed
      * the pay, which is a data problem, not a thin check.
       01 Health-Shortfall-OUT     PIC 9(5)V99.
      * Taxable wages each withholding amount was figured on. The
      * income-tax figures include the period bonus (taxable pay,
      * though not withheld on here); FICA is the part under the wage
      * base.
       01 Federal-Taxable-OUT      PIC 9(7)V99.
       01 State-Taxable-OUT        PIC 9(7)V99.
       01 FICA-Taxable-OUT         PIC 9(7)V99.
       01 Medicare-Taxable-OUT     PIC 9(7)V99.
      * Local income tax withheld and the wages it was figured on -
      * zero when the employee has no jurisdiction or it is not on
      * the local table for the pay date.
       01 Local-Withholding-OUT    PIC 9(5)V99.
       01 Local-Taxable-OUT        PIC 9(7)V99.
      * The period's employee HSA contribution (pre-tax, included in
      * Deductions-OUT) and the employer's deposit to the account.
       01 Hsa-Contribution-OUT     PIC 9(5)V99.
       01 Hsa-Employer-OUT         PIC 9(5)V99.

       PROCEDURE DIVISION USING Gross-Salary-IN Employee-Role-IN
               Employee-Pay-Frequency-IN Bonus-Eligible-IN
               Rate-Date-IN Work-State-IN Local-Tax-Code-IN
               Ytd-Gross-IN Ytd-401k-IN
               Ytd-SS-Wages-IN Ytd-Medi-Wages-IN
               Benefit-Annual-IN Benefit-Er-Annual-IN W4-Election-IN
               Deferral-Election-IN
               Hsa-Election-IN Ytd-Hsa-IN Ytd-Hsa-Er-IN
               Gross-Salary-OUT Net-Salary-OUT Deductions-OUT
               Federal-Withholding-OUT State-Withholding-OUT
               FICA-Withholding-OUT Medicare-Withholding-OUT
               Health-Premium-OUT Retirement-401k-OUT Bonus-OUT
               Employer-Benefit-OUT Employer-Match-OUT
               Net-Pay-Valid-OUT Health-Shortfall-OUT
               Federal-Taxable-OUT State-Taxable-OUT
               FICA-Taxable-OUT Medicare-Taxable-OUT
               Local-Withholding-OUT Local-Taxable-OUT
               Hsa-Contribution-OUT Hsa-Employer-OUT.
       BEGIN.
           IF NOT RATE-TABLES-LOADED
               PERFORM Load-Rate-Tables
           PERFORM Compute-Deductions
           PERFORM Compute-Bonus
           COMPUTE WS-NET-CALC = Period-Gross - Deductions + Bonus
      * Giving back a pre-tax deduction raises the taxes figured
      * after it, so a second pass takes up whatever that increase
      * left uncovered.
           IF WS-NET-CALC < 0
               PERFORM Reduce-Voluntary-Deductions
           END-IF
           IF WS-NET-CALC < 0
               PERFORM Reduce-Voluntary-Deductions
           END-IF
               MOVE Bonus TO Bonus-OUT
               MOVE Employer-Benefit TO Employer-Benefit-OUT
               MOVE Employer-Match TO Employer-Match-OUT
               MOVE Hsa-Contribution TO Hsa-Contribution-OUT
               MOVE Hsa-Employer TO Hsa-Employer-OUT
               COMPUTE Federal-Taxable-OUT =
                   WS-INCOME-TAX-WAGES + Bonus
               COMPUTE State-Taxable-OUT =
                   WS-INCOME-TAX-WAGES + Bonus
               MOVE WS-FICA-TAXABLE TO FICA-Taxable-OUT
               MOVE WS-FICA-MEDI-WAGES TO Medicare-Taxable-OUT
               MOVE Local-Withholding TO Local-Withholding-OUT
               IF WS-LOCAL-FOUND = 'Y'
                   COMPUTE Local-Taxable-OUT =
                       WS-INCOME-TAX-WAGES + Bonus
               ELSE
                   MOVE 0 TO Local-Taxable-OUT
               END-IF
           END-IF
           GOBACK.

               MOVE 'STAT' TO WS-LOAD-TABLE-ID
               CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID Rate-Date-IN
                   STATE-TAX-TABLE WS-LOAD-STATUS
      * Likewise the local table - with no LOCL rows nobody is
      * withheld local tax.
               MOVE 'LOCL' TO WS-LOAD-TABLE-ID
               CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID Rate-Date-IN
                   LOCAL-TAX-TABLE WS-LOAD-STATUS
      * And the statutory limits - a limit with no LIMT row keeps
      * its compiled figure.
               MOVE 'LIMT' TO WS-LOAD-TABLE-ID
               CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID Rate-Date-IN
                   STAT-LIMIT-TABLE WS-LOAD-STATUS
               IF WS-TABLE-LOAD-OK
                   PERFORM Apply-Statutory-Limits
               END-IF
               SET RATE-TABLES-LOADED TO TRUE
           ELSE
               DISPLAY 'SalaryCalculation: rate tables not loaded '
                   'for ' Rate-Date-IN ', pay not computed'
           END-IF.

       Apply-Statutory-Limits.
           PERFORM VARYING STAT-LIMIT-IDX FROM 1 BY 1
               UNTIL STAT-LIMIT-IDX > STAT-LIMIT-COUNT
               EVALUATE STAT-LIMIT-NAME (STAT-LIMIT-IDX)
                   WHEN 'FICA-WAGE-BASE'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-FICA-WAGE-BASE
                   WHEN '401K-DEFERRAL'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-401K-ANNUAL-LIMIT
                   WHEN '401K-CATCHUP'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-401K-CATCHUP-LIMIT
                   WHEN 'HSA-SELF'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-HSA-SELF-LIMIT
                   WHEN 'HSA-FAMILY'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-HSA-FAMILY-LIMIT
                   WHEN 'HSA-CATCHUP'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-HSA-CATCHUP-LIMIT
                   WHEN 'ADDL-MEDICARE'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-ADDL-MEDI-THRESHOLD
                   WHEN OTHER
                       DISPLAY 'SalaryCalculation: unknown LIMT row '
                           STAT-LIMIT-NAME (STAT-LIMIT-IDX) ' ignored'
               END-EVALUATE
           END-PERFORM.

       Reduce-Voluntary-Deductions.
      * Priority order when the pay cannot cover everything: the
      * statutory taxes keep their full amounts, the voluntary
      * deductions give way. The 401k deferral is reduced first (a
      * deferral not taken is simply not owed, and the match follows
      * the deferral actually taken), then the HSA contribution (the
      * employer's funding stands), then the benefit premium, whose
      * uncollected part is reported for arrears recovery. If the
      * shortfall survives both, the statutory taxes alone exceed
      * the pay and the validity check below still stops it. The
      * taxes are refigured on the wages the reduced deductions leave.
           COMPUTE WS-SHORTFALL = 0 - WS-NET-CALC
           IF Retirement-401k > 0
               IF Retirement-401k < WS-SHORTFALL
                   MOVE Retirement-401k TO Employer-Match
               END-IF
           END-IF
           IF WS-SHORTFALL > 0 AND Hsa-Contribution > 0
               IF Hsa-Contribution < WS-SHORTFALL
                   MOVE Hsa-Contribution TO WS-VOLUNTARY-GIVE
               ELSE
                   MOVE WS-SHORTFALL TO WS-VOLUNTARY-GIVE
               END-IF
               SUBTRACT WS-VOLUNTARY-GIVE FROM Hsa-Contribution
               SUBTRACT WS-VOLUNTARY-GIVE FROM WS-SHORTFALL
           END-IF
           IF WS-SHORTFALL > 0 AND Health-Premium > 0
               IF Health-Premium < WS-SHORTFALL
                   MOVE Health-Premium TO WS-VOLUNTARY-GIVE
               END-IF
               SUBTRACT WS-VOLUNTARY-GIVE FROM Health-Premium
               SUBTRACT WS-VOLUNTARY-GIVE FROM WS-SHORTFALL
               ADD WS-VOLUNTARY-GIVE TO Health-Shortfall-OUT
           END-IF
           PERFORM Compute-Withholding-Taxes
           COMPUTE Deductions = Federal-Withholding + State-Withholding
               + FICA-Withholding + Medicare-Withholding
               + Health-Premium + Retirement-401k + Local-Withholding
               + Hsa-Contribution
           COMPUTE WS-NET-CALC = Period-Gross - Deductions + Bonus.

       Zero-All-Outputs.
           MOVE 0 TO Bonus-OUT
           MOVE 0 TO Employer-Benefit-OUT
           MOVE 0 TO Employer-Match-OUT
           MOVE 0 TO Health-Shortfall-OUT
           MOVE 0 TO Federal-Taxable-OUT
           MOVE 0 TO State-Taxable-OUT
           MOVE 0 TO FICA-Taxable-OUT
           MOVE 0 TO Medicare-Taxable-OUT
           MOVE 0 TO Local-Withholding-OUT
           MOVE 0 TO Local-Taxable-OUT
           MOVE 0 TO Hsa-Contribution-OUT
           MOVE 0 TO Hsa-Employer-OUT.

       Determine-Pay-Periods.
      * WS-PAY-PERIODS divides the incoming gross down to one period;
           END-EVALUATE.

       Compute-Deductions.
      * The pre-tax deductions come first - they set the wages the
      * taxes are figured on.
           PERFORM Compute-Pretax-Deductions
           PERFORM Compute-Withholding-Taxes
           COMPUTE Deductions = Federal-Withholding + State-Withholding
               + FICA-Withholding + Medicare-Withholding
               + Health-Premium + Retirement-401k + Local-Withholding
               + Hsa-Contribution.

       Compute-Pretax-Deductions.
      * Benefit premium comes from the employee's actual elections -
      * no enrollment (or a waiver) means no charge.
           COMPUTE Health-Premium ROUNDED =
               Benefit-Annual-IN / WS-ANNUAL-PERIODS
           COMPUTE Employer-Benefit ROUNDED =
               Benefit-Er-Annual-IN / WS-ANNUAL-PERIODS

      * The 401k deferral follows the employee's election - percent
      * of period gross, flat amount per period, or stopped - with
      * the plan default rate for employees who never elected. It
      * stops at the IRS annual limit (raised by the statutory
      * catch-up for employees the caller flagged as 50 or over),
      * with a partial deduction in the period that reaches it.
           EVALUATE TRUE
               WHEN DEF-ELECT-STOPPED
                   MOVE 0 TO Retirement-401k
               WHEN DEF-ELECT-PCT
                   COMPUTE Retirement-401k ROUNDED =
                       Period-Gross * DEF-PERCENT-IN / 100
               WHEN DEF-ELECT-FLAT
                   MOVE DEF-AMOUNT-IN TO Retirement-401k
               WHEN OTHER
                   COMPUTE Retirement-401k ROUNDED =
                       Period-Gross * WS-401K-RATE
           END-EVALUATE
           IF DEF-CATCHUP-ELIGIBLE
               COMPUTE WS-401K-ROOM = WS-401K-ANNUAL-LIMIT
                   + WS-401K-CATCHUP-LIMIT - Ytd-401k-IN
           ELSE
               COMPUTE WS-401K-ROOM =
                   WS-401K-ANNUAL-LIMIT - Ytd-401k-IN
           END-IF
           IF WS-401K-ROOM < 0
               MOVE 0 TO WS-401K-ROOM
           END-IF
           IF Retirement-401k > WS-401K-ROOM
               MOVE WS-401K-ROOM TO Retirement-401k
           END-IF

      * The match follows the deferral actually taken this period, so
      * once the annual limit stops the deferral the match stops too.
           COMPUTE WS-MATCH-BASE ROUNDED =
               Period-Gross * WS-401K-MATCH-LIMIT-PCT
           IF Retirement-401k < WS-MATCH-BASE
               MOVE Retirement-401k TO WS-MATCH-BASE
           END-IF
           COMPUTE Employer-Match ROUNDED =
               WS-MATCH-BASE * WS-401K-MATCH-RATE
           PERFORM Compute-Hsa-Contribution.

       Compute-Hsa-Contribution.
      * The employer's funding goes in first - the seed with the
      * first deposit of the year, then the annual amount a period
      * at a time - and the employee's election fills the room the
      * IRS limit for the coverage tier (raised by the catch-up for
      * employees the caller flagged as 55 or over) still has, with
      * a partial contribution in the period that reaches it.
           MOVE 0 TO Hsa-Contribution
           MOVE 0 TO Hsa-Employer
           IF HSA-COVER-SELF OR HSA-COVER-FAMILY
               SET HSA-SCHED-IDX TO 1
               SEARCH HSA-SCHED-ENTRY
                   AT END
                       CONTINUE
                   WHEN HSA-SCHED-COVERAGE (HSA-SCHED-IDX) =
                           HSA-COVERAGE-IN
                       COMPUTE Hsa-Employer ROUNDED =
                           HSA-SCHED-ANNUAL (HSA-SCHED-IDX)
                           / WS-ANNUAL-PERIODS
                       IF Ytd-Hsa-Er-IN = 0
                           ADD HSA-SCHED-SEED (HSA-SCHED-IDX)
                               TO Hsa-Employer
                       END-IF
               END-SEARCH
               IF HSA-COVER-FAMILY
                   COMPUTE WS-HSA-ROOM = WS-HSA-FAMILY-LIMIT
                       - Ytd-Hsa-IN - Ytd-Hsa-Er-IN
               ELSE
                   COMPUTE WS-HSA-ROOM = WS-HSA-SELF-LIMIT
                       - Ytd-Hsa-IN - Ytd-Hsa-Er-IN
               END-IF
               IF HSA-CATCHUP-ELIGIBLE
                   ADD WS-HSA-CATCHUP-LIMIT TO WS-HSA-ROOM
               END-IF
               IF WS-HSA-ROOM < 0
                   MOVE 0 TO WS-HSA-ROOM
               END-IF
               IF Hsa-Employer > WS-HSA-ROOM
                   MOVE WS-HSA-ROOM TO Hsa-Employer
               END-IF
               SUBTRACT Hsa-Employer FROM WS-HSA-ROOM
               MOVE HSA-PER-PERIOD-IN TO Hsa-Contribution
               IF Hsa-Contribution > WS-HSA-ROOM
                   MOVE WS-HSA-ROOM TO Hsa-Contribution
               END-IF
           END-IF.

       Compute-Withholding-Taxes.
      * Income-tax wages are the period gross less the 401k deferral,
      * the section-125 health premium and the HSA contribution; FICA
      * and Medicare wages are the period gross less the health
      * premium and the HSA contribution (the 401k deferral stays
      * subject to FICA).
           COMPUTE WS-INCOME-TAX-WAGES = Period-Gross
               - Retirement-401k - Health-Premium - Hsa-Contribution
           IF WS-INCOME-TAX-WAGES < 0
               MOVE 0 TO WS-INCOME-TAX-WAGES
           END-IF
           COMPUTE WS-FICA-MEDI-WAGES =
               Period-Gross - Health-Premium - Hsa-Contribution
           IF WS-FICA-MEDI-WAGES < 0
               MOVE 0 TO WS-FICA-MEDI-WAGES
           END-IF
           COMPUTE WS-ANNUALIZED-GROSS ROUNDED =
               WS-INCOME-TAX-WAGES * WS-ANNUAL-PERIODS

      * Federal: bracket picked off the annualized income-tax wages,
      * rate applied to this period's income-tax wages. The W-4
      * filing status widens the brackets the way the joint/head
      * tables do - married filing jointly brackets at twice the
      * single widths, head of household at one and a half - by
      * scaling the income the bracket is picked against, so one
      * WHBR table serves all three statuses. Dependent credits come
      * off the computed amount at per-period scale, and the elected
      * extra per-period amount is added last.
           EVALUATE TRUE
               WHEN W4-FILING-MARRIED
                   COMPUTE WS-BRACKET-BASIS ROUNDED =
                   CONTINUE
           END-SEARCH
           COMPUTE WS-FEDERAL-CALC ROUNDED =
               WS-INCOME-TAX-WAGES
               * WH-BRACKET-RATE (WH-BRACKET-IDX)
           IF W4-DEP-CREDITS-IN > 0
               COMPUTE WS-FEDERAL-CALC ROUNDED = WS-FEDERAL-CALC
                   - (W4-DEP-CREDITS-IN / WS-ANNUAL-PERIODS)
                   WHEN STATE-TAX-CODE (STATE-TAX-IDX) = Work-State-IN
                       MOVE 'Y' TO WS-STATE-FOUND
                       COMPUTE State-Withholding ROUNDED =
                           WS-INCOME-TAX-WAGES
                           * STATE-TAX-RATE (STATE-TAX-IDX)
               END-SEARCH
           END-IF
                   State-Withholding / WS-ANNUAL-PERIODS
           END-IF

      * Local tax is a flat rate on the income-tax wages for the
      * employee's jurisdiction; no jurisdiction, or one not on the
      * table for the pay date, withholds nothing.
           MOVE 'N' TO WS-LOCAL-FOUND
           MOVE 0 TO Local-Withholding
           IF Local-Tax-Code-IN NOT = SPACES
               SET LOCAL-TAX-IDX TO 1
               SEARCH LOCAL-TAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN LOCAL-TAX-IDX > LOCAL-TAX-COUNT
                       CONTINUE
                   WHEN LOCAL-TAX-CODE (LOCAL-TAX-IDX) =
                           Local-Tax-Code-IN
                       MOVE 'Y' TO WS-LOCAL-FOUND
                       COMPUTE Local-Withholding ROUNDED =
                           WS-INCOME-TAX-WAGES
                           * LOCAL-TAX-RATE (LOCAL-TAX-IDX)
               END-SEARCH
           END-IF

      * FICA stops at the Social Security wage base: only the part of
      * this period's FICA wages that still fits under the base is
      * taxed, so the period that crosses the base withholds a partial
      * amount and later periods withhold nothing.
           COMPUTE WS-FICA-TAXABLE =
               WS-FICA-WAGE-BASE - Ytd-SS-Wages-IN
           IF WS-FICA-TAXABLE > WS-FICA-MEDI-WAGES
               MOVE WS-FICA-MEDI-WAGES TO WS-FICA-TAXABLE
           END-IF
           IF WS-FICA-TAXABLE < 0
               MOVE 0 TO WS-FICA-TAXABLE
               WS-FICA-TAXABLE * WS-FICA-RATE

      * Regular Medicare has no wage base; the Additional Medicare
      * surtax applies only to the part of this period's Medicare
      * wages above the annual threshold once YTD Medicare wages
      * cross it.
           COMPUTE Medicare-Withholding ROUNDED =
               WS-FICA-MEDI-WAGES * WS-MEDICARE-RATE
           COMPUTE WS-ADDL-MEDI-EXCESS = Ytd-Medi-Wages-IN
               + WS-FICA-MEDI-WAGES - WS-ADDL-MEDI-THRESHOLD
           IF WS-ADDL-MEDI-EXCESS > WS-FICA-MEDI-WAGES
               MOVE WS-FICA-MEDI-WAGES TO WS-ADDL-MEDI-EXCESS
           END-IF
           IF WS-ADDL-MEDI-EXCESS > 0
               COMPUTE WS-ADDL-MEDICARE ROUNDED =
                   WS-ADDL-MEDI-EXCESS * WS-ADDL-MEDICARE-RATE
               ADD WS-ADDL-MEDICARE TO Medicare-Withholding
           END-IF.

       Compute-Bonus.
           IF BONUS-IS-ELIGIBLE
