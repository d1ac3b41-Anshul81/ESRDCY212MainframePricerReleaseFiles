      * PayStatement sweep the BPOST file alongside the other
      * off-cycle posted files. The run refuses to start while a
      * payroll cycle holds the master.
      * A nondiscretionary bonus (type N) is part of the FLSA
      * regular rate for the pay periods it covers: for a non-exempt
      * employee the run reads those periods back off PAYHIST.DAT,
      * spreads the bonus over the hours worked, pays half the rate
      * raise again on the overtime hours as an overtime true-up
      * with the bonus, and lists it on OTBON00000.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT POSTED-PAY-FILE ASSIGN TO WS-POSTED-FILENAME
               ACCESS MODE IS RANDOM
               RECORD KEY IS POST-EMPLOYEE-ID
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT OT-REVIEW-FILE ASSIGN TO 'OTBON00000.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 BON-EMPLOYEE-ID          PIC 9(5).
           05 BON-AMOUNT               PIC 9(7)V99.
           05 BON-REASON               PIC X(40).
      * N for a nondiscretionary bonus (production, attendance, or
      * any bonus promised in advance), with the first and last pay
      * periods it was earned over; D or space for a discretionary
      * bonus, which never touches the regular rate.
           05 BON-TYPE                 PIC X(1).
               88 BON-NONDISCRETIONARY     VALUE 'N'.
           05 BON-FROM-PERIOD          PIC 9(6).
           05 BON-TO-PERIOD            PIC 9(6).
           COPY BATCHCTL.

       FD  EMPLOYEE-MASTER.
       FD  POSTED-PAY-FILE.
           COPY POSTPAY.

       FD  OT-REVIEW-FILE.
       01  OT-REVIEW-RECORD            PIC X(81).

       WORKING-STORAGE SECTION.
           COPY BATCHCHK.
           COPY NACHAREQ.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-NOT-FOUND           VALUE '35'.
       01 WS-HIST-CREATED          PIC X VALUE 'N'.
           88 HIST-CREATED-THIS-RUN    VALUE 'Y'.
       01 WS-HIST-SCAN-DONE        PIC X.
           88 HIST-SCAN-DONE           VALUE 'Y'.
       01 WS-OTREV-STATUS          PIC XX.
           88 OTREV-OK                 VALUE '00'.
       01 WS-LOCK-STATUS           PIC XX.
           88 LOCK-OK                  VALUE '00'.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.

      * Supplemental-rate withholding plus the statutory employment
      * taxes, each against its annual limit off the master's YTD
      * position. The wage base and the additional-Medicare threshold
      * are the LIMT rows in effect for the run date
      * (Apply-Statutory-Limits); the values here stand only for a
      * limit with no row in effect.
       01 WS-SUPP-FED-RATE         PIC V9(5) VALUE .22000.
       01 WS-FICA-RATE             PIC V9(5) VALUE .06200.
       01 WS-MEDICARE-RATE         PIC V9(5) VALUE .01450.
       01 WS-ADDL-MEDICARE-RATE    PIC V9(5) VALUE .00900.
       01 WS-FICA-WAGE-BASE        PIC 9(7)V99 VALUE 0176100.00.
       01 WS-ADDL-MEDI-THRESHOLD   PIC 9(7)V99 VALUE 0200000.00.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
           COPY STATLIM.

      * Overtime true-up on a nondiscretionary bonus - the covered
      * periods' worked and overtime hours, the base and blended
      * regular rates, and the half-time owed. WS-BON-PAY is the
      * bonus plus the true-up, the wages the withholding is on.
       01 WS-OTT-WORKED-HOURS      PIC 9(5)V99.
       01 WS-OTT-OT-HOURS          PIC 9(5)V99.
       01 WS-OTT-BASE-RATE         PIC 9(5)V99.
       01 WS-OTT-RATE-RAISE        PIC 9(5)V9999.
       01 WS-OTT-BLENDED-RATE      PIC 9(5)V99.
       01 WS-OTT-AMOUNT            PIC 9(5)V99.
       01 WS-OTT-HALF-TIME         PIC V99 VALUE .50.
       01 WS-STD-ANNUAL-HOURS      PIC 9(4) VALUE 2080.
       01 WS-BON-PAY               PIC 9(7)V99.
           COPY OTREVIEW.

       01 WS-BON-FEDERAL           PIC 9(7)V99.
       01 WS-BON-FICA              PIC 9(5)V99.
           OPEN I-O PAY-HISTORY
           IF HIST-NOT-FOUND
               OPEN OUTPUT PAY-HISTORY
               SET HIST-CREATED-THIS-RUN TO TRUE
           END-IF
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
               GOBACK
           END-IF

           OPEN OUTPUT OT-REVIEW-FILE
           IF NOT OTREV-OK
               DISPLAY 'Cannot open overtime true-up review, status '
                   WS-OTREV-STATUS ', bonus run stopped'
               CLOSE BONUS-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE BONUS-REPORT
               CLOSE EMP-JOURNAL
               CLOSE PAY-HISTORY
               GOBACK
           END-IF
           WRITE OT-REVIEW-RECORD FROM OT-REVIEW-HEADING

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE 'LIMT' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-TODAY
               STAT-LIMIT-TABLE WS-LOAD-STATUS
           IF WS-TABLE-LOAD-OK
               PERFORM Apply-Statutory-Limits
           END-IF
           OPEN OUTPUT POSTED-PAY-FILE
           IF NOT POSTED-OK
               DISPLAY 'Cannot open posted-pay file, status '
               CLOSE BONUS-REPORT
               CLOSE EMP-JOURNAL
               CLOSE PAY-HISTORY
               CLOSE OT-REVIEW-FILE
               GOBACK
           END-IF
           SET NACHA-FUNC-OPEN TO TRUE
               CLOSE BONUS-REPORT
               CLOSE EMP-JOURNAL
               CLOSE PAY-HISTORY
               CLOSE OT-REVIEW-FILE
               CLOSE POSTED-PAY-FILE
               GOBACK
           END-IF
           CLOSE BONUS-REPORT
           CLOSE EMP-JOURNAL
           CLOSE PAY-HISTORY
           CLOSE OT-REVIEW-FILE
           SET NACHA-FUNC-CLOSE TO TRUE
           CALL 'NachaFile' USING NACHA-REQUEST
           CLOSE POSTED-PAY-FILE
           END-IF
           GOBACK.

      * Only the limits bonus withholding uses are taken.
       Apply-Statutory-Limits.
           PERFORM VARYING STAT-LIMIT-IDX FROM 1 BY 1
               UNTIL STAT-LIMIT-IDX > STAT-LIMIT-COUNT
               EVALUATE STAT-LIMIT-NAME (STAT-LIMIT-IDX)
                   WHEN 'FICA-WAGE-BASE'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-FICA-WAGE-BASE
                   WHEN 'ADDL-MEDICARE'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-ADDL-MEDI-THRESHOLD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       Check-Cycle-Lock.
           MOVE 'N' TO WS-LOCK-BLOCKED
           OPEN INPUT RUN-LOCK-FILE

       Pay-One-Bonus.
           MOVE EMPLOYEE-RECORD TO JRNL-BEFORE-IMAGE
           MOVE 0 TO WS-OTT-AMOUNT
           IF BON-NONDISCRETIONARY
               PERFORM Compute-Ot-True-Up
           END-IF
           COMPUTE WS-BON-PAY = BON-AMOUNT + WS-OTT-AMOUNT
           PERFORM Compute-Bonus-Withholding
           PERFORM Print-Detail-Line
      * The bonus lands in the YTD bonus bucket, exactly where the
      * regular cycle posts bonus - so the W-2 wages (gross plus
      * bonus) carry it once and a reversal of this payment backs
      * HIST-BONUS out of the bucket that was actually incremented.
      * An overtime true-up is overtime wages, not bonus, and goes
      * to YTD gross the way the cycle's overtime does.
           ADD BON-AMOUNT TO EMP-YTD-BONUS
           ADD WS-OTT-AMOUNT TO EMP-YTD-GROSS
           ADD WS-BON-DEDUCTIONS TO EMP-YTD-DEDUCTIONS
           ADD WS-BON-NET TO EMP-YTD-NET
           ADD WS-BON-FEDERAL TO EMP-YTD-FEDERAL
           ADD WS-BON-FICA TO EMP-YTD-FICA
           ADD WS-BON-MEDICARE TO EMP-YTD-MEDICARE
           ADD WS-BON-PAY TO EMP-YTD-FED-WAGES
           ADD WS-FICA-TAXABLE TO EMP-YTD-SS-WAGES
           ADD WS-BON-PAY TO EMP-YTD-MEDI-WAGES
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               ADD WS-BON-PAY TO EMP-YTD-LOCAL-WAGES
           END-IF
           REWRITE EMPLOYEE-RECORD
           PERFORM Write-Journal-Record
           PERFORM Write-Posted-Pay-Record

       Compute-Bonus-Withholding.
           COMPUTE WS-BON-FEDERAL ROUNDED =
               WS-BON-PAY * WS-SUPP-FED-RATE
      * FICA stops at the wage base; only the part of the payment
      * still under it is taxed. The base and the Additional Medicare
      * threshold are tested against the taxable wages to date, which
      * already leave out the pre-tax health premium.
           COMPUTE WS-FICA-TAXABLE =
               WS-FICA-WAGE-BASE - EMP-YTD-SS-WAGES
           IF WS-FICA-TAXABLE > WS-BON-PAY
               MOVE WS-BON-PAY TO WS-FICA-TAXABLE
           END-IF
           IF WS-FICA-TAXABLE < 0
               MOVE 0 TO WS-FICA-TAXABLE
           COMPUTE WS-BON-FICA ROUNDED =
               WS-FICA-TAXABLE * WS-FICA-RATE
           COMPUTE WS-BON-MEDICARE ROUNDED =
               WS-BON-PAY * WS-MEDICARE-RATE
           COMPUTE WS-ADDL-MEDI-EXCESS =
               EMP-YTD-MEDI-WAGES + WS-BON-PAY - WS-ADDL-MEDI-THRESHOLD
           IF WS-ADDL-MEDI-EXCESS > WS-BON-PAY
               MOVE WS-BON-PAY TO WS-ADDL-MEDI-EXCESS
           END-IF
           IF WS-ADDL-MEDI-EXCESS > 0
               COMPUTE WS-ADDL-MEDICARE ROUNDED =
           END-IF
           COMPUTE WS-BON-DEDUCTIONS =
               WS-BON-FEDERAL + WS-BON-FICA + WS-BON-MEDICARE
           COMPUTE WS-BON-NET = WS-BON-PAY - WS-BON-DEDUCTIONS.

       Compute-Ot-True-Up.
      * Exempt staff earn no overtime, so only a non-exempt employee
      * (or, with no classification keyed, an hourly one) is owed a
      * true-up. The worked and overtime hours come off the history
      * records for the covered periods - a reversed payment's hours
      * were never paid and are left out. No overtime in the covered
      * periods, nothing owed.
           MOVE 0 TO WS-OTT-WORKED-HOURS
           MOVE 0 TO WS-OTT-OT-HOURS
           IF (EMP-FLSA-NON-EXEMPT OR
                   (EMP-FLSA-STATUS = SPACE AND EMP-PAY-HOURLY))
               AND NOT HIST-CREATED-THIS-RUN AND BON-FROM-PERIOD > 0
               PERFORM Read-Covered-Hours
               IF WS-OTT-OT-HOURS > 0 AND WS-OTT-WORKED-HOURS > 0
                   PERFORM Price-Ot-True-Up
               END-IF
           END-IF.

       Read-Covered-Hours.
           IF BON-TO-PERIOD < BON-FROM-PERIOD
               MOVE BON-FROM-PERIOD TO BON-TO-PERIOD
           END-IF
           MOVE 'N' TO WS-HIST-SCAN-DONE
           MOVE EMP-ID TO HIST-EMPLOYEE-ID
           MOVE BON-FROM-PERIOD TO HIST-PAY-PERIOD
           START PAY-HISTORY KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-SCAN-DONE TO TRUE
           END-START
           PERFORM Sum-Covered-Hours UNTIL HIST-SCAN-DONE.

       Price-Ot-True-Up.
           IF EMP-PAY-HOURLY
               MOVE EMP-HOURLY-RATE TO WS-OTT-BASE-RATE
           ELSE
               COMPUTE WS-OTT-BASE-RATE ROUNDED =
                   EMP-SALARY / WS-STD-ANNUAL-HOURS
           END-IF
           COMPUTE WS-OTT-RATE-RAISE ROUNDED =
               BON-AMOUNT / WS-OTT-WORKED-HOURS
           COMPUTE WS-OTT-BLENDED-RATE ROUNDED =
               WS-OTT-BASE-RATE + WS-OTT-RATE-RAISE
           COMPUTE WS-OTT-AMOUNT ROUNDED = WS-OTT-OT-HOURS
               * WS-OTT-RATE-RAISE * WS-OTT-HALF-TIME
           MOVE EMP-ID TO OTR-EMPLOYEE-ID
           MOVE BON-FROM-PERIOD TO OTR-PERIOD
           MOVE WS-OTT-WORKED-HOURS TO OTR-WORKED-HOURS
           MOVE WS-OTT-OT-HOURS TO OTR-OT-HOURS
           MOVE BON-AMOUNT TO OTR-EARNINGS
           MOVE WS-OTT-BASE-RATE TO OTR-BASE-RATE
           MOVE WS-OTT-BLENDED-RATE TO OTR-BLENDED-RATE
           MOVE WS-OTT-AMOUNT TO OTR-ADDITIONAL
           WRITE OT-REVIEW-RECORD FROM OT-REVIEW-LINE.

       Sum-Covered-Hours.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   SET HIST-SCAN-DONE TO TRUE
               NOT AT END
                   IF HIST-EMPLOYEE-ID NOT = EMP-ID OR
                       HIST-PAY-PERIOD > BON-TO-PERIOD
                       SET HIST-SCAN-DONE TO TRUE
                   ELSE
                       IF NOT HIST-PAYMENT-REVERSED
                           ADD HIST-WORKED-HOURS
                               TO WS-OTT-WORKED-HOURS
                           ADD HIST-OVERTIME-HOURS
                               TO WS-OTT-OT-HOURS
                       END-IF
                   END-IF
           END-READ.

       Write-Journal-Record.
           MOVE WS-JRNL-STAMP TO JRNL-RUN-STAMP
           WRITE JOURNAL-RECORD.

       Write-Posted-Pay-Record.
      * POST-BONUS carries the bonus, so the GL extract books the
      * expense to the bonus accounts and the register and
      * statements show it as bonus. POST-GROSS-SALARY carries only
      * an overtime true-up, as its own POST-OT-TRUEUP component.
           INITIALIZE POSTED-PAY-RECORD
           MOVE EMP-ID TO POST-EMPLOYEE-ID
           MOVE BON-AMOUNT TO POST-BONUS
           MOVE WS-OTT-AMOUNT TO POST-GROSS-SALARY
           MOVE WS-OTT-AMOUNT TO POST-OT-TRUEUP
           MOVE WS-BON-NET TO POST-NET-SALARY
           MOVE WS-BON-FEDERAL TO POST-FEDERAL-WITHHOLDING
           MOVE WS-BON-FICA TO POST-FICA-WITHHOLDING
           MOVE WS-BON-MEDICARE TO POST-MEDICARE-WITHHOLDING
           MOVE WS-BON-PAY TO POST-FEDERAL-TAXABLE
           MOVE WS-BON-PAY TO POST-STATE-TAXABLE
           MOVE WS-FICA-TAXABLE TO POST-FICA-TAXABLE
           MOVE WS-BON-PAY TO POST-MEDICARE-TAXABLE
      * Local wages are recorded for the W-2 local boxes; no local
      * tax is withheld off-cycle, the same as state.
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE WS-BON-PAY TO POST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO POST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO POST-WORK-STATE
           MOVE EMP-DEPT-CODE TO POST-DEPT-CODE
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
           COMPUTE HIST-PAY-PERIOD = 999000 + FUNCTION NUMVAL
               (WS-TODAY (5:2))
           MOVE WS-TODAY TO HIST-CHECK-DATE
      * The bonus went to the YTD bonus bucket and HIST-BONUS
      * carries it; HIST-GROSS-SALARY carries only an overtime
      * true-up, which went to YTD gross.
           MOVE WS-OTT-AMOUNT TO HIST-GROSS-SALARY
           MOVE WS-OTT-AMOUNT TO HIST-OT-TRUEUP
           MOVE WS-BON-NET TO HIST-NET-SALARY
           MOVE WS-BON-FEDERAL TO HIST-FEDERAL-WITHHOLDING
           MOVE WS-BON-FICA TO HIST-FICA-WITHHOLDING
           MOVE WS-BON-MEDICARE TO HIST-MEDICARE-WITHHOLDING
           MOVE BON-AMOUNT TO HIST-BONUS
           MOVE WS-BON-PAY TO HIST-FEDERAL-TAXABLE
           MOVE WS-BON-PAY TO HIST-STATE-TAXABLE
           MOVE WS-FICA-TAXABLE TO HIST-FICA-TAXABLE
           MOVE WS-BON-PAY TO HIST-MEDICARE-TAXABLE
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE WS-BON-PAY TO HIST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO HIST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO HIST-WORK-STATE
           MOVE POST-PAY-METHOD TO HIST-PAY-METHOD
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'Bonus history already on file for '
               MOVE 'N' TO NACHA-DEBIT-FLAG
               CALL 'NachaFile' USING NACHA-REQUEST
           ELSE
               IF POST-PAID-BY-PAYCARD
                   DISPLAY 'Bonus pay for employee ' EMP-ID
                       ' routed to pay card'
               ELSE
                   DISPLAY 'Bonus pay for employee ' EMP-ID
                       ' routed to check'
               END-IF
           END-IF.

       Print-Heading.

       Print-Detail-Line.
           MOVE BON-EMPLOYEE-ID TO WS-ID-EDIT
           MOVE WS-BON-PAY TO WS-GROSS-EDIT
           MOVE WS-BON-DEDUCTIONS TO WS-DEDUCT-EDIT
           MOVE WS-BON-NET TO WS-NET-EDIT
           STRING
