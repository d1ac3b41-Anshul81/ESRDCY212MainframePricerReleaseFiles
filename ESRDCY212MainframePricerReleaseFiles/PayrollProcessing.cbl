           SELECT TIME-FILE ASSIGN TO 'TIMETRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
      * Project/job codes the timesheet lines are validated against,
      * and this range's project labor distribution built from them
      * (named off the FROM-ID like the posted-pay file).
           SELECT OPTIONAL PROJECT-MASTER-FILE ASSIGN TO 'PROJMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJ-STATUS.
           SELECT PROJECT-LABOR-FILE ASSIGN TO WS-PROJLAB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJLAB-STATUS.
      * This range's overtime true-up review - each employee whose
      * commission or bonus raised the regular rate in a period with
      * overtime, named off the FROM-ID like the labor file.
           SELECT OT-REVIEW-FILE ASSIGN TO WS-OTREV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTREV-STATUS.
      * The pay calendar (for this period's start and end dates) and
      * the company holiday list - a holiday falling inside the
      * period is a paid holiday for the hourly staff.
           SELECT OPTIONAL PAY-CALENDAR ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYCAL-STATUS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO 'HOLIDAYS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
      * Approved leave-taken hours for the period (vacation/sick),
      * paid at the hourly rate alongside worked hours and drawn
      * off the master balances the way LeaveMaint draws usage.
           SELECT OPTIONAL COMMISSION-FILE ASSIGN TO 'CMTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.
      * Approved expense reimbursements to pay with the cycle,
      * batch-controlled like the commission file and likewise
      * optional - no file, nothing reimbursed.
           SELECT OPTIONAL REIMBURSE-FILE ASSIGN TO 'RMBTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-STATUS.
      * Earnings by code - pay set up on the earnings-code master
      * (ERNCODE.DAT) instead of in a field of its own. Recurring
      * amounts are paid every cycle between their start and stop
      * dates; one-time amounts ride a batch-controlled transaction
      * file like the commission file. Both are optional.
           SELECT OPTIONAL RECURRING-EARN-FILE
               ASSIGN TO 'RECEARN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCE-STATUS.
           SELECT OPTIONAL EARN-TRANS-FILE ASSIGN TO 'ERNTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETR-STATUS.
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
               ASSIGN TO 'DEFELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT OPTIONAL HSA-ELECTION-FILE ASSIGN TO 'HSAELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSA-STATUS.
           SELECT OPTIONAL GARNISHMENT-FILE ASSIGN TO 'GARNISH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-STATUS.
      * Optional per-hour shift-differential premium for the hours on
      * this line (second/third shift); zero for day shift.
           05 TIME-SHIFT-PREMIUM   PIC 9(2)V99.
      * Project/job code the hours on this line are charged to -
      * blank for hours not worked on a billable project.
           05 TIME-PROJECT-CODE    PIC X(6).
      * Date the hours on this line were worked - hours worked on a
      * company holiday earn the holiday premium. Zero when the
      * line is not dated.
           05 TIME-WORK-DATE       PIC 9(8).
       01  TIME-BATCH-VIEW.
           05 TIME-RECORD-TYPE     PIC X(1).
           05 FILLER               PIC X(27).

       FD  PAY-CALENDAR.
           COPY PAYCAL.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE             PIC 9(8).

       FD  PROJECT-MASTER-FILE.
           COPY PROJREC.

       FD  PROJECT-LABOR-FILE.
           COPY PROJLAB.

       FD  OT-REVIEW-FILE.
       01  OT-REVIEW-RECORD        PIC X(81).

       FD  LEAVE-PAY-FILE.
       01  LEAVE-PAY-RECORD.
           05 CMT-RECORD-TYPE      PIC X(1).
           05 FILLER               PIC X(26).

       FD  REIMBURSE-FILE.
       01  REIMBURSE-RECORD.
           05 RMB-EMPLOYEE-ID      PIC 9(5).
           05 RMB-EXPENSE-TYPE     PIC X(4).
           05 RMB-AMOUNT           PIC 9(5)V99.
           05 RMB-APPROVAL-REF     PIC X(12).
       01  REIMBURSE-BATCH-VIEW.
           05 RMB-RECORD-TYPE      PIC X(1).
           05 FILLER               PIC X(27).

      * A stop date of zero means the amount runs until stopped.
       FD  RECURRING-EARN-FILE.
       01  RECURRING-EARN-RECORD.
           05 RCE-EMPLOYEE-ID      PIC 9(5).
           05 RCE-EARN-CODE        PIC X(4).
           05 RCE-AMOUNT           PIC 9(5)V99.
           05 RCE-START-DATE       PIC 9(8).
           05 RCE-STOP-DATE        PIC 9(8).

       FD  EARN-TRANS-FILE.
       01  EARN-TRANS-RECORD.
           05 ETR-EMPLOYEE-ID      PIC 9(5).
           05 ETR-EARN-CODE        PIC X(4).
           05 ETR-AMOUNT           PIC 9(5)V99.
           05 ETR-REFERENCE        PIC X(12).
       01  EARN-TRANS-BATCH-VIEW.
           05 ETR-RECORD-TYPE      PIC X(1).
           05 FILLER               PIC X(27).

       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  DEFERRAL-ELECTION-FILE.
           COPY DEFELECT.

       FD  HSA-ELECTION-FILE.
           COPY HSAELECT.

       FD  GARNISHMENT-FILE.
           COPY GARNREC.

           COPY ROLETBL.
           COPY SUTATBL.
           COPY GTLTBL.
           COPY LOCALTAX.
           COPY STATLIM.
           COPY NACHAREQ.
           COPY BATCHCHK.
           COPY RMBACCT.
           COPY ERNTBL.

       01 WS-TRANS-STATUS          PIC XX.
           88 TRANS-OK                 VALUE '00'.
       01 WS-LEAVE-STATUS          PIC XX.
           88 LEAVE-OK                 VALUE '00'.
           88 LEAVE-EOF                VALUE '10'.
       01 WS-PAYCAL-STATUS         PIC XX.
           88 PAYCAL-OK                VALUE '00'.
           88 PAYCAL-EOF               VALUE '10'.
       01 WS-HOLIDAY-STATUS        PIC XX.
           88 HOLIDAY-OK               VALUE '00'.
           88 HOLIDAY-EOF              VALUE '10'.
       01 WS-COMM-STATUS           PIC XX.
           88 COMM-OK                  VALUE '00'.
           88 COMM-EOF                 VALUE '10'.
       01 WS-COMM-PRESENT          PIC X VALUE 'N'.
           88 COMMISSION-FILE-PRESENT  VALUE 'Y'.
       01 WS-RMB-STATUS            PIC XX.
           88 RMB-OK                   VALUE '00'.
           88 RMB-EOF                  VALUE '10'.
       01 WS-RMB-PRESENT           PIC X VALUE 'N'.
           88 REIMBURSE-FILE-PRESENT   VALUE 'Y'.
       01 Reimburse-Total          PIC 9(5)V99.
       01 Reimburse-By-Type        PIC 9(5)V99 OCCURS 5 TIMES.
       01 WS-RMB-SUB               PIC 9(2).
       01 WS-RCE-STATUS            PIC XX.
           88 RCE-OK                   VALUE '00'.
           88 RCE-EOF                  VALUE '10'.
       01 WS-RCE-PRESENT           PIC X VALUE 'N'.
           88 RECURRING-EARN-PRESENT   VALUE 'Y'.
       01 WS-ETR-STATUS            PIC XX.
           88 ETR-OK                   VALUE '00'.
           88 ETR-EOF                  VALUE '10'.
       01 WS-ETR-PRESENT           PIC X VALUE 'N'.
           88 EARN-TRANS-PRESENT       VALUE 'Y'.
       01 WS-EARN-LOAD-STATUS      PIC X.
           88 EARN-CODES-LOADED        VALUE 'Y'.
      * Earnings by code for the current check - up to eight codes,
      * the same eight the posted and history records carry. The
      * wage totals below sum the lines by what each code is
      * subject to, so one pass withholds them all.
       01 Other-Earnings-Total     PIC 9(7)V99.
       01 Other-Earnings-Count     PIC 9(2).
       01 Other-Earnings-Entry OCCURS 8 TIMES.
           05 Other-Earn-Code      PIC X(4).
           05 Other-Earn-Amount    PIC 9(5)V99.
       01 WS-OE-SUB                PIC 9(2).
       01 WS-OE-CODE               PIC X(4).
       01 WS-OE-AMOUNT             PIC 9(5)V99.
       01 WS-OE-FOUND              PIC X.
       01 Other-Earn-Fed-Wages     PIC 9(7)V99.
       01 Other-Earn-State-Wages   PIC 9(7)V99.
       01 Other-Earn-Fica-Wages    PIC 9(7)V99.
       01 Other-Earn-Medi-Wages    PIC 9(7)V99.
       01 Other-Earn-Unemp-Exempt  PIC 9(7)V99.
       01 Other-Earn-Regular-Rate  PIC 9(7)V99.
       01 Other-Earn-401k-Base     PIC 9(7)V99.
       01 Other-Earn-Deferral      PIC 9(5)V99.
       01 Other-Earn-Federal       PIC 9(7)V99.
       01 Other-Earn-Fica          PIC 9(5)V99.
       01 Other-Earn-Medicare      PIC 9(5)V99.
       01 Other-Earn-Local         PIC 9(5)V99.
      * Same plan default rate SalaryCalculation applies. The
      * deferral limits, like the wage base below, are the LIMT rows
      * in effect for the check date (Apply-Statutory-Limits); the
      * values here stand only for a limit with no row in effect.
       01 WS-OE-401K-RATE          PIC V9(5) VALUE .05000.
       01 WS-OE-401K-LIMIT         PIC 9(5)V99 VALUE 23500.00.
       01 WS-OE-CATCHUP-LIMIT      PIC 9(5)V99 VALUE 07500.00.
       01 WS-OE-401K-ROOM          PIC S9(7)V99.
       01 WS-OE-TAX-BASE           PIC S9(7)V99.
       01 Commission-Amount        PIC 9(7)V99.
       01 Commission-Federal       PIC 9(7)V99.
       01 Commission-Fica          PIC 9(5)V99.
       01 Commission-Medicare      PIC 9(5)V99.
       01 Commission-Local         PIC 9(5)V99.
       01 WS-COMM-FICA-ROOM        PIC S9(7)V99.
       01 WS-SUPP-FED-RATE         PIC V9(5) VALUE .22000.
       01 WS-COMM-FICA-RATE        PIC V9(5) VALUE .06200.
       01 WS-COMM-MEDI-RATE        PIC V9(5) VALUE .01450.
      * Same Social Security wage base SalaryCalculation applies.
       01 WS-COMM-FICA-BASE        PIC 9(7)V99 VALUE 0176100.00.
      * Overtime true-up: commission and the period bonus are spread
      * over the hours worked to raise the regular rate, and the
      * overtime hours are owed half that raise again. Withheld at
      * the supplemental rates the commission uses.
       01 Ot-Trueup-Amount         PIC 9(5)V99.
       01 Ot-Trueup-Federal        PIC 9(7)V99.
       01 Ot-Trueup-Fica           PIC 9(5)V99.
       01 Ot-Trueup-Medicare       PIC 9(5)V99.
       01 Ot-Trueup-Local          PIC 9(5)V99.
       01 WS-OTT-EARNINGS          PIC 9(7)V99.
       01 WS-OTT-BASE-RATE         PIC 9(5)V99.
       01 WS-OTT-RATE-RAISE        PIC 9(5)V9999.
       01 WS-OTT-BLENDED-RATE      PIC 9(5)V99.
       01 WS-OTT-HALF-TIME         PIC V99 VALUE .50.
           COPY OTREVIEW.
      * Group-term life imputed income: the taxable value of
      * employer-provided coverage above the statutory threshold,
      * priced per age bracket off the GTL table. Non-cash: it
       01 WS-DEF-STATUS            PIC XX.
           88 DEF-OK                   VALUE '00'.
           88 DEF-EOF                  VALUE '10'.
       01 WS-HSA-STATUS            PIC XX.
           88 HSA-OK                   VALUE '00'.
           88 HSA-EOF                  VALUE '10'.
       01 WS-GARN-STATUS           PIC XX.
           88 GARN-OK                  VALUE '00'.
           88 GARN-EOF                 VALUE '10'.
       01 WS-ACH-FILENAME          PIC X(14) VALUE SPACES.
       01 WS-POSTED-FILENAME       PIC X(14) VALUE SPACES.
       01 WS-GARNREM-FILENAME      PIC X(14) VALUE SPACES.
       01 WS-PROJLAB-FILENAME      PIC X(14) VALUE SPACES.
       01 WS-PROJ-STATUS           PIC XX.
           88 PROJ-OK                  VALUE '00'.
           88 PROJ-EOF                 VALUE '10'.
       01 WS-PROJLAB-STATUS        PIC XX.
           88 PROJLAB-OK               VALUE '00'.
           88 PROJLAB-NOT-FOUND        VALUE '35'.
       01 WS-OTREV-FILENAME        PIC X(14) VALUE SPACES.
       01 WS-OTREV-STATUS          PIC XX.
           88 OTREV-OK                 VALUE '00'.
           88 OTREV-NOT-FOUND          VALUE '35'.
      * Set when this run created the range's posted-pay file fresh,
      * so the project labor file starts fresh with it; a restart
      * that reopens the posted file extends the labor file instead.
       01 WS-POSTED-FRESH          PIC X VALUE 'N'.
           88 POSTED-FILE-FRESH        VALUE 'Y'.

      * Open project codes off PROJMAST.DAT, loaded at run start.
       01 WS-PROJECT-TABLE.
           05 WS-PRJ-COUNT         PIC 9(3) VALUE 0.
           05 WS-PRJ-ENTRY OCCURS 300 TIMES.
               10 WS-PRJ-CODE          PIC X(6).
       01 WS-PRJ-SUB               PIC 9(3).
       01 WS-PRJ-VALID             PIC X.
           88 PROJECT-CODE-VALID       VALUE 'Y'.
       01 WS-LINE-PROJECT          PIC X(6).
      * One employee's timesheet hours and shift premium by project,
      * built as the lines are read; blank code = unassigned hours.
       01 WS-EMP-PROJECTS.
           05 WS-EPJ-COUNT         PIC 9(2) VALUE 0.
           05 WS-EPJ-ENTRY OCCURS 20 TIMES.
               10 WS-EPJ-CODE          PIC X(6).
               10 WS-EPJ-HOURS         PIC 9(3)V99.
               10 WS-EPJ-PREMIUM       PIC 9(5)V99.
       01 WS-EPJ-SUB               PIC 9(2).
       01 WS-EPJ-MATCHED           PIC X.
       01 WS-SPREAD-REGULAR        PIC 9(7)V99.
       01 WS-SPREAD-OVERTIME       PIC 9(7)V99.

      * In-core image of GARNISH.DAT, loaded at run start and written
      * back at run end with the taken-to-date accumulators updated.
       01 Leave-Vac-Hours          PIC 9(3)V99.
       01 Leave-Sick-Hours         PIC 9(3)V99.
       01 Leave-Pay                PIC 9(5)V99.
      * Company holidays inside this pay period, off HOLIDAYS.DAT for
      * the PAYCAL period's start/end dates. An eligible hourly
      * employee (hired on or before the holiday) is paid the
      * standard holiday hours for each at straight time, and hours
      * actually worked on one earn the holiday premium on top of
      * their straight-time/overtime pay. Both are the holiday
      * earnings component, kept out of the overtime threshold.
       01 WS-PERIOD-START-DATE     PIC 9(8) VALUE 0.
       01 WS-PERIOD-END-DATE       PIC 9(8) VALUE 0.
       01 WS-PERIOD-HOLIDAYS.
           05 WS-PHOL-COUNT        PIC 9(2) VALUE 0.
           05 WS-PHOL-ENTRY OCCURS 20 TIMES.
               10 WS-PHOL-DATE         PIC 9(8).
       01 WS-PHOL-SUB              PIC 9(2).
       01 WS-HOLIDAY-STD-HOURS     PIC 9(2)V99 VALUE 8.
       01 WS-HOLIDAY-PREMIUM-RATE  PIC 9V99 VALUE 0.50.
       01 WS-LINE-ON-HOLIDAY       PIC X.
           88 LINE-IS-HOLIDAY          VALUE 'Y'.
       01 Holiday-Hours            PIC 9(3)V99.
       01 Holiday-Worked-Hours     PIC 9(3)V99.
       01 Holiday-Premium          PIC 9(5)V99.
       01 Holiday-Pay              PIC 9(5)V99.
       01 Leave-Hours-Cut          PIC 9(3)V99.
       01 Employee-Vac-Balance     PIC 9(3)V99.
       01 Employee-Sick-Balance    PIC 9(3)V99.
       01 WS-OT-THRESHOLD-HOURS    PIC 9(3) VALUE 40.
       01 WS-OT-MULTIPLIER         PIC 9V9 VALUE 1.5.
       01 WS-MAX-PERIOD-HOURS      PIC 9(3) VALUE 100.
      * Salaried non-exempt overtime: the weekly threshold scaled to
      * the employee's pay period, and the salary's hourly equivalent
      * over a standard 40-hour year that the overtime is priced at.
       01 WS-SAL-PERIODS           PIC 9(3).
       01 WS-SAL-OT-THRESHOLD      PIC 9(3)V99.
       01 WS-SAL-HOURLY-EQUIV      PIC 9(5)V99.
       01 Employee-Flsa-Status     PIC X(1).
           88 EMPLOYEE-NON-EXEMPT      VALUE 'N'.
       01 Employee-ID              PIC 9(5).
       01 Employee-Data            PIC X(102).
       01 Employee-Role            PIC X(20).
       01 State-Withholding        PIC 9(5)V99.
       01 FICA-Withholding         PIC 9(5)V99.
       01 Medicare-Withholding     PIC 9(5)V99.
       01 Local-Withholding        PIC 9(5)V99.
       01 Health-Premium           PIC 9(5)V99.
       01 Retirement-401k          PIC 9(5)V99.
       01 Bonus                    PIC 9(5)V99.
           88 EMPLOYEE-IS-ACTIVE       VALUE 'Y'.
           88 EMPLOYEE-NOT-ACTIVE      VALUE 'N'.
       01 Employee-Work-State      PIC X(2).
       01 Employee-Local-Code      PIC X(6).
      * The employee's local jurisdiction rate, looked up once per
      * employee so commission is withheld at it and the later
      * taxable-wage adjustments know whether local wages apply.
       01 WS-LOCAL-RATE            PIC V9(5).
       01 WS-LOCAL-APPLIES         PIC X.
           88 LOCAL-TAX-APPLIES        VALUE 'Y'.
       01 Employee-Dept-Code       PIC X(4).
       01 Employee-Ytd-Gross       PIC 9(9)V99.
       01 Employee-Ytd-401k        PIC 9(9)V99.
       01 Employee-Ytd-SS-Wages    PIC 9(9)V99.
       01 Employee-Ytd-Medi-Wages  PIC 9(9)V99.
      * Taxable wages behind each withholding amount - set by
      * SalaryCalculation after the pre-tax deductions, then carried
      * up or down by every later step that changes what a tax was
      * figured on (commission, imputed income, arrears recovery, a
      * pre-tax deduction given back to cover a court order).
       01 Federal-Taxable          PIC 9(7)V99.
       01 State-Taxable            PIC 9(7)V99.
       01 FICA-Taxable             PIC 9(7)V99.
       01 Medicare-Taxable         PIC 9(7)V99.
       01 Local-Taxable            PIC 9(7)V99.
       01 Benefit-Annual           PIC 9(5)V99.
       01 Benefit-Er-Annual        PIC 9(5)V99.
      * The employee's W-4 elections, found on W4ELECT.DAT the same
       01 WS-DEF-BIRTH-YYYY        PIC 9(4).
       01 WS-CATCHUP-AGE           PIC 9(2) VALUE 50.
       01 WS-ATTAINED-AGE          PIC S9(4).
      * The employee's HSA election off HSAELECT.DAT - spaces in the
      * coverage (no active election) mean no HSA. The age-55
      * catch-up is resolved here off the election's birth date the
      * same way the 401k catch-up is.
       01 Hsa-Election.
           05 HSE-Per-Period       PIC 9(5)V99.
           05 HSE-Coverage         PIC X(1).
           05 HSE-Catchup-Eligible PIC X(1).
       01 WS-HSA-CATCHUP-AGE       PIC 9(2) VALUE 55.
       01 WS-HSA-BIRTH-YYYY        PIC 9(4).
       01 Employee-Ytd-Hsa         PIC 9(9)V99.
       01 Employee-Ytd-Hsa-Er      PIC 9(9)V99.
       01 Hsa-Contribution         PIC 9(5)V99.
       01 Hsa-Employer             PIC 9(5)V99.
       01 Employer-Benefit         PIC 9(5)V99.
       01 Employer-Match           PIC 9(5)V99.
      * Employer unemployment taxes. The FUTA rate is the net rate
       01 Employer-SUTA            PIC 9(5)V99.
       01 WS-FUTA-TAXABLE          PIC S9(7)V99.
       01 WS-SUTA-TAXABLE          PIC S9(7)V99.
       01 WS-UNEMP-WAGES           PIC 9(7)V99.
       01 Bank-Routing             PIC X(9).
       01 Bank-Account             PIC X(17).
       01 Bank-Account-Type        PIC X.
           88 DEPOSIT-BY-ACH           VALUE 'A'.
           88 DEPOSIT-PRENOTE-CHECK    VALUE 'P'.
           88 DEPOSIT-BY-CHECK         VALUE 'K'.
           88 DEPOSIT-BY-PAYCARD       VALUE 'C'.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
               '.DAT' DELIMITED BY SIZE INTO WS-GARNREM-FILENAME
           STRING 'VOLRM' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-VOLREM-FILENAME
           STRING 'PJLAB' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-PROJLAB-FILENAME
           STRING 'OTREV' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-OTREV-FILENAME

           MOVE Check-Date-IN (1:4) TO WS-COUNT-YEAR
           CALL 'PeriodCount' USING WS-COUNT-YEAR WS-CAL-WEEKLY
               WS-CAL-BIWEEKLY WS-CAL-MONTHLY WS-COUNT-STATUS
           PERFORM Load-Period-Holidays

      * The pay-band table comes off RATETBL.DAT for the period's
      * check date - no bands means no validated pay, so stop cold.
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID Check-Date-IN
               GTL-TABLE WS-LOAD-STATUS

      * So is the local income-tax table - no LOCL rows, no local
      * withholding on commission.
           MOVE 'LOCL' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID Check-Date-IN
               LOCAL-TAX-TABLE WS-LOAD-STATUS

      * The statutory limits come off the same LIMT rows
      * SalaryCalculation loads for the check date, so the regular
      * pay and the supplemental pays of one cycle share one wage
      * base and one deferral limit. A limit with no row keeps its
      * compiled figure.
           MOVE 'LIMT' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID Check-Date-IN
               STAT-LIMIT-TABLE WS-LOAD-STATUS
           IF WS-TABLE-LOAD-OK
               PERFORM Apply-Statutory-Limits
           END-IF

      * Prove both input batches arrived intact before anything is
      * applied. Verify-only: the once-per-cycle BatchRegister head
      * step owns the processed-batch log, so the concurrent range
               END-IF
           END-IF

      * The reimbursement file the same way - proved intact when it
      * rides the cycle, hashed on the amount.
           OPEN INPUT REIMBURSE-FILE
           IF RMB-OK
               SET REIMBURSE-FILE-PRESENT TO TRUE
           END-IF
           CLOSE REIMBURSE-FILE
           IF REIMBURSE-FILE-PRESENT
               MOVE 'RMBTRANS.DAT' TO BCK-FILENAME
               MOVE 'RMBTRANS' TO BCK-FILE-TAG
               MOVE 10 TO BCK-HASH-OFFSET
               MOVE 7 TO BCK-HASH-LENGTH
               SET BCK-MODE-VERIFY-ONLY TO TRUE
               CALL 'BatchCheck' USING BATCH-CHECK-REQUEST
               IF NOT BATCH-VERIFIED
                   DISPLAY 'Reimbursement batch rejected, run stopped'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Earnings by code: the one-time file is proved intact like
      * the others, hashed on the amount. Either file on hand needs
      * the earnings-code master to price it - without the master
      * the cycle cannot tell how the pay is taxed, so it stops.
           OPEN INPUT RECURRING-EARN-FILE
           IF RCE-OK
               SET RECURRING-EARN-PRESENT TO TRUE
           END-IF
           CLOSE RECURRING-EARN-FILE
           OPEN INPUT EARN-TRANS-FILE
           IF ETR-OK
               SET EARN-TRANS-PRESENT TO TRUE
           END-IF
           CLOSE EARN-TRANS-FILE
           IF EARN-TRANS-PRESENT
               MOVE 'ERNTRANS.DAT' TO BCK-FILENAME
               MOVE 'ERNTRANS' TO BCK-FILE-TAG
               MOVE 10 TO BCK-HASH-OFFSET
               MOVE 7 TO BCK-HASH-LENGTH
               SET BCK-MODE-VERIFY-ONLY TO TRUE
               CALL 'BatchCheck' USING BATCH-CHECK-REQUEST
               IF NOT BATCH-VERIFIED
                   DISPLAY 'Earnings batch rejected, run stopped'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF RECURRING-EARN-PRESENT OR EARN-TRANS-PRESENT
               CALL 'EarnCodeLoad' USING EARN-CODE-TABLE
                   WS-EARN-LOAD-STATUS
               IF NOT EARN-CODES-LOADED
                   DISPLAY 'Earnings-code master not loaded, '
                       'run stopped'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT EMPLOYEE-TRANS
           IF NOT TRANS-OK
               DISPLAY 'Cannot open trans file, status ' WS-TRANS-STATUS
               OPEN I-O POSTED-PAY-FILE
               IF POSTED-NOT-FOUND
                   OPEN OUTPUT POSTED-PAY-FILE
                   SET POSTED-FILE-FRESH TO TRUE
               END-IF
           END-IF
           IF NOT POSTED-OK
               GOBACK
           END-IF

      * The project labor distribution follows the posted-pay file:
      * fresh with a fresh posted file, extended on a restart. A
      * preview writes none.
           IF NOT TRIAL-MODE
               IF POSTED-FILE-FRESH
                   OPEN OUTPUT PROJECT-LABOR-FILE
               ELSE
                   OPEN EXTEND PROJECT-LABOR-FILE
                   IF PROJLAB-NOT-FOUND
                       OPEN OUTPUT PROJECT-LABOR-FILE
                   END-IF
               END-IF
               IF NOT PROJLAB-OK
                   DISPLAY 'Cannot open project labor file, status '
                       WS-PROJLAB-STATUS ', run stopped'
                   CLOSE EMP-JOURNAL
                   CLOSE PAY-HISTORY
                   CLOSE EMPLOYEE-TRANS
                   CLOSE EMPLOYEE-MASTER
                   CLOSE EXCEPTION-REPORT
                   CLOSE POSTED-PAY-FILE
                   SET NACHA-FUNC-CLOSE TO TRUE
                   CALL 'NachaFile' USING NACHA-REQUEST
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * The overtime true-up review is opened the same way, with its
      * column heading written only when the file starts fresh.
           IF NOT TRIAL-MODE
               IF POSTED-FILE-FRESH
                   OPEN OUTPUT OT-REVIEW-FILE
                   IF OTREV-OK
                       WRITE OT-REVIEW-RECORD FROM OT-REVIEW-HEADING
                   END-IF
               ELSE
                   OPEN EXTEND OT-REVIEW-FILE
                   IF OTREV-NOT-FOUND
                       OPEN OUTPUT OT-REVIEW-FILE
                       IF OTREV-OK
                           WRITE OT-REVIEW-RECORD
                               FROM OT-REVIEW-HEADING
                       END-IF
                   END-IF
               END-IF
               IF NOT OTREV-OK
                   DISPLAY 'Cannot open overtime true-up review, '
                       'status ' WS-OTREV-STATUS ', run stopped'
                   CLOSE PROJECT-LABOR-FILE
                   CLOSE EMP-JOURNAL
                   CLOSE PAY-HISTORY
                   CLOSE EMPLOYEE-TRANS
                   CLOSE EMPLOYEE-MASTER
                   CLOSE EXCEPTION-REPORT
                   CLOSE POSTED-PAY-FILE
                   SET NACHA-FUNC-CLOSE TO TRUE
                   CALL 'NachaFile' USING NACHA-REQUEST
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM Load-Project-Table
           PERFORM Load-Garnishment-Table
           PERFORM Load-Deposit-Allocations
           PERFORM Load-Arrears-Table
               DISPLAY 'A deduction work table cannot hold its '
                   'whole file - run stopped before anything was '
                   'applied or rewritten'
               IF NOT TRIAL-MODE
                   CLOSE PROJECT-LABOR-FILE
                   CLOSE OT-REVIEW-FILE
               END-IF
               CLOSE EMP-JOURNAL
               CLOSE PAY-HISTORY
               CLOSE EMPLOYEE-TRANS
           CALL 'EmployeeData' USING Employee-ID Employee-Data
               Employee-Found

           IF NOT TRIAL-MODE
               CLOSE PROJECT-LABOR-FILE
               CLOSE OT-REVIEW-FILE
           END-IF
           CLOSE EMP-JOURNAL
           CLOSE PAY-HISTORY
           CLOSE EMPLOYEE-TRANS
           END-IF
           GOBACK.

      * Only the limits the supplemental pays use are taken; the
      * others on the table are SalaryCalculation's business.
       Apply-Statutory-Limits.
           PERFORM VARYING STAT-LIMIT-IDX FROM 1 BY 1
               UNTIL STAT-LIMIT-IDX > STAT-LIMIT-COUNT
               EVALUATE STAT-LIMIT-NAME (STAT-LIMIT-IDX)
                   WHEN 'FICA-WAGE-BASE'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-COMM-FICA-BASE
                   WHEN '401K-DEFERRAL'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-OE-401K-LIMIT
                   WHEN '401K-CATCHUP'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-OE-CATCHUP-LIMIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       Process-Employee-Transaction.
           MOVE TRANS-EMPLOYEE-ID TO Employee-ID
      * Another concurrent job step owns any ID outside this step's
       Check-Employment-Status.
           SET EMPLOYEE-IS-ACTIVE TO TRUE
           MOVE SPACES TO Employee-Work-State
           MOVE SPACES TO Employee-Local-Code
           MOVE SPACES TO Employee-Dept-Code
           MOVE SPACES TO Employee-Flsa-Status
           MOVE 0 TO Employee-Ytd-Gross
           MOVE 0 TO Employee-Ytd-SS-Wages
           MOVE 0 TO Employee-Ytd-Medi-Wages
           MOVE 0 TO Employee-Ytd-Hsa
           MOVE 0 TO Employee-Ytd-Hsa-Er
           MOVE Employee-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
      * threshold) hold at the period that crosses them.
                   MOVE EMP-YTD-GROSS TO Employee-Ytd-Gross
                   MOVE EMP-YTD-401K TO Employee-Ytd-401k
                   MOVE EMP-YTD-SS-WAGES TO Employee-Ytd-SS-Wages
                   MOVE EMP-YTD-MEDI-WAGES TO Employee-Ytd-Medi-Wages
                   MOVE EMP-YTD-HSA TO Employee-Ytd-Hsa
                   MOVE EMP-YTD-HSA-ER TO Employee-Ytd-Hsa-Er
                   MOVE EMP-VACATION-BALANCE TO Employee-Vac-Balance
                   MOVE EMP-SICK-BALANCE TO Employee-Sick-Balance
                   MOVE EMP-WORK-STATE TO Employee-Work-State
                   MOVE EMP-LOCAL-TAX-CODE TO Employee-Local-Code
                   MOVE EMP-DEPT-CODE TO Employee-Dept-Code
                   MOVE EMP-FLSA-STATUS TO Employee-Flsa-Status
      * Another company's employee is paid by that company's own
      * cycle - skip silently here, the selection pass already
      * reported the split.
                           TO EXC-REASON
                       PERFORM Write-Exception-Record
                   END-IF
      * An employee on unpaid leave keyed onto the cycle anyway is
      * not paid - and so accrues no vacation or sick time - until
      * maintenance returns them to work.
                   IF EMP-STATUS-ON-LEAVE
                       SET EMPLOYEE-NOT-ACTIVE TO TRUE
                       MOVE Employee-ID TO EXC-EMPLOYEE-ID
                       MOVE 'Employee on leave of absence, not '
                           & 'processed' TO EXC-REASON
                       PERFORM Write-Exception-Record
                   END-IF
           END-READ.

       Establish-Gross-Salary.
           MOVE 0 TO Leave-Pay
           MOVE 0 TO Leave-Vac-Hours
           MOVE 0 TO Leave-Sick-Hours
           MOVE 0 TO Holiday-Hours
           MOVE 0 TO Holiday-Worked-Hours
           MOVE 0 TO Holiday-Pay
           MOVE 0 TO Overtime-Hours
           IF EMPLOYEE-PAID-HOURLY
               PERFORM Find-Time-Record
               PERFORM Find-Leave-Hours
               PERFORM Find-Holiday-Hours
               EVALUATE TRUE
      * An hourly employee out on approved leave all period submits
      * no timesheet - the leave hours alone establish the gross,
           ELSE
               SET GROSS-IS-ESTABLISHED TO TRUE
               MOVE Gross-Salary TO Annualized-Gross-Salary
               MOVE 0 TO Hours-Worked
               IF EMPLOYEE-NON-EXEMPT
                   PERFORM Find-Time-Record
                   PERFORM Compute-Salaried-Overtime
               END-IF
           END-IF.

       Compute-Salaried-Overtime.
      * A salaried non-exempt employee's salary covers the straight
      * time; timesheet hours past 40 a week (scaled to the pay
      * period) pay time-and-a-half of the salary's hourly
      * equivalent. The overtime rides on the annual figure the
      * salary calculation divides down - times the periods it is
      * divided by - so it lands in this period's gross to the penny
      * while the pay-band check still sees the salary alone. No
      * timesheet, no overtime: the salary is paid as always.
           EVALUATE Employee-Pay-Frequency
               WHEN 'W'
                   MOVE WS-CAL-WEEKLY TO WS-SAL-PERIODS
               WHEN 'B'
                   MOVE WS-CAL-BIWEEKLY TO WS-SAL-PERIODS
               WHEN OTHER
                   MOVE WS-CAL-MONTHLY TO WS-SAL-PERIODS
           END-EVALUATE
           COMPUTE WS-SAL-OT-THRESHOLD ROUNDED = WS-OT-THRESHOLD-HOURS
               * WS-CAL-WEEKLY / WS-SAL-PERIODS
           IF Hours-Worked > WS-SAL-OT-THRESHOLD
               COMPUTE Overtime-Hours =
                   Hours-Worked - WS-SAL-OT-THRESHOLD
               COMPUTE WS-SAL-HOURLY-EQUIV ROUNDED = Gross-Salary
                   / (WS-OT-THRESHOLD-HOURS * WS-CAL-WEEKLY)
               COMPUTE Overtime-Pay ROUNDED = Overtime-Hours
                   * WS-SAL-HOURLY-EQUIV * WS-OT-MULTIPLIER
               COMPUTE Gross-Salary =
                   Gross-Salary + Overtime-Pay * WS-SAL-PERIODS
           END-IF.

       Compute-Hourly-Earnings.
      * beyond it, plus any shift differential accumulated off the
      * timesheet lines. Approved leave hours pay straight time as
      * their own component and stay out of the overtime threshold -
      * only hours actually worked earn the premium. Holiday pay
      * works the same way: the standard holiday hours at straight
      * time plus the holiday premium on hours worked on a holiday,
      * its own component and never counted toward the threshold.
           IF Hours-Worked > WS-OT-THRESHOLD-HOURS
               MOVE WS-OT-THRESHOLD-HOURS TO Regular-Hours
               COMPUTE Overtime-Hours =
           COMPUTE Leave-Pay ROUNDED =
               (Leave-Vac-Hours + Leave-Sick-Hours)
               * Employee-Hourly-Rate
           COMPUTE Holiday-Premium ROUNDED = Holiday-Worked-Hours
               * Employee-Hourly-Rate * WS-HOLIDAY-PREMIUM-RATE
           COMPUTE Holiday-Pay ROUNDED =
               Holiday-Hours * Employee-Hourly-Rate + Holiday-Premium
           COMPUTE Gross-Salary = Regular-Pay + Overtime-Pay
               + Premium-Pay + Leave-Pay + Holiday-Pay
           COMPUTE Annualized-Gross-Salary ROUNDED =
               Gross-Salary * WS-CAL-WEEKLY.

               PERFORM Write-Exception-Record
           END-IF.

       Find-Holiday-Hours.
      * Standard holiday hours for each of the period's holidays
      * that falls on or after the employee's hire date - a holiday
      * before the employee started is not theirs to be paid for.
           PERFORM VARYING WS-PHOL-SUB FROM 1 BY 1
               UNTIL WS-PHOL-SUB > WS-PHOL-COUNT
               IF WS-PHOL-DATE (WS-PHOL-SUB) >= Employee-Hire-Date
                   ADD WS-HOLIDAY-STD-HOURS TO Holiday-Hours
               END-IF
           END-PERFORM.

       Load-Period-Holidays.
      * The period's own dates come off the pay calendar; a holiday
      * on HOLIDAYS.DAT between them (inclusive) is paid this cycle.
      * No calendar row or no holiday file means no holiday pay.
           MOVE 0 TO WS-PHOL-COUNT
           OPEN INPUT PAY-CALENDAR
           IF PAYCAL-OK
               PERFORM UNTIL PAYCAL-EOF
                   READ PAY-CALENDAR
                       AT END
                           SET PAYCAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-PERIOD-NUMBER = Pay-Period-IN
                               MOVE CAL-START-DATE
                                   TO WS-PERIOD-START-DATE
                               MOVE CAL-END-DATE TO WS-PERIOD-END-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAY-CALENDAR
           IF WS-PERIOD-END-DATE = 0
               DISPLAY 'Period ' Pay-Period-IN ' not on pay calendar, '
                   'no holiday pay this cycle'
           ELSE
               OPEN INPUT HOLIDAY-FILE
               IF HOLIDAY-OK
                   PERFORM UNTIL HOLIDAY-EOF
                       READ HOLIDAY-FILE
                           AT END
                               SET HOLIDAY-EOF TO TRUE
                           NOT AT END
                               IF HOL-DATE >= WS-PERIOD-START-DATE
                                   AND HOL-DATE <= WS-PERIOD-END-DATE
                                   IF WS-PHOL-COUNT < 20
                                       ADD 1 TO WS-PHOL-COUNT
                                       MOVE HOL-DATE TO
                                           WS-PHOL-DATE (WS-PHOL-COUNT)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HOLIDAY-FILE
           END-IF.

       Sum-Benefit-Elections.
      * Price the benefit deduction off the employee's actual
      * enrollment rows - every active, non-waived plan's shares are
           END-IF
           CLOSE DEFERRAL-ELECTION-FILE.

       Find-Hsa-Election.
      * An active HSA election sets the per-period contribution and
      * the coverage tier; no active record means no HSA at all,
      * for the employee or the employer. Catch-up eligibility is
      * the statutory rule: the employee reaches age 55 (or more) by
      * the end of this calendar year.
           MOVE 0 TO HSE-Per-Period
           MOVE SPACES TO HSE-Coverage
           MOVE 'N' TO HSE-Catchup-Eligible
           OPEN INPUT HSA-ELECTION-FILE
           IF HSA-OK
               PERFORM UNTIL HSA-EOF
                   READ HSA-ELECTION-FILE
                       AT END
                           SET HSA-EOF TO TRUE
                       NOT AT END
                           IF HSA-EMPLOYEE-ID = Employee-ID
                               AND HSA-ELECTION-ACTIVE
                               AND (HSA-SELF-ONLY OR HSA-FAMILY)
                               MOVE HSA-PER-PERIOD TO HSE-Per-Period
                               MOVE HSA-COVERAGE TO HSE-Coverage
                               MOVE 'N' TO HSE-Catchup-Eligible
                               IF HSA-BIRTH-DATE > 0
                                   MOVE FUNCTION CURRENT-DATE (1:4)
                                       TO WS-TODAY-YYYY
                                   MOVE HSA-BIRTH-DATE (1:4)
                                       TO WS-HSA-BIRTH-YYYY
                                   COMPUTE WS-ATTAINED-AGE =
                                       WS-TODAY-YYYY
                                       - WS-HSA-BIRTH-YYYY
                                   IF WS-ATTAINED-AGE
                                           >= WS-HSA-CATCHUP-AGE
                                       MOVE 'Y'
                                           TO HSE-Catchup-Eligible
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HSA-ELECTION-FILE.

       Find-Time-Record.
      * All of an employee's timesheet lines for the period are
      * summed - a second line adds to the first instead of silently
      * replacing it. The shift differential is priced per line
      * (hours on that line times that line's per-hour premium).
      * Each line's hours and premium are also noted against its
      * project code for the project labor distribution. Hours on a
      * line dated on one of the period's holidays are counted for
      * the holiday premium. A salaried non-exempt employee's
      * timesheet only counts the hours toward overtime - the salary
      * carries no shift or holiday premium and no project labor
      * lines - so the rest is left to the hourly staff.
           MOVE 'N' TO Time-Record-Found
           MOVE 0 TO Hours-Worked
           MOVE 0 TO Premium-Pay
           MOVE 0 TO WS-EPJ-COUNT
           OPEN INPUT TIME-FILE
           IF TIME-OK
               PERFORM UNTIL TIME-EOF
                           ELSE
                           IF TIME-EMPLOYEE-ID = Employee-ID
                               ADD TIME-HOURS-WORKED TO Hours-Worked
                               MOVE 'Y' TO Time-Record-Found
                               IF EMPLOYEE-PAID-HOURLY
                                   COMPUTE Premium-Pay ROUNDED =
                                       Premium-Pay + TIME-HOURS-WORKED
                                       * TIME-SHIFT-PREMIUM
                                   PERFORM Check-Holiday-Line
                                   PERFORM Note-Project-Hours
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               CLOSE TIME-FILE
           END-IF.

       Check-Holiday-Line.
           MOVE 'N' TO WS-LINE-ON-HOLIDAY
           PERFORM VARYING WS-PHOL-SUB FROM 1 BY 1
               UNTIL WS-PHOL-SUB > WS-PHOL-COUNT
               IF TIME-WORK-DATE = WS-PHOL-DATE (WS-PHOL-SUB)
                   MOVE 'Y' TO WS-LINE-ON-HOLIDAY
               END-IF
           END-PERFORM
           IF LINE-IS-HOLIDAY
               ADD TIME-HOURS-WORKED TO Holiday-Worked-Hours
           END-IF.

       Note-Project-Hours.
      * A code not on the project master (or on it but closed) is
      * excepted and its hours charged as unassigned - the pay
      * itself is never held up over a bad job code.
           MOVE TIME-PROJECT-CODE TO WS-LINE-PROJECT
           IF WS-LINE-PROJECT NOT = SPACES
               MOVE 'N' TO WS-PRJ-VALID
               PERFORM VARYING WS-PRJ-SUB FROM 1 BY 1
                   UNTIL WS-PRJ-SUB > WS-PRJ-COUNT
                   IF WS-PRJ-CODE (WS-PRJ-SUB) = WS-LINE-PROJECT
                       MOVE 'Y' TO WS-PRJ-VALID
                   END-IF
               END-PERFORM
               IF NOT PROJECT-CODE-VALID
                   MOVE Employee-ID TO EXC-EMPLOYEE-ID
                   MOVE SPACES TO EXC-REASON
                   STRING 'Project ' WS-LINE-PROJECT
                       ' not open on project master, hours '
                       'unassigned' DELIMITED BY SIZE INTO EXC-REASON
                   PERFORM Write-Exception-Record
                   MOVE SPACES TO WS-LINE-PROJECT
               END-IF
           END-IF
           MOVE 'N' TO WS-EPJ-MATCHED
           PERFORM VARYING WS-EPJ-SUB FROM 1 BY 1
               UNTIL WS-EPJ-SUB > WS-EPJ-COUNT
               IF WS-EPJ-CODE (WS-EPJ-SUB) = WS-LINE-PROJECT
                   ADD TIME-HOURS-WORKED TO WS-EPJ-HOURS (WS-EPJ-SUB)
                   COMPUTE WS-EPJ-PREMIUM (WS-EPJ-SUB) ROUNDED =
                       WS-EPJ-PREMIUM (WS-EPJ-SUB)
                       + TIME-HOURS-WORKED * TIME-SHIFT-PREMIUM
                   MOVE 'Y' TO WS-EPJ-MATCHED
               END-IF
           END-PERFORM
           IF WS-EPJ-MATCHED = 'N'
               IF WS-EPJ-COUNT < 20
                   ADD 1 TO WS-EPJ-COUNT
                   MOVE WS-LINE-PROJECT TO WS-EPJ-CODE (WS-EPJ-COUNT)
                   MOVE TIME-HOURS-WORKED
                       TO WS-EPJ-HOURS (WS-EPJ-COUNT)
                   COMPUTE WS-EPJ-PREMIUM (WS-EPJ-COUNT) ROUNDED =
                       TIME-HOURS-WORKED * TIME-SHIFT-PREMIUM
               ELSE
      * More projects than one employee's table holds - the line's
      * hours fold into the employee's first project so the
      * distribution still ties to the pay.
                   MOVE Employee-ID TO EXC-EMPLOYEE-ID
                   MOVE 'Too many projects on timesheet, hours '
                       & 'charged to first project' TO EXC-REASON
                   PERFORM Write-Exception-Record
                   ADD TIME-HOURS-WORKED TO WS-EPJ-HOURS (1)
                   COMPUTE WS-EPJ-PREMIUM (1) ROUNDED =
                       WS-EPJ-PREMIUM (1)
                       + TIME-HOURS-WORKED * TIME-SHIFT-PREMIUM
               END-IF
           END-IF.

       Load-Project-Table.
           MOVE 0 TO WS-PRJ-COUNT
           OPEN INPUT PROJECT-MASTER-FILE
           IF PROJ-OK
               PERFORM UNTIL PROJ-EOF
                   READ PROJECT-MASTER-FILE
                       AT END
                           SET PROJ-EOF TO TRUE
                       NOT AT END
                           IF PRJ-OPEN
                               IF WS-PRJ-COUNT >= 300
                                   DISPLAY 'Project table full, '
                                       'project ' PRJ-CODE
                                       ' hours will be unassigned'
                               ELSE
                                   ADD 1 TO WS-PRJ-COUNT
                                   MOVE PRJ-CODE
                                       TO WS-PRJ-CODE (WS-PRJ-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROJECT-MASTER-FILE.

       Write-Project-Labor.
      * Regular and overtime pay spread over the employee's projects
      * in proportion to the hours charged to each; the last project
      * takes the rounding remainder so the lines add back to the
      * posted pay to the penny. Shift premium goes where the lines
      * that earned it were charged.
           MOVE Regular-Pay TO WS-SPREAD-REGULAR
           MOVE Overtime-Pay TO WS-SPREAD-OVERTIME
           PERFORM VARYING WS-EPJ-SUB FROM 1 BY 1
               UNTIL WS-EPJ-SUB > WS-EPJ-COUNT
               INITIALIZE PROJECT-LABOR-RECORD
               MOVE Pay-Period-IN TO PJL-PAY-PERIOD
               MOVE Employee-ID TO PJL-EMPLOYEE-ID
               MOVE WS-EPJ-CODE (WS-EPJ-SUB) TO PJL-PROJECT-CODE
               MOVE Employee-Dept-Code TO PJL-DEPT-CODE
               MOVE WS-EPJ-HOURS (WS-EPJ-SUB) TO PJL-HOURS
               IF WS-EPJ-SUB = WS-EPJ-COUNT
                   MOVE WS-SPREAD-REGULAR TO PJL-REGULAR-PAY
                   MOVE WS-SPREAD-OVERTIME TO PJL-OVERTIME-PAY
               ELSE
                   COMPUTE PJL-REGULAR-PAY ROUNDED = Regular-Pay
                       * WS-EPJ-HOURS (WS-EPJ-SUB) / Hours-Worked
                   COMPUTE PJL-OVERTIME-PAY ROUNDED = Overtime-Pay
                       * WS-EPJ-HOURS (WS-EPJ-SUB) / Hours-Worked
                   IF PJL-REGULAR-PAY > WS-SPREAD-REGULAR
                       MOVE WS-SPREAD-REGULAR TO PJL-REGULAR-PAY
                   END-IF
                   IF PJL-OVERTIME-PAY > WS-SPREAD-OVERTIME
                       MOVE WS-SPREAD-OVERTIME TO PJL-OVERTIME-PAY
                   END-IF
               END-IF
               SUBTRACT PJL-REGULAR-PAY FROM WS-SPREAD-REGULAR
               SUBTRACT PJL-OVERTIME-PAY FROM WS-SPREAD-OVERTIME
               MOVE WS-EPJ-PREMIUM (WS-EPJ-SUB) TO PJL-PREMIUM-PAY
               WRITE PROJECT-LABOR-RECORD
           END-PERFORM.

       Compute-And-Post-Salary.
           PERFORM Determine-Bonus-Eligibility
           PERFORM Sum-Benefit-Elections
           PERFORM Find-W4-Election
           PERFORM Find-Deferral-Election
           PERFORM Find-Hsa-Election
           CALL 'SalaryCalculation' USING Gross-Salary Employee-Role
               Employee-Pay-Frequency Bonus-Eligible
               Check-Date-IN Employee-Work-State Employee-Local-Code
               Employee-Ytd-Gross Employee-Ytd-401k
               Employee-Ytd-SS-Wages Employee-Ytd-Medi-Wages
               Benefit-Annual Benefit-Er-Annual W4-Election
               Deferral-Election
               Hsa-Election Employee-Ytd-Hsa Employee-Ytd-Hsa-Er
               Period-Gross-Salary
               Net-Salary Deductions Federal-Withholding
               State-Withholding FICA-Withholding Medicare-Withholding
               Health-Premium Retirement-401k Bonus
               Employer-Benefit Employer-Match Net-Pay-Valid
               Health-Shortfall Federal-Taxable State-Taxable
               FICA-Taxable Medicare-Taxable
               Local-Withholding Local-Taxable
               Hsa-Contribution Hsa-Employer
           DISPLAY "Net Salary: " Net-Salary

           IF NOT NET-PAY-IS-VALID
                   TO EXC-REASON
               PERFORM Write-Exception-Record
           ELSE
               PERFORM Find-Local-Rate
               PERFORM Apply-Commission
               PERFORM Apply-Other-Earnings
               PERFORM Apply-Overtime-True-Up
               PERFORM Apply-Imputed-Income
               PERFORM Apply-Garnishments
               PERFORM Book-Health-Shortfall
               PERFORM Recover-Arrears
               PERFORM Apply-Loan-Payments
               PERFORM Apply-Voluntary-Deductions
               PERFORM Find-Reimbursements
               PERFORM Update-YTD-Balances
           END-IF.

           MOVE 0 TO Commission-Federal
           MOVE 0 TO Commission-Fica
           MOVE 0 TO Commission-Medicare
           MOVE 0 TO Commission-Local
           IF COMMISSION-FILE-PRESENT
               PERFORM Find-Commission
           END-IF
               COMPUTE Commission-Federal ROUNDED =
                   Commission-Amount * WS-SUPP-FED-RATE
               COMPUTE WS-COMM-FICA-ROOM = WS-COMM-FICA-BASE
                   - Employee-Ytd-SS-Wages - FICA-Taxable
               IF WS-COMM-FICA-ROOM < 0
                   MOVE 0 TO WS-COMM-FICA-ROOM
               END-IF
                   WS-COMM-FICA-ROOM * WS-COMM-FICA-RATE
               COMPUTE Commission-Medicare ROUNDED =
                   Commission-Amount * WS-COMM-MEDI-RATE
               COMPUTE Commission-Local ROUNDED =
                   Commission-Amount * WS-LOCAL-RATE
               ADD Commission-Amount TO Period-Gross-Salary
               ADD Commission-Federal TO Federal-Withholding
               ADD Commission-Fica TO FICA-Withholding
               ADD Commission-Medicare TO Medicare-Withholding
               ADD Commission-Local TO Local-Withholding
               ADD Commission-Amount TO Federal-Taxable
               ADD Commission-Amount TO State-Taxable
               ADD WS-COMM-FICA-ROOM TO FICA-Taxable
               ADD Commission-Amount TO Medicare-Taxable
               IF LOCAL-TAX-APPLIES
                   ADD Commission-Amount TO Local-Taxable
               END-IF
               COMPUTE Deductions = Deductions + Commission-Federal
                   + Commission-Fica + Commission-Medicare
                   + Commission-Local
               COMPUTE Net-Salary = Net-Salary + Commission-Amount
                   - Commission-Federal - Commission-Fica
                   - Commission-Medicare - Commission-Local
           END-IF.

       Apply-Overtime-True-Up.
      * Commission, the period's production bonus, and any earnings
      * whose code is flagged regular-rate are part of the
      * FLSA regular rate for the weeks they were earned in. Spread
      * over the hours actually worked they raise the rate, and the
      * overtime hours already paid at time-and-a-half of the base
      * rate are owed half of that raise again. Only non-exempt staff
      * with overtime this period are owed anything; the true-up
      * rides POST-OT-TRUEUP, is withheld like the commission, and
      * is listed on the range's true-up review.
           MOVE 0 TO Ot-Trueup-Amount
           MOVE 0 TO Ot-Trueup-Federal
           MOVE 0 TO Ot-Trueup-Fica
           MOVE 0 TO Ot-Trueup-Medicare
           MOVE 0 TO Ot-Trueup-Local
           COMPUTE WS-OTT-EARNINGS = Commission-Amount + Bonus
               + Other-Earn-Regular-Rate
           IF Overtime-Hours > 0 AND Hours-Worked > 0 AND
               WS-OTT-EARNINGS > 0
               PERFORM Price-Overtime-True-Up
           END-IF
           IF Ot-Trueup-Amount > 0
               PERFORM Withhold-Overtime-True-Up
           END-IF.

       Price-Overtime-True-Up.
           IF EMPLOYEE-PAID-HOURLY
               MOVE Employee-Hourly-Rate TO WS-OTT-BASE-RATE
           ELSE
               MOVE WS-SAL-HOURLY-EQUIV TO WS-OTT-BASE-RATE
           END-IF
           COMPUTE WS-OTT-RATE-RAISE ROUNDED =
               WS-OTT-EARNINGS / Hours-Worked
           COMPUTE WS-OTT-BLENDED-RATE ROUNDED =
               WS-OTT-BASE-RATE + WS-OTT-RATE-RAISE
           COMPUTE Ot-Trueup-Amount ROUNDED = Overtime-Hours
               * WS-OTT-RATE-RAISE * WS-OTT-HALF-TIME.

       Withhold-Overtime-True-Up.
           COMPUTE Ot-Trueup-Federal ROUNDED =
               Ot-Trueup-Amount * WS-SUPP-FED-RATE
           COMPUTE WS-COMM-FICA-ROOM = WS-COMM-FICA-BASE
               - Employee-Ytd-SS-Wages - FICA-Taxable
           IF WS-COMM-FICA-ROOM < 0
               MOVE 0 TO WS-COMM-FICA-ROOM
           END-IF
           IF WS-COMM-FICA-ROOM > Ot-Trueup-Amount
               MOVE Ot-Trueup-Amount TO WS-COMM-FICA-ROOM
           END-IF
           COMPUTE Ot-Trueup-Fica ROUNDED =
               WS-COMM-FICA-ROOM * WS-COMM-FICA-RATE
           COMPUTE Ot-Trueup-Medicare ROUNDED =
               Ot-Trueup-Amount * WS-COMM-MEDI-RATE
           COMPUTE Ot-Trueup-Local ROUNDED =
               Ot-Trueup-Amount * WS-LOCAL-RATE
           ADD Ot-Trueup-Amount TO Period-Gross-Salary
           ADD Ot-Trueup-Federal TO Federal-Withholding
           ADD Ot-Trueup-Fica TO FICA-Withholding
           ADD Ot-Trueup-Medicare TO Medicare-Withholding
           ADD Ot-Trueup-Local TO Local-Withholding
           ADD Ot-Trueup-Amount TO Federal-Taxable
           ADD Ot-Trueup-Amount TO State-Taxable
           ADD WS-COMM-FICA-ROOM TO FICA-Taxable
           ADD Ot-Trueup-Amount TO Medicare-Taxable
           IF LOCAL-TAX-APPLIES
               ADD Ot-Trueup-Amount TO Local-Taxable
           END-IF
           COMPUTE Deductions = Deductions + Ot-Trueup-Federal
               + Ot-Trueup-Fica + Ot-Trueup-Medicare
               + Ot-Trueup-Local
           COMPUTE Net-Salary = Net-Salary + Ot-Trueup-Amount
               - Ot-Trueup-Federal - Ot-Trueup-Fica
               - Ot-Trueup-Medicare - Ot-Trueup-Local
           IF NOT TRIAL-MODE
               MOVE Employee-ID TO OTR-EMPLOYEE-ID
               MOVE Pay-Period-IN TO OTR-PERIOD
               MOVE Hours-Worked TO OTR-WORKED-HOURS
               MOVE Overtime-Hours TO OTR-OT-HOURS
               MOVE WS-OTT-EARNINGS TO OTR-EARNINGS
               MOVE WS-OTT-BASE-RATE TO OTR-BASE-RATE
               MOVE WS-OTT-BLENDED-RATE TO OTR-BLENDED-RATE
               MOVE Ot-Trueup-Amount TO OTR-ADDITIONAL
               WRITE OT-REVIEW-RECORD FROM OT-REVIEW-LINE
           END-IF.

       Apply-Other-Earnings.
      * Earnings by code join the period's pay right after the
      * commission, so the overtime true-up and the garnishment pass
      * both see them. Each code's flags on the earnings-code master
      * decide what the amount is subject to: federal at the
      * supplemental rate, FICA within the wage base, Medicare, and
      * state and local wages (no state withholding, as with
      * commission). A code flagged 401k-eligible draws the
      * employee's percent or default deferral, within the annual
      * limit, before the income-tax wages are figured.
           MOVE 0 TO Other-Earnings-Total
           MOVE 0 TO Other-Earnings-Count
           MOVE 0 TO Other-Earn-Fed-Wages
           MOVE 0 TO Other-Earn-State-Wages
           MOVE 0 TO Other-Earn-Fica-Wages
           MOVE 0 TO Other-Earn-Medi-Wages
           MOVE 0 TO Other-Earn-Unemp-Exempt
           MOVE 0 TO Other-Earn-Regular-Rate
           MOVE 0 TO Other-Earn-401k-Base
           MOVE 0 TO Other-Earn-Deferral
           MOVE 0 TO Other-Earn-Federal
           MOVE 0 TO Other-Earn-Fica
           MOVE 0 TO Other-Earn-Medicare
           MOVE 0 TO Other-Earn-Local
           PERFORM VARYING WS-OE-SUB FROM 1 BY 1 UNTIL WS-OE-SUB > 8
               MOVE SPACES TO Other-Earn-Code (WS-OE-SUB)
               MOVE 0 TO Other-Earn-Amount (WS-OE-SUB)
           END-PERFORM
           IF RECURRING-EARN-PRESENT
               PERFORM Find-Recurring-Earnings
           END-IF
           IF EARN-TRANS-PRESENT
               PERFORM Find-Earnings-Transactions
           END-IF
           IF Other-Earnings-Total > 0
               PERFORM Withhold-Other-Earnings
           END-IF.

       Find-Recurring-Earnings.
           OPEN INPUT RECURRING-EARN-FILE
           IF RCE-OK
               PERFORM UNTIL RCE-EOF
                   READ RECURRING-EARN-FILE
                       AT END
                           SET RCE-EOF TO TRUE
                       NOT AT END
                           IF RCE-EMPLOYEE-ID = Employee-ID AND
                               RCE-START-DATE <= Check-Date-IN AND
                               (RCE-STOP-DATE = 0 OR
                                   RCE-STOP-DATE >= Check-Date-IN)
                               MOVE RCE-EARN-CODE TO WS-OE-CODE
                               MOVE RCE-AMOUNT TO WS-OE-AMOUNT
                               PERFORM Take-Other-Earning
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RECURRING-EARN-FILE.

       Find-Earnings-Transactions.
           OPEN INPUT EARN-TRANS-FILE
           IF ETR-OK
               PERFORM UNTIL ETR-EOF
                   READ EARN-TRANS-FILE
                       AT END
                           SET ETR-EOF TO TRUE
                       NOT AT END
                           IF ETR-RECORD-TYPE = 'H' OR
                               ETR-RECORD-TYPE = 'T'
                               CONTINUE
                           ELSE
                               IF ETR-EMPLOYEE-ID = Employee-ID
                                   MOVE ETR-EARN-CODE TO WS-OE-CODE
                                   MOVE ETR-AMOUNT TO WS-OE-AMOUNT
                                   PERFORM Take-Other-Earning
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EARN-TRANS-FILE.

       Take-Other-Earning.
      * A code not on the master, or a ninth distinct code on one
      * check, is a keying error - excepted and not paid. Lines for
      * a code already on the check combine into it.
           IF WS-OE-AMOUNT > 0
               SET EARN-CODE-IDX TO 1
               SEARCH EARN-CODE-ENTRY
                   AT END
                       PERFORM Reject-Unknown-Earn-Code
                   WHEN EARN-CODE-IDX > EARN-CODE-COUNT
                       PERFORM Reject-Unknown-Earn-Code
                   WHEN ECT-CODE (EARN-CODE-IDX) = WS-OE-CODE
                       PERFORM Post-Other-Earning
               END-SEARCH
           END-IF.

       Reject-Unknown-Earn-Code.
           MOVE Employee-ID TO EXC-EMPLOYEE-ID
           MOVE SPACES TO EXC-REASON
           STRING 'Earnings code ' WS-OE-CODE
               ' not on earnings-code master, not paid'
               DELIMITED BY SIZE INTO EXC-REASON
           PERFORM Write-Exception-Record.

       Post-Other-Earning.
           MOVE 'N' TO WS-OE-FOUND
           PERFORM VARYING WS-OE-SUB FROM 1 BY 1
                   UNTIL WS-OE-SUB > Other-Earnings-Count
                   OR WS-OE-FOUND = 'Y'
               IF Other-Earn-Code (WS-OE-SUB) = WS-OE-CODE
                   ADD WS-OE-AMOUNT TO Other-Earn-Amount (WS-OE-SUB)
                   MOVE 'Y' TO WS-OE-FOUND
               END-IF
           END-PERFORM
           IF WS-OE-FOUND = 'N'
               IF Other-Earnings-Count >= 8
                   MOVE Employee-ID TO EXC-EMPLOYEE-ID
                   MOVE SPACES TO EXC-REASON
                   STRING 'More than 8 earnings codes on one check, '
                       WS-OE-CODE ' not paid'
                       DELIMITED BY SIZE INTO EXC-REASON
                   PERFORM Write-Exception-Record
               ELSE
                   ADD 1 TO Other-Earnings-Count
                   MOVE WS-OE-CODE
                       TO Other-Earn-Code (Other-Earnings-Count)
                   MOVE WS-OE-AMOUNT
                       TO Other-Earn-Amount (Other-Earnings-Count)
                   MOVE 'Y' TO WS-OE-FOUND
               END-IF
           END-IF
           IF WS-OE-FOUND = 'Y'
               ADD WS-OE-AMOUNT TO Other-Earnings-Total
               IF ECT-FEDERAL-TAXABLE (EARN-CODE-IDX)
                   ADD WS-OE-AMOUNT TO Other-Earn-Fed-Wages
               END-IF
               IF ECT-STATE-TAXABLE (EARN-CODE-IDX)
                   ADD WS-OE-AMOUNT TO Other-Earn-State-Wages
               END-IF
               IF ECT-FICA-TAXABLE (EARN-CODE-IDX)
                   ADD WS-OE-AMOUNT TO Other-Earn-Fica-Wages
               END-IF
               IF ECT-MEDICARE-TAXABLE (EARN-CODE-IDX)
                   ADD WS-OE-AMOUNT TO Other-Earn-Medi-Wages
               END-IF
               IF NOT ECT-UNEMP-TAXABLE (EARN-CODE-IDX)
                   ADD WS-OE-AMOUNT TO Other-Earn-Unemp-Exempt
               END-IF
               IF ECT-IN-REGULAR-RATE (EARN-CODE-IDX)
                   ADD WS-OE-AMOUNT TO Other-Earn-Regular-Rate
               END-IF
               IF ECT-401K-DEFERRABLE (EARN-CODE-IDX)
                   ADD WS-OE-AMOUNT TO Other-Earn-401k-Base
               END-IF
           END-IF.

       Withhold-Other-Earnings.
      * A flat-amount election is already taken in full from the
      * base pay and a stopped election defers nothing, so only
      * percent and default-rate deferrers defer from these codes.
           IF Other-Earn-401k-Base > 0 AND DFE-Method NOT = 'A'
               AND DFE-Method NOT = 'S'
               IF DFE-Method = 'P'
                   COMPUTE Other-Earn-Deferral ROUNDED =
                       Other-Earn-401k-Base * DFE-Percent / 100
               ELSE
                   COMPUTE Other-Earn-Deferral ROUNDED =
                       Other-Earn-401k-Base * WS-OE-401K-RATE
               END-IF
               IF DFE-Catchup-Eligible = 'Y'
                   COMPUTE WS-OE-401K-ROOM = WS-OE-401K-LIMIT
                       + WS-OE-CATCHUP-LIMIT - Employee-Ytd-401k
                       - Retirement-401k
               ELSE
                   COMPUTE WS-OE-401K-ROOM = WS-OE-401K-LIMIT
                       - Employee-Ytd-401k - Retirement-401k
               END-IF
               IF WS-OE-401K-ROOM < 0
                   MOVE 0 TO WS-OE-401K-ROOM
               END-IF
               IF Other-Earn-Deferral > WS-OE-401K-ROOM
                   MOVE WS-OE-401K-ROOM TO Other-Earn-Deferral
               END-IF
           END-IF

           COMPUTE WS-OE-TAX-BASE =
               Other-Earn-Fed-Wages - Other-Earn-Deferral
           IF WS-OE-TAX-BASE < 0
               MOVE 0 TO WS-OE-TAX-BASE
           END-IF
           MOVE WS-OE-TAX-BASE TO Other-Earn-Fed-Wages
           COMPUTE Other-Earn-Federal ROUNDED =
               Other-Earn-Fed-Wages * WS-SUPP-FED-RATE
           COMPUTE WS-OE-TAX-BASE =
               Other-Earn-State-Wages - Other-Earn-Deferral
           IF WS-OE-TAX-BASE < 0
               MOVE 0 TO WS-OE-TAX-BASE
           END-IF
           MOVE WS-OE-TAX-BASE TO Other-Earn-State-Wages

           COMPUTE WS-COMM-FICA-ROOM = WS-COMM-FICA-BASE
               - Employee-Ytd-SS-Wages - FICA-Taxable
           IF WS-COMM-FICA-ROOM < 0
               MOVE 0 TO WS-COMM-FICA-ROOM
           END-IF
           IF WS-COMM-FICA-ROOM > Other-Earn-Fica-Wages
               MOVE Other-Earn-Fica-Wages TO WS-COMM-FICA-ROOM
           END-IF
           COMPUTE Other-Earn-Fica ROUNDED =
               WS-COMM-FICA-ROOM * WS-COMM-FICA-RATE
           COMPUTE Other-Earn-Medicare ROUNDED =
               Other-Earn-Medi-Wages * WS-COMM-MEDI-RATE
           COMPUTE Other-Earn-Local ROUNDED =
               Other-Earn-State-Wages * WS-LOCAL-RATE

           ADD Other-Earnings-Total TO Period-Gross-Salary
           ADD Other-Earn-Deferral TO Retirement-401k
           ADD Other-Earn-Federal TO Federal-Withholding
           ADD Other-Earn-Fica TO FICA-Withholding
           ADD Other-Earn-Medicare TO Medicare-Withholding
           ADD Other-Earn-Local TO Local-Withholding
           ADD Other-Earn-Fed-Wages TO Federal-Taxable
           ADD Other-Earn-State-Wages TO State-Taxable
           ADD WS-COMM-FICA-ROOM TO FICA-Taxable
           ADD Other-Earn-Medi-Wages TO Medicare-Taxable
           IF LOCAL-TAX-APPLIES
               ADD Other-Earn-State-Wages TO Local-Taxable
           END-IF
           COMPUTE Deductions = Deductions + Other-Earn-Deferral
               + Other-Earn-Federal + Other-Earn-Fica
               + Other-Earn-Medicare + Other-Earn-Local
           COMPUTE Net-Salary = Net-Salary + Other-Earnings-Total
               - Other-Earn-Deferral - Other-Earn-Federal
               - Other-Earn-Fica - Other-Earn-Medicare
               - Other-Earn-Local.

       Find-Local-Rate.
      * Same lookup SalaryCalculation makes - a jurisdiction not on
      * the table for the check date withholds nothing.
           MOVE 0 TO WS-LOCAL-RATE
           MOVE 'N' TO WS-LOCAL-APPLIES
           IF Employee-Local-Code NOT = SPACES
               SET LOCAL-TAX-IDX TO 1
               SEARCH LOCAL-TAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN LOCAL-TAX-IDX > LOCAL-TAX-COUNT
                       CONTINUE
                   WHEN LOCAL-TAX-CODE (LOCAL-TAX-IDX) =
                           Employee-Local-Code
                       MOVE LOCAL-TAX-RATE (LOCAL-TAX-IDX)
                           TO WS-LOCAL-RATE
                       SET LOCAL-TAX-APPLIES TO TRUE
               END-SEARCH
           END-IF.

       Find-Commission.
               MOVE 0 TO Commission-Amount
           END-IF.

       Find-Reimbursements.
      * All of the employee's approved reimbursement lines are
      * summed by expense type. A line with a type that has no GL
      * expense account, or with no approval reference, is excepted
      * and left unpaid for AP to resubmit.
           MOVE 0 TO Reimburse-Total
           PERFORM VARYING WS-RMB-SUB FROM 1 BY 1 UNTIL WS-RMB-SUB > 5
               MOVE 0 TO Reimburse-By-Type (WS-RMB-SUB)
           END-PERFORM
           IF REIMBURSE-FILE-PRESENT
               OPEN INPUT REIMBURSE-FILE
               IF RMB-OK
                   PERFORM UNTIL RMB-EOF
                       READ REIMBURSE-FILE
                           AT END
                               SET RMB-EOF TO TRUE
                           NOT AT END
                               IF RMB-RECORD-TYPE = 'H' OR
                                   RMB-RECORD-TYPE = 'T'
                                   CONTINUE
                               ELSE
                                   IF RMB-EMPLOYEE-ID = Employee-ID
                                       PERFORM Take-Reimbursement
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE REIMBURSE-FILE
           END-IF.

       Take-Reimbursement.
           SET RMB-ACCT-IDX TO 1
           SEARCH RMB-ACCT-ENTRY
               AT END
                   MOVE Employee-ID TO EXC-EMPLOYEE-ID
                   MOVE SPACES TO EXC-REASON
                   STRING 'Reimbursement type ' RMB-EXPENSE-TYPE
                       ' has no expense account, not paid'
                       DELIMITED BY SIZE INTO EXC-REASON
                   PERFORM Write-Exception-Record
               WHEN RMB-ACCT-TYPE (RMB-ACCT-IDX) = RMB-EXPENSE-TYPE
                   IF RMB-APPROVAL-REF = SPACES
                       MOVE Employee-ID TO EXC-EMPLOYEE-ID
                       MOVE 'Reimbursement has no approval reference, '
                           & 'not paid' TO EXC-REASON
                       PERFORM Write-Exception-Record
                   ELSE
                       SET WS-RMB-SUB TO RMB-ACCT-IDX
                       ADD RMB-AMOUNT TO Reimburse-By-Type (WS-RMB-SUB)
                       ADD RMB-AMOUNT TO Reimburse-Total
                   END-IF
           END-SEARCH.

       Apply-Imputed-Income.
      * Coverage above the threshold imputes taxable income per the
      * age-bracket table - the age comes off the deferral
           END-IF
           IF Imputed-Income > 0
               COMPUTE WS-GTL-FICA-ROOM = WS-COMM-FICA-BASE
                   - Employee-Ytd-SS-Wages - FICA-Taxable
               IF WS-GTL-FICA-ROOM < 0
                   MOVE 0 TO WS-GTL-FICA-ROOM
               END-IF
               ADD Imputed-Income TO Period-Gross-Salary
               ADD Imputed-Fica TO FICA-Withholding
               ADD Imputed-Medicare TO Medicare-Withholding
               ADD Imputed-Income TO Federal-Taxable
               ADD Imputed-Income TO State-Taxable
               ADD WS-GTL-FICA-ROOM TO FICA-Taxable
               ADD Imputed-Income TO Medicare-Taxable
               COMPUTE Deductions = Deductions + Imputed-Income
                   + Imputed-Fica + Imputed-Medicare
               COMPUTE Net-Salary = Net-Salary
           COMPUTE Disposable-Earnings = Period-Gross-Salary + Bonus
               - Federal-Withholding - State-Withholding
               - FICA-Withholding - Medicare-Withholding
               - Local-Withholding
           IF Disposable-Earnings > 0 AND WS-GARN-COUNT > 0
               COMPUTE Garnish-Support-Limit ROUNDED =
                   Disposable-Earnings * WS-DISP-SUPPORT-PCT
               SUBTRACT Voluntary-Give FROM Deductions
               SUBTRACT Voluntary-Give FROM Shortfall-Amount
               ADD Voluntary-Give TO Net-Salary
      * A deferral given back is paid as wages, so it rejoins the
      * income-tax wages (the withholding is not refigured - the
      * court order has first call on the pay).
               ADD Voluntary-Give TO Federal-Taxable
               ADD Voluntary-Give TO State-Taxable
               IF LOCAL-TAX-APPLIES
                   ADD Voluntary-Give TO Local-Taxable
               END-IF
      * The match follows the deferral actually taken.
               IF Employer-Match > Retirement-401k
                   MOVE Retirement-401k TO Employer-Match
               END-IF
           END-IF
      * The HSA contribution gives way next; given back it is paid as
      * wages, so it rejoins the income-tax and FICA/Medicare wages.
      * The employer's deposit is not pay and stands.
           IF Shortfall-Amount > 0 AND Hsa-Contribution > 0
               IF Hsa-Contribution < Shortfall-Amount
                   MOVE Hsa-Contribution TO Voluntary-Give
               ELSE
                   MOVE Shortfall-Amount TO Voluntary-Give
               END-IF
               SUBTRACT Voluntary-Give FROM Hsa-Contribution
               SUBTRACT Voluntary-Give FROM Deductions
               SUBTRACT Voluntary-Give FROM Shortfall-Amount
               ADD Voluntary-Give TO Net-Salary
               ADD Voluntary-Give TO Federal-Taxable
               ADD Voluntary-Give TO State-Taxable
               ADD Voluntary-Give TO Medicare-Taxable
               IF LOCAL-TAX-APPLIES
                   ADD Voluntary-Give TO Local-Taxable
               END-IF
               PERFORM Raise-FICA-Taxable
           END-IF
           IF Shortfall-Amount > 0 AND Health-Premium > 0
               IF Health-Premium < Shortfall-Amount
                   MOVE Health-Premium TO Voluntary-Give
               SUBTRACT Voluntary-Give FROM Deductions
               ADD Voluntary-Give TO Net-Salary
               ADD Voluntary-Give TO Health-Shortfall
               ADD Voluntary-Give TO Federal-Taxable
               ADD Voluntary-Give TO State-Taxable
               ADD Voluntary-Give TO Medicare-Taxable
               IF LOCAL-TAX-APPLIES
                   ADD Voluntary-Give TO Local-Taxable
               END-IF
               PERFORM Raise-FICA-Taxable
           END-IF.

       Raise-FICA-Taxable.
      * Premium given back becomes FICA wages too, as far as the
      * Social Security wage base still has room.
           COMPUTE WS-COMM-FICA-ROOM = WS-COMM-FICA-BASE
               - Employee-Ytd-SS-Wages - FICA-Taxable
           IF WS-COMM-FICA-ROOM < 0
               MOVE 0 TO WS-COMM-FICA-ROOM
           END-IF
           IF WS-COMM-FICA-ROOM > Voluntary-Give
               MOVE Voluntary-Give TO WS-COMM-FICA-ROOM
           END-IF
           ADD WS-COMM-FICA-ROOM TO FICA-Taxable.

       Book-Health-Shortfall.
      * Premium the period could not collect goes on the arrears
      * file for automatic recovery - added to an existing open
                   ADD Arrears-Take TO Health-Premium
                   ADD Arrears-Take TO Deductions
                   SUBTRACT Arrears-Take FROM Net-Salary
                   PERFORM Lower-Taxable-For-Arrears
                   IF WS-ARR-BALANCE (WS-ARREARS-SUB) = 0
                       MOVE 'C'
                           TO WS-ARR-STATUS-BYTE (WS-ARREARS-SUB)
               END-IF
           END-IF.

       Lower-Taxable-For-Arrears.
      * Recovered premium is still a section-125 deduction - it comes
      * out of every taxable-wage figure, none of them below zero.
           IF Federal-Taxable > Arrears-Take
               SUBTRACT Arrears-Take FROM Federal-Taxable
           ELSE
               MOVE 0 TO Federal-Taxable
           END-IF
           IF State-Taxable > Arrears-Take
               SUBTRACT Arrears-Take FROM State-Taxable
           ELSE
               MOVE 0 TO State-Taxable
           END-IF
           IF FICA-Taxable > Arrears-Take
               SUBTRACT Arrears-Take FROM FICA-Taxable
           ELSE
               MOVE 0 TO FICA-Taxable
           END-IF
           IF Medicare-Taxable > Arrears-Take
               SUBTRACT Arrears-Take FROM Medicare-Taxable
           ELSE
               MOVE 0 TO Medicare-Taxable
           END-IF
           IF Local-Taxable > Arrears-Take
               SUBTRACT Arrears-Take FROM Local-Taxable
           ELSE
               MOVE 0 TO Local-Taxable
           END-IF.

       Apply-Loan-Payments.
      * Plan loan repayments come out after taxes, after the court
      * orders and the arrears catch-up - a payment the period's
                   ADD Medicare-Withholding TO EMP-YTD-MEDICARE
                   ADD Health-Premium TO EMP-YTD-HEALTH
                   ADD Retirement-401k TO EMP-YTD-401K
                   ADD Hsa-Contribution TO EMP-YTD-HSA
                   ADD Hsa-Employer TO EMP-YTD-HSA-ER
                   ADD Federal-Taxable TO EMP-YTD-FED-WAGES
                   ADD FICA-Taxable TO EMP-YTD-SS-WAGES
                   ADD Medicare-Taxable TO EMP-YTD-MEDI-WAGES
                   ADD Local-Withholding TO EMP-YTD-LOCAL
                   ADD Local-Taxable TO EMP-YTD-LOCAL-WAGES
      * Reimbursements join the net only after the YTD net is
      * posted - they are repaid expenses, not pay, and they ride
      * the deposit or check with the wages.
                   ADD Reimburse-Total TO Net-Salary
                   PERFORM Compute-Unemployment-Tax
                   MOVE EMP-BANK-ROUTING TO Bank-Routing
                   MOVE EMP-BANK-ACCOUNT TO Bank-Account
      * taxable-wage position carried on the master's YTD buckets.
      * The SUTA rate and base are the work state's table row; a
      * state with no row (or a blank work state) accrues nothing.
      * Earnings codes flagged exempt from unemployment tax are
      * left out of the wages measured against either base.
           MOVE 0 TO Employer-FUTA
           MOVE 0 TO Employer-SUTA
           COMPUTE WS-UNEMP-WAGES =
               Period-Gross-Salary - Other-Earn-Unemp-Exempt
           COMPUTE WS-FUTA-TAXABLE =
               WS-FUTA-WAGE-BASE - EMP-YTD-FUTA-WAGES
           IF WS-FUTA-TAXABLE > WS-UNEMP-WAGES
               MOVE WS-UNEMP-WAGES TO WS-FUTA-TAXABLE
           END-IF
           IF WS-FUTA-TAXABLE < 0
               MOVE 0 TO WS-FUTA-TAXABLE
                       COMPUTE WS-SUTA-TAXABLE =
                           SUTA-WAGE-BASE (SUTA-IDX)
                           - EMP-YTD-SUTA-WAGES
                       IF WS-SUTA-TAXABLE > WS-UNEMP-WAGES
                           MOVE WS-UNEMP-WAGES
                               TO WS-SUTA-TAXABLE
                       END-IF
                       IF WS-SUTA-TAXABLE < 0
           ADD WS-SICK-ACCRUAL TO EMP-SICK-BALANCE.

       Resolve-Deposit-Disposition.
      * An active payroll card takes the whole net ahead of any bank
      * account or deposit split on file - PayCardFund loads it.
           EVALUATE TRUE
               WHEN EMP-PAYCARD-ACTIVE
                   SET DEPOSIT-BY-PAYCARD TO TRUE
               WHEN Bank-Routing = SPACES OR Bank-Account = SPACES
                   SET DEPOSIT-BY-CHECK TO TRUE
               WHEN EMP-DEPOSIT-NONE
           EVALUATE TRUE
               WHEN DEPOSIT-BY-ACH
                   PERFORM Pay-Deposit-Splits
      * Card loads go to the card vendor's funding file, built from
      * the posted file - nothing goes on the ACH file.
               WHEN DEPOSIT-BY-PAYCARD
                   CONTINUE
               WHEN DEPOSIT-PRENOTE-CHECK
      * Prenote still in its waiting period: the bank gets the
      * zero-dollar prenote entry to verify the account while the
               MOVE Overtime-Pay TO POST-OVERTIME-PAY
               MOVE Premium-Pay TO POST-PREMIUM-PAY
               MOVE Leave-Pay TO POST-LEAVE-PAY
               MOVE Holiday-Pay TO POST-HOLIDAY-PAY
           ELSE
               COMPUTE POST-REGULAR-PAY = Period-Gross-Salary
                   - Commission-Amount - Imputed-Income - Overtime-Pay
                   - Ot-Trueup-Amount - Other-Earnings-Total
               MOVE Overtime-Pay TO POST-OVERTIME-PAY
               MOVE 0 TO POST-PREMIUM-PAY
               MOVE 0 TO POST-LEAVE-PAY
               MOVE 0 TO POST-HOLIDAY-PAY
           END-IF
           MOVE Commission-Amount TO POST-COMMISSION
           MOVE Other-Earnings-Total TO POST-OTHER-EARNINGS
           MOVE Other-Earnings-Count TO POST-EARN-COUNT
           PERFORM VARYING WS-OE-SUB FROM 1 BY 1 UNTIL WS-OE-SUB > 8
               MOVE Other-Earn-Code (WS-OE-SUB)
                   TO POST-EARN-CODE (WS-OE-SUB)
               MOVE Other-Earn-Amount (WS-OE-SUB)
                   TO POST-EARN-AMOUNT (WS-OE-SUB)
           END-PERFORM
           MOVE Ot-Trueup-Amount TO POST-OT-TRUEUP
           MOVE Imputed-Income TO POST-IMPUTED-LIFE
           MOVE Loan-Repay-Total TO POST-LOAN-REPAY
           MOVE Voluntary-Total TO POST-VOLUNTARY
           MOVE Net-Salary TO POST-NET-SALARY
           MOVE Reimburse-Total TO POST-REIMBURSEMENT
           PERFORM VARYING WS-RMB-SUB FROM 1 BY 1 UNTIL WS-RMB-SUB > 5
               MOVE Reimburse-By-Type (WS-RMB-SUB)
                   TO POST-REIMB-BY-TYPE (WS-RMB-SUB)
           END-PERFORM
           MOVE Federal-Withholding TO POST-FEDERAL-WITHHOLDING
           MOVE State-Withholding TO POST-STATE-WITHHOLDING
           MOVE FICA-Withholding TO POST-FICA-WITHHOLDING
           MOVE Garnish-Total TO POST-GARNISH
           MOVE Employer-Benefit TO POST-EMPLOYER-BENEFIT
           MOVE Employer-Match TO POST-EMPLOYER-MATCH
           MOVE Hsa-Contribution TO POST-HSA-CONTRIBUTION
           MOVE Hsa-Employer TO POST-HSA-EMPLOYER
           MOVE Employer-FUTA TO POST-EMPLOYER-FUTA
           MOVE Employer-SUTA TO POST-EMPLOYER-SUTA
           MOVE Federal-Taxable TO POST-FEDERAL-TAXABLE
           MOVE State-Taxable TO POST-STATE-TAXABLE
           MOVE FICA-Taxable TO POST-FICA-TAXABLE
           MOVE Medicare-Taxable TO POST-MEDICARE-TAXABLE
           MOVE Local-Withholding TO POST-LOCAL-WITHHOLDING
           MOVE Local-Taxable TO POST-LOCAL-TAXABLE
           MOVE Employee-Local-Code TO POST-LOCAL-TAX-CODE
           MOVE Employee-Work-State TO POST-WORK-STATE
           MOVE Employee-Dept-Code TO POST-DEPT-CODE
           MOVE Pay-Period-IN TO POST-PAY-PERIOD
           MOVE Check-Date-IN TO POST-CHECK-DATE
           EVALUATE TRUE
               WHEN DEPOSIT-BY-ACH
                   SET POST-PAID-BY-ACH TO TRUE
               WHEN DEPOSIT-BY-PAYCARD
                   SET POST-PAID-BY-PAYCARD TO TRUE
               WHEN OTHER
                   SET POST-PAID-BY-CHECK TO TRUE
           END-EVALUATE
           WRITE POSTED-PAY-RECORD
               INVALID KEY
                   DISPLAY 'Could not write posted-pay record for '
           END-WRITE
           IF NOT TRIAL-MODE
               PERFORM Write-Pay-History-Record
               IF EMPLOYEE-PAID-HOURLY AND Hours-Worked > 0
                   PERFORM Write-Project-Labor
               END-IF
           END-IF.

       Write-Pay-History-Record.
           MOVE Medicare-Withholding TO HIST-MEDICARE-WITHHOLDING
           MOVE Health-Premium TO HIST-HEALTH-PREMIUM
           MOVE Retirement-401k TO HIST-RETIREMENT-401K
           MOVE Hsa-Contribution TO HIST-HSA-CONTRIBUTION
           MOVE Hsa-Employer TO HIST-HSA-EMPLOYER
           MOVE Bonus TO HIST-BONUS
           MOVE Garnish-Total TO HIST-GARNISH
           MOVE POST-PAY-METHOD TO HIST-PAY-METHOD
           IF EMPLOYEE-PAID-HOURLY
               COMPUTE HIST-PAID-HOURS = Hours-Worked
                   + Leave-Vac-Hours + Leave-Sick-Hours + Holiday-Hours
           ELSE
               MOVE 0 TO HIST-PAID-HOURS
           END-IF
           MOVE Hours-Worked TO HIST-WORKED-HOURS
           MOVE Overtime-Hours TO HIST-OVERTIME-HOURS
           MOVE Ot-Trueup-Amount TO HIST-OT-TRUEUP
           MOVE Overtime-Pay TO HIST-OVERTIME-PAY
           MOVE Commission-Amount TO HIST-COMMISSION
           MOVE Employer-Benefit TO HIST-EMPLOYER-BENEFIT
           MOVE Employer-Match TO HIST-EMPLOYER-MATCH
           MOVE Employer-FUTA TO HIST-EMPLOYER-FUTA
           MOVE Employer-SUTA TO HIST-EMPLOYER-SUTA
           MOVE Imputed-Income TO HIST-IMPUTED-LIFE
           MOVE Loan-Repay-Total TO HIST-LOAN-REPAY
           MOVE Voluntary-Total TO HIST-VOLUNTARY
           MOVE Federal-Taxable TO HIST-FEDERAL-TAXABLE
           MOVE State-Taxable TO HIST-STATE-TAXABLE
           MOVE FICA-Taxable TO HIST-FICA-TAXABLE
           MOVE Medicare-Taxable TO HIST-MEDICARE-TAXABLE
           MOVE Local-Withholding TO HIST-LOCAL-WITHHOLDING
           MOVE Local-Taxable TO HIST-LOCAL-TAXABLE
           MOVE Employee-Local-Code TO HIST-LOCAL-TAX-CODE
           MOVE Employee-Work-State TO HIST-WORK-STATE
           MOVE Reimburse-Total TO HIST-REIMBURSEMENT
           MOVE Other-Earnings-Total TO HIST-OTHER-EARNINGS
           MOVE Other-Earnings-Count TO HIST-EARN-COUNT
           PERFORM VARYING WS-OE-SUB FROM 1 BY 1 UNTIL WS-OE-SUB > 8
               MOVE Other-Earn-Code (WS-OE-SUB)
                   TO HIST-EARN-CODE (WS-OE-SUB)
               MOVE Other-Earn-Amount (WS-OE-SUB)
                   TO HIST-EARN-AMOUNT (WS-OE-SUB)
           END-PERFORM
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'Pay history already on file for employee '
