       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostProjection.
      * Next-year payroll cost projection for the budget, by company
      * and department. PROJPRM.DAT names the projection year and the
      * month a merit increase takes effect; with no parm card the
      * year is the one after the run date and the merit month is
      * January. Every employee on the master who is not terminated
      * is annualized at the current rate - EMP-SALARY, or
      * EMP-HOURLY-RATE over the standard 2080-hour year for hourly
      * staff - and someone hired into the projection year itself is
      * counted from the hire month. An optional merit scenario,
      * PROJMRT.DAT in the MERITPCT.DAT layout (percent by department
      * and performance rating), raises the rate from the merit
      * month on; with no scenario file the year is priced flat.
      * Open positions come from PLANHIRE.DAT, priced from their
      * start month at the planned pay and benefit shares.
      * The statutory limits (LIMT) and state unemployment rates
      * (SUTA) are the RATETBL.DAT rows in effect on January 1 of the
      * projection year, so next year's figures keyed in the fall
      * price next year; a limit with no row keeps the figure
      * SalaryCalculation compiles in. Employer Social Security
      * stops at the wage base and FUTA and SUTA at theirs, on each
      * employee's own wages. Benefits are the employer's shares of
      * the active, non-waived BENEFITS.DAT enrollments plus its HSA
      * funding off HSASCHED; the match follows the deferral the
      * DEFELECT.DAT election (or the plan default) produces, capped
      * at the deferral limit. The per-employee figures go to
      * PROJDTL.DAT; PROJRPT.DAT totals them by department with
      * company and all-company totals.
      * Return code 4 when the year's limits or SUTA rates are not on
      * the rate table, a planned hire is rejected, or the department
      * table fills; 8 when the master or an output cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROJECTION-PARM ASSIGN TO 'PROJPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL MERIT-SCENARIO-FILE ASSIGN TO 'PROJMRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERIT-STATUS.
           SELECT OPTIONAL PLANNED-HIRE-FILE ASSIGN TO 'PLANHIRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIRE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT OPTIONAL DEFERRAL-ELECTION-FILE
               ASSIGN TO 'DEFELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT OPTIONAL HSA-ELECTION-FILE ASSIGN TO 'HSAELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSA-STATUS.
           SELECT PROJECTION-DETAIL ASSIGN TO 'PROJDTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.
           SELECT PROJECTION-REPORT ASSIGN TO 'PROJRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJECTION-PARM.
       01  PROJECTION-PARM-RECORD.
           05 PJP-PROJECTION-YEAR      PIC 9(4).
           05 PJP-MERIT-MONTH          PIC 9(2).

       FD  MERIT-SCENARIO-FILE.
       01  MERIT-SCENARIO-RECORD.
           05 MRT-DEPT-CODE            PIC X(4).
           05 MRT-RATING               PIC 9(1).
           05 MRT-INCREASE-PCT         PIC 9(2)V99.

       FD  PLANNED-HIRE-FILE.
           COPY PLANHIRE.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  DEFERRAL-ELECTION-FILE.
           COPY DEFELECT.

       FD  HSA-ELECTION-FILE.
           COPY HSAELECT.

       FD  PROJECTION-DETAIL.
           COPY PROJDTL.

       FD  PROJECTION-REPORT.
       01  PROJECTION-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
           COPY SUTATBL.
           COPY STATLIM.
           COPY HSASCHED.
           COPY COMPANY.

       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-MERIT-STATUS          PIC XX.
           88 MERIT-OK                 VALUE '00'.
           88 MERIT-EOF                VALUE '10'.
       01 WS-HIRE-STATUS           PIC XX.
           88 HIRE-OK                  VALUE '00'.
           88 HIRE-EOF                 VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-BENEFIT-STATUS        PIC XX.
           88 BENEFIT-OK               VALUE '00'.
           88 BENEFIT-EOF              VALUE '10'.
       01 WS-DEF-STATUS            PIC XX.
           88 DEF-OK                   VALUE '00'.
           88 DEF-EOF                  VALUE '10'.
       01 WS-HSA-STATUS            PIC XX.
           88 HSA-OK                   VALUE '00'.
           88 HSA-EOF                  VALUE '10'.
       01 WS-DETAIL-STATUS         PIC XX.
           88 DETAIL-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01 WS-PROJECTION-YEAR       PIC 9(4).
       01 WS-MERIT-MONTH           PIC 9(2) VALUE 1.
       01 WS-RATE-DATE             PIC 9(8).
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
       01 WS-LIMITS-LOADED         PIC X VALUE 'N'.
           88 LIMITS-FROM-TABLE        VALUE 'Y'.
       01 WS-SUTA-LOADED           PIC X VALUE 'N'.
           88 SUTA-FROM-TABLE          VALUE 'Y'.
       01 WS-WARNING-FLAG          PIC X VALUE 'N'.
           88 PROJECTION-HAS-WARNINGS  VALUE 'Y'.
       01 WS-DEFAULT-COMPANY       PIC X(2) VALUE SPACES.
       01 WS-COMPANY-FOUND         PIC X.
           88 COMPANY-WAS-FOUND        VALUE 'Y'.
           88 COMPANY-NOT-FOUND        VALUE 'N'.

      * Periods in the projection year off the pay calendar, for the
      * per-period elections (flat deferrals, HSA contributions).
       01 WS-CAL-WEEKLY            PIC 9(3) VALUE 52.
       01 WS-CAL-BIWEEKLY          PIC 9(3) VALUE 26.
       01 WS-CAL-MONTHLY           PIC 9(3) VALUE 12.
       01 WS-COUNT-STATUS          PIC X.
       01 WS-ANNUAL-PERIODS        PIC 9(3).

      * Employer rates as the pay cycle applies them: Social Security
      * and Medicare as in SalaryCalculation, FUTA net of the full
      * state credit as in PayrollProcessing, and the 401k plan's
      * default deferral and match formula (100% of the first 4% of
      * pay deferred).
       01 WS-STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01 WS-FICA-RATE             PIC V9(5) VALUE .06200.
       01 WS-MEDICARE-RATE         PIC V9(5) VALUE .01450.
       01 WS-FUTA-RATE             PIC V9(5) VALUE .00600.
       01 WS-FUTA-WAGE-BASE        PIC 9(7)V99 VALUE 0007000.00.
       01 WS-401K-RATE             PIC V9(5) VALUE .05000.
       01 WS-401K-MATCH-RATE       PIC 9V9(5) VALUE 1.00000.
       01 WS-401K-MATCH-LIMIT-PCT  PIC V9(5) VALUE .04000.
       01 WS-CATCHUP-AGE           PIC 9(2) VALUE 50.
       01 WS-HSA-CATCHUP-AGE       PIC 9(2) VALUE 55.
      * Annual statutory limits - the LIMT rows in effect for the
      * year replace these; a limit with no row keeps its figure.
       01 WS-FICA-WAGE-BASE        PIC 9(7)V99 VALUE 0176100.00.
       01 WS-401K-ANNUAL-LIMIT     PIC 9(5)V99 VALUE 23500.00.
       01 WS-401K-CATCHUP-LIMIT    PIC 9(5)V99 VALUE 07500.00.
       01 WS-HSA-SELF-LIMIT        PIC 9(5)V99 VALUE 04300.00.
       01 WS-HSA-FAMILY-LIMIT      PIC 9(5)V99 VALUE 08550.00.
       01 WS-HSA-CATCHUP-LIMIT     PIC 9(5)V99 VALUE 01000.00.

       01 WS-PCT-TABLE.
           05 WS-PCT-COUNT         PIC 9(3) VALUE 0.
           05 WS-PCT-ENTRY OCCURS 100 TIMES.
               10 WS-PCT-DEPT          PIC X(4).
               10 WS-PCT-RATING        PIC 9(1).
               10 WS-PCT-INCREASE      PIC 9(2)V99.
       01 WS-PCT-SUB               PIC 9(3).
       01 WS-INCREASE-PCT          PIC 9(2)V99.
       01 WS-PCT-FOUND             PIC X.
       01 WS-MERIT-SCENARIO        PIC X VALUE 'N'.
           88 MERIT-SCENARIO-LOADED    VALUE 'Y'.

      * The one employee or planned head being priced.
       01 WS-CURRENT-ANNUAL        PIC 9(9)V99.
       01 WS-MONTHS-PAID           PIC 9(2).
       01 WS-HIRE-MONTH            PIC 9(2).
       01 WS-MERIT-MONTHS          PIC 9(2).
       01 WS-PROJ-SALARY           PIC 9(9)V99.
       01 WS-WORK-STATE            PIC X(2).
       01 WS-EE-BENEFIT            PIC 9(7)V99.
       01 WS-ER-BENEFIT            PIC 9(7)V99.
       01 WS-DEF-METHOD            PIC X(1).
       01 WS-DEF-PERCENT           PIC 9(2)V99.
       01 WS-DEF-AMOUNT            PIC 9(5)V99.
       01 WS-DEF-CATCHUP           PIC X(1).
       01 WS-HSA-PER-PERIOD        PIC 9(5)V99.
       01 WS-HSA-COVERAGE          PIC X(1).
       01 WS-HSA-CATCHUP           PIC X(1).
       01 WS-BIRTH-YYYY            PIC 9(4).
       01 WS-ATTAINED-AGE          PIC 9(3).
       01 WS-DEFERRAL              PIC 9(7)V99.
       01 WS-DEFERRAL-LIMIT        PIC 9(7)V99.
       01 WS-MATCH-BASE            PIC 9(7)V99.
       01 WS-HSA-EMPLOYEE          PIC 9(7)V99.
       01 WS-HSA-EMPLOYER          PIC 9(7)V99.
       01 WS-HSA-ROOM              PIC S9(7)V99.
       01 WS-FICA-WAGES            PIC S9(9)V99.
       01 WS-TAXABLE               PIC 9(9)V99.
       01 WS-ER-SOCIAL-SEC         PIC 9(7)V99.
       01 WS-ER-MEDICARE           PIC 9(7)V99.
       01 WS-ER-FUTA               PIC 9(7)V99.
       01 WS-ER-SUTA               PIC 9(7)V99.
       01 WS-ER-BENEFITS           PIC 9(7)V99.
       01 WS-ER-MATCH              PIC 9(7)V99.
       01 WS-HIRE-REASON           PIC X(30).

      * Projected figures by company and department: employees,
      * planned heads, then the amounts - salary (1), employer
      * Social Security (2), Medicare (3), FUTA (4), SUTA (5),
      * benefits (6), match (7) and total cost (8).
       01 WS-UNIT-TABLE.
           05 WS-UNIT-COUNT        PIC 9(3) VALUE 0.
           05 WS-UNIT-ENTRY OCCURS 501 TIMES.
               10 WS-UNIT-KEY.
                   15 WS-UNIT-COMPANY      PIC X(2).
                   15 WS-UNIT-DEPT         PIC X(4).
               10 WS-UNIT-FIGURES.
                   15 WS-UNIT-EMPLOYEES    PIC 9(5).
                   15 WS-UNIT-HIRES        PIC 9(5).
                   15 WS-UNIT-AMOUNT       PIC 9(11)V99
                                           OCCURS 8 TIMES.
       01 WS-UNIT-SUB              PIC 9(3).
       01 WS-UNIT-FOUND            PIC 9(3).
       01 WS-MOVE-SUB              PIC S9(4).
       01 WS-FIND-KEY.
           05 WS-FIND-COMPANY      PIC X(2).
           05 WS-FIND-DEPT         PIC X(4).
       01 WS-AMOUNT-SUB            PIC 9(1).

      * The line being printed, and the company and all-company
      * totals - the same layout as a unit's figures.
       01 WS-PRINT-FIGURES.
           05 WS-PRINT-EMPLOYEES   PIC 9(5).
           05 WS-PRINT-HIRES       PIC 9(5).
           05 WS-PRINT-AMOUNT      PIC 9(11)V99 OCCURS 8 TIMES.
       01 WS-CO-FIGURES.
           05 WS-CO-EMPLOYEES      PIC 9(5).
           05 WS-CO-HIRES          PIC 9(5).
           05 WS-CO-AMOUNT         PIC 9(11)V99 OCCURS 8 TIMES.
       01 WS-ALL-FIGURES.
           05 WS-ALL-EMPLOYEES     PIC 9(5).
           05 WS-ALL-HIRES         PIC 9(5).
           05 WS-ALL-AMOUNT        PIC 9(11)V99 OCCURS 8 TIMES.
       01 WS-CURRENT-COMPANY       PIC X(2).
       01 WS-LINE-LABEL            PIC X(12).

       01 WS-EMPLOYEE-COUNT        PIC 9(5) VALUE 0.
       01 WS-NO-MERIT-COUNT        PIC 9(5) VALUE 0.
       01 WS-POSITION-COUNT        PIC 9(5) VALUE 0.
       01 WS-HEADS-COUNT           PIC 9(5) VALUE 0.
       01 WS-HIRE-REJECT-COUNT     PIC 9(5) VALUE 0.

       01 Report-Data              PIC X(132).
       01 WS-PROJECTION-LINE.
           05 WS-PL-LABEL          PIC X(12).
           05 WS-PL-EMPLOYEES      PIC ZZ,ZZ9.
           05 FILLER               PIC X(1).
           05 WS-PL-HIRES          PIC ZZ,ZZ9.
           05 WS-PL-AMOUNT OCCURS 8 TIMES.
               10 FILLER               PIC X(1).
               10 WS-PL-DOLLARS        PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-MONTH-EDIT            PIC Z9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM Read-Projection-Parm
           COMPUTE WS-RATE-DATE = WS-PROJECTION-YEAR * 10000 + 0101

           OPEN OUTPUT PROJECTION-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open cost projection report, status '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROJECTION-DETAIL
           IF NOT DETAIL-OK
               DISPLAY 'Cannot open cost projection detail, status '
                   WS-DETAIL-STATUS
               CLOSE PROJECTION-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Year-Rates
           PERFORM Load-Merit-Scenario
      * Blank company codes belong to the first company on the
      * control file; no control file leaves them blank.
           CALL 'CompanyData' USING WS-DEFAULT-COMPANY COMPANY-RECORD
               WS-COMPANY-FOUND
           IF COMPANY-WAS-FOUND
               MOVE CO-CODE TO WS-DEFAULT-COMPANY
           END-IF

           MOVE SPACES TO Report-Data
           STRING '                    PAYROLL COST PROJECTION FOR '
               'YEAR ' WS-PROJECTION-YEAR '   RATES IN EFFECT '
               WS-RATE-DATE
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           IF MERIT-SCENARIO-LOADED
               MOVE WS-MERIT-MONTH TO WS-MONTH-EDIT
               STRING '                    MERIT SCENARIO PROJMRT.DAT '
                   'EFFECTIVE MONTH ' WS-MONTH-EDIT
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               MOVE '                    NO MERIT SCENARIO - CURRENT '
                   & 'RATES FOR THE FULL YEAR' TO Report-Data
           END-IF
           PERFORM Write-Report-Line
           IF NOT LIMITS-FROM-TABLE
               MOVE 'NOTE: NO LIMT ROWS IN EFFECT FOR THE YEAR - WAGE '
                   & 'BASE AND 401K/HSA LIMITS ARE THE CURRENT '
                   & 'COMPILED FIGURES' TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           IF NOT SUTA-FROM-TABLE
               MOVE 'NOTE: NO SUTA ROWS IN EFFECT FOR THE YEAR - STATE '
                   & 'UNEMPLOYMENT TAX NOT PROJECTED' TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line

           PERFORM Project-Employees
           PERFORM Project-Planned-Hires
           CLOSE PROJECTION-DETAIL

           PERFORM Print-Units

           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT
           STRING 'EMPLOYEES PROJECTED         ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           IF MERIT-SCENARIO-LOADED
               MOVE WS-NO-MERIT-COUNT TO WS-COUNT-EDIT
               STRING '  NO MERIT PERCENT FOR DEPT ' WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF
           MOVE WS-POSITION-COUNT TO WS-COUNT-EDIT
           STRING 'PLANNED POSITIONS PRICED    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-HEADS-COUNT TO WS-COUNT-EDIT
           STRING '  PLANNED HEADS             ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-HIRE-REJECT-COUNT TO WS-COUNT-EDIT
           STRING 'PLANNED POSITIONS REJECTED  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           CLOSE PROJECTION-REPORT
           DISPLAY 'Cost projection ' WS-PROJECTION-YEAR ': '
               WS-EMPLOYEE-COUNT ' employees, ' WS-HEADS-COUNT
               ' planned heads, ' WS-HIRE-REJECT-COUNT
               ' planned positions rejected'
           IF PROJECTION-HAS-WARNINGS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Projection-Parm.
      * Default: next calendar year, merit from January.
           COMPUTE WS-PROJECTION-YEAR = WS-TODAY-YEAR + 1
           OPEN INPUT PROJECTION-PARM
           IF PARM-OK
               READ PROJECTION-PARM
                   NOT AT END
                       IF PJP-PROJECTION-YEAR IS NUMERIC AND
                           PJP-PROJECTION-YEAR > 0
                           MOVE PJP-PROJECTION-YEAR
                               TO WS-PROJECTION-YEAR
                       END-IF
                       IF PJP-MERIT-MONTH IS NUMERIC AND
                           PJP-MERIT-MONTH >= 1 AND
                           PJP-MERIT-MONTH <= 12
                           MOVE PJP-MERIT-MONTH TO WS-MERIT-MONTH
                       END-IF
               END-READ
           END-IF
           CLOSE PROJECTION-PARM.

       Load-Year-Rates.
           CALL 'PeriodCount' USING WS-PROJECTION-YEAR WS-CAL-WEEKLY
               WS-CAL-BIWEEKLY WS-CAL-MONTHLY WS-COUNT-STATUS
           MOVE 'LIMT' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-RATE-DATE
               STAT-LIMIT-TABLE WS-LOAD-STATUS
           IF WS-TABLE-LOAD-OK AND STAT-LIMIT-COUNT > 0
               SET LIMITS-FROM-TABLE TO TRUE
               PERFORM Apply-Statutory-Limits
           ELSE
               DISPLAY 'No LIMT rows in effect ' WS-RATE-DATE
                   ', compiled limits used'
               SET PROJECTION-HAS-WARNINGS TO TRUE
           END-IF
           MOVE 'SUTA' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-RATE-DATE
               SUTA-TABLE WS-LOAD-STATUS
           IF WS-TABLE-LOAD-OK AND SUTA-COUNT > 0
               SET SUTA-FROM-TABLE TO TRUE
           ELSE
               MOVE 0 TO SUTA-COUNT
               DISPLAY 'No SUTA rows in effect ' WS-RATE-DATE
                   ', state unemployment not projected'
               SET PROJECTION-HAS-WARNINGS TO TRUE
           END-IF.

      * Only the limits the projection prices with are taken; the
      * others on the table are the pay cycle's business.
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
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       Load-Merit-Scenario.
           OPEN INPUT MERIT-SCENARIO-FILE
           IF MERIT-OK
               PERFORM UNTIL MERIT-EOF
                   READ MERIT-SCENARIO-FILE
                       AT END
                           SET MERIT-EOF TO TRUE
                       NOT AT END
                           IF WS-PCT-COUNT < 100
                               ADD 1 TO WS-PCT-COUNT
                               MOVE MRT-DEPT-CODE
                                   TO WS-PCT-DEPT (WS-PCT-COUNT)
                               MOVE MRT-RATING
                                   TO WS-PCT-RATING (WS-PCT-COUNT)
                               MOVE MRT-INCREASE-PCT
                                   TO WS-PCT-INCREASE (WS-PCT-COUNT)
                           ELSE
                               DISPLAY 'Merit scenario table full, '
                                   MRT-DEPT-CODE ' ' MRT-RATING
                                   ' ignored'
                               SET PROJECTION-HAS-WARNINGS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MERIT-SCENARIO-FILE
           IF WS-PCT-COUNT > 0
               SET MERIT-SCENARIO-LOADED TO TRUE
           END-IF.

       Project-Employees.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 'EMPLOYEE MASTER COULD NOT BE READ - PROJECTION '
                   & 'NOT PRODUCED' TO Report-Data
               PERFORM Write-Report-Line
               CLOSE PROJECTION-DETAIL
               CLOSE PROJECTION-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF NOT EMP-STATUS-TERMINATED AND
                           EMP-HIRE-DATE (1:4) <= WS-PROJECTION-YEAR
                           PERFORM Project-One-Employee
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       Project-One-Employee.
           ADD 1 TO WS-EMPLOYEE-COUNT
           IF EMP-PAY-HOURLY
               COMPUTE WS-CURRENT-ANNUAL ROUNDED =
                   EMP-HOURLY-RATE * WS-STANDARD-ANNUAL-HOURS
               MOVE WS-CAL-WEEKLY TO WS-ANNUAL-PERIODS
           ELSE
               MOVE EMP-SALARY TO WS-CURRENT-ANNUAL
               EVALUATE TRUE
                   WHEN EMP-PAY-WEEKLY
                       MOVE WS-CAL-WEEKLY TO WS-ANNUAL-PERIODS
                   WHEN EMP-PAY-BIWEEKLY
                       MOVE WS-CAL-BIWEEKLY TO WS-ANNUAL-PERIODS
                   WHEN OTHER
                       MOVE WS-CAL-MONTHLY TO WS-ANNUAL-PERIODS
               END-EVALUATE
           END-IF
      * Hired into the projection year: paid from the hire month.
           MOVE 12 TO WS-MONTHS-PAID
           IF EMP-HIRE-DATE (1:4) = WS-PROJECTION-YEAR
               MOVE EMP-HIRE-DATE (5:2) TO WS-HIRE-MONTH
               COMPUTE WS-MONTHS-PAID = 13 - WS-HIRE-MONTH
           END-IF

      * The merit raises the rate from the merit month (or the hire
      * month, if later) to the end of the year.
           MOVE 0 TO WS-INCREASE-PCT
           IF MERIT-SCENARIO-LOADED
               PERFORM Find-Merit-Percent
           END-IF
           IF WS-MONTHS-PAID < 13 - WS-MERIT-MONTH
               MOVE WS-MONTHS-PAID TO WS-MERIT-MONTHS
           ELSE
               COMPUTE WS-MERIT-MONTHS = 13 - WS-MERIT-MONTH
           END-IF
           COMPUTE WS-PROJ-SALARY ROUNDED =
               WS-CURRENT-ANNUAL * WS-MONTHS-PAID / 12
               + WS-CURRENT-ANNUAL * WS-INCREASE-PCT / 100
                   * WS-MERIT-MONTHS / 12

           MOVE EMP-WORK-STATE TO WS-WORK-STATE
           PERFORM Sum-Benefit-Elections
           PERFORM Find-Deferral-Election
           PERFORM Find-Hsa-Election
           PERFORM Price-Employer-Cost

           MOVE SPACES TO COST-PROJECTION-RECORD
           MOVE WS-PROJECTION-YEAR TO PJD-PROJECTION-YEAR
           SET PJD-FROM-EMPLOYEE TO TRUE
           MOVE EMP-ID TO PJD-EMPLOYEE-ID
           MOVE EMP-COMPANY-CODE TO PJD-COMPANY-CODE
           IF EMP-COMPANY-CODE = SPACES
               MOVE WS-DEFAULT-COMPANY TO PJD-COMPANY-CODE
           END-IF
           MOVE EMP-DEPT-CODE TO PJD-DEPT-CODE
           MOVE EMP-WORK-STATE TO PJD-WORK-STATE
           IF EMP-PAY-HOURLY
               SET PJD-HOURLY TO TRUE
           ELSE
               SET PJD-SALARIED TO TRUE
           END-IF
           MOVE 1 TO PJD-HEADCOUNT
           MOVE WS-INCREASE-PCT TO PJD-MERIT-PCT
           PERFORM Finish-Detail-Record
           IF WS-UNIT-FOUND > 0
               ADD 1 TO WS-UNIT-EMPLOYEES (WS-UNIT-FOUND)
           END-IF.

       Find-Merit-Percent.
           MOVE 'N' TO WS-PCT-FOUND
           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1
               UNTIL WS-PCT-SUB > WS-PCT-COUNT
               IF WS-PCT-DEPT (WS-PCT-SUB) = EMP-DEPT-CODE AND
                   WS-PCT-RATING (WS-PCT-SUB)
                       = EMP-PERFORMANCE-RATING
                   MOVE WS-PCT-INCREASE (WS-PCT-SUB)
                       TO WS-INCREASE-PCT
                   MOVE 'Y' TO WS-PCT-FOUND
               END-IF
           END-PERFORM
           IF WS-PCT-FOUND = 'N'
               ADD 1 TO WS-NO-MERIT-COUNT
           END-IF.

      * The employee's active, non-waived enrollments, at annual
      * scale, for the months paid.
       Sum-Benefit-Elections.
           MOVE 0 TO WS-EE-BENEFIT
           MOVE 0 TO WS-ER-BENEFIT
           OPEN INPUT BENEFIT-FILE
           IF BENEFIT-OK
               PERFORM UNTIL BENEFIT-EOF
                   READ BENEFIT-FILE
                       AT END
                           SET BENEFIT-EOF TO TRUE
                       NOT AT END
                           IF BEN-EMPLOYEE-ID = EMP-ID
                               AND BEN-ENROLLED
                               AND NOT BEN-TIER-WAIVED
                               ADD BEN-EMPLOYEE-ANNUAL
                                   TO WS-EE-BENEFIT
                               ADD BEN-EMPLOYER-ANNUAL
                                   TO WS-ER-BENEFIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BENEFIT-FILE
           IF WS-MONTHS-PAID < 12
               COMPUTE WS-EE-BENEFIT ROUNDED =
                   WS-EE-BENEFIT * WS-MONTHS-PAID / 12
               COMPUTE WS-ER-BENEFIT ROUNDED =
                   WS-ER-BENEFIT * WS-MONTHS-PAID / 12
           END-IF.

      * No active election means the plan default rate. Catch-up
      * goes to an employee who reaches 50 by the end of the year.
       Find-Deferral-Election.
           MOVE SPACES TO WS-DEF-METHOD
           MOVE 0 TO WS-DEF-PERCENT
           MOVE 0 TO WS-DEF-AMOUNT
           MOVE 'N' TO WS-DEF-CATCHUP
           OPEN INPUT DEFERRAL-ELECTION-FILE
           IF DEF-OK
               PERFORM UNTIL DEF-EOF
                   READ DEFERRAL-ELECTION-FILE
                       AT END
                           SET DEF-EOF TO TRUE
                       NOT AT END
                           IF DEF-EMPLOYEE-ID = EMP-ID
                               AND DEF-ELECTION-ACTIVE
                               MOVE DEF-METHOD TO WS-DEF-METHOD
                               MOVE DEF-PERCENT TO WS-DEF-PERCENT
                               MOVE DEF-AMOUNT TO WS-DEF-AMOUNT
                               MOVE 'N' TO WS-DEF-CATCHUP
                               IF DEF-BIRTH-DATE > 0
                                   MOVE DEF-BIRTH-DATE (1:4)
                                       TO WS-BIRTH-YYYY
                                   COMPUTE WS-ATTAINED-AGE =
                                       WS-PROJECTION-YEAR
                                       - WS-BIRTH-YYYY
                                   IF WS-ATTAINED-AGE
                                           >= WS-CATCHUP-AGE
                                       MOVE 'Y' TO WS-DEF-CATCHUP
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEFERRAL-ELECTION-FILE.

      * No active election means no HSA, employee or employer.
      * Catch-up goes to an employee who reaches 55 by year end.
       Find-Hsa-Election.
           MOVE 0 TO WS-HSA-PER-PERIOD
           MOVE SPACES TO WS-HSA-COVERAGE
           MOVE 'N' TO WS-HSA-CATCHUP
           OPEN INPUT HSA-ELECTION-FILE
           IF HSA-OK
               PERFORM UNTIL HSA-EOF
                   READ HSA-ELECTION-FILE
                       AT END
                           SET HSA-EOF TO TRUE
                       NOT AT END
                           IF HSA-EMPLOYEE-ID = EMP-ID
                               AND HSA-ELECTION-ACTIVE
                               AND (HSA-SELF-ONLY OR HSA-FAMILY)
                               MOVE HSA-PER-PERIOD
                                   TO WS-HSA-PER-PERIOD
                               MOVE HSA-COVERAGE TO WS-HSA-COVERAGE
                               MOVE 'N' TO WS-HSA-CATCHUP
                               IF HSA-BIRTH-DATE > 0
                                   MOVE HSA-BIRTH-DATE (1:4)
                                       TO WS-BIRTH-YYYY
                                   COMPUTE WS-ATTAINED-AGE =
                                       WS-PROJECTION-YEAR
                                       - WS-BIRTH-YYYY
                                   IF WS-ATTAINED-AGE
                                           >= WS-HSA-CATCHUP-AGE
                                       MOVE 'Y' TO WS-HSA-CATCHUP
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HSA-ELECTION-FILE.

      * Employer cost of one head for the months paid, from the
      * projected salary, benefit shares and elections above.
       Price-Employer-Cost.
      * 401k deferral and the match it earns, the deferral held to
      * the year's limit (plus catch-up when eligible).
           EVALUATE WS-DEF-METHOD
               WHEN 'P'
                   COMPUTE WS-DEFERRAL ROUNDED =
                       WS-PROJ-SALARY * WS-DEF-PERCENT / 100
               WHEN 'A'
                   COMPUTE WS-DEFERRAL ROUNDED =
                       WS-DEF-AMOUNT * WS-ANNUAL-PERIODS
                           * WS-MONTHS-PAID / 12
               WHEN 'S'
                   MOVE 0 TO WS-DEFERRAL
               WHEN OTHER
                   COMPUTE WS-DEFERRAL ROUNDED =
                       WS-PROJ-SALARY * WS-401K-RATE
           END-EVALUATE
           MOVE WS-401K-ANNUAL-LIMIT TO WS-DEFERRAL-LIMIT
           IF WS-DEF-CATCHUP = 'Y'
               ADD WS-401K-CATCHUP-LIMIT TO WS-DEFERRAL-LIMIT
           END-IF
           IF WS-DEFERRAL > WS-DEFERRAL-LIMIT
               MOVE WS-DEFERRAL-LIMIT TO WS-DEFERRAL
           END-IF
           COMPUTE WS-MATCH-BASE ROUNDED =
               WS-PROJ-SALARY * WS-401K-MATCH-LIMIT-PCT
           IF WS-DEFERRAL < WS-MATCH-BASE
               MOVE WS-DEFERRAL TO WS-MATCH-BASE
           END-IF
           COMPUTE WS-ER-MATCH ROUNDED =
               WS-MATCH-BASE * WS-401K-MATCH-RATE

      * HSA: the employer's seed and annual funding come first; the
      * employee's contributions fill what the limit leaves.
           MOVE 0 TO WS-HSA-EMPLOYER
           MOVE 0 TO WS-HSA-EMPLOYEE
           MOVE 0 TO WS-HSA-ROOM
           IF WS-HSA-COVERAGE = 'S' OR WS-HSA-COVERAGE = 'F'
               SET HSA-SCHED-IDX TO 1
               SEARCH HSA-SCHED-ENTRY
                   AT END
                       CONTINUE
                   WHEN HSA-SCHED-COVERAGE (HSA-SCHED-IDX) =
                           WS-HSA-COVERAGE
                       COMPUTE WS-HSA-EMPLOYER ROUNDED =
                           HSA-SCHED-SEED (HSA-SCHED-IDX)
                           + HSA-SCHED-ANNUAL (HSA-SCHED-IDX)
                               * WS-MONTHS-PAID / 12
               END-SEARCH
               IF WS-HSA-COVERAGE = 'S'
                   MOVE WS-HSA-SELF-LIMIT TO WS-HSA-ROOM
               ELSE
                   MOVE WS-HSA-FAMILY-LIMIT TO WS-HSA-ROOM
               END-IF
               IF WS-HSA-CATCHUP = 'Y'
                   ADD WS-HSA-CATCHUP-LIMIT TO WS-HSA-ROOM
               END-IF
               IF WS-HSA-EMPLOYER > WS-HSA-ROOM
                   MOVE WS-HSA-ROOM TO WS-HSA-EMPLOYER
               END-IF
               SUBTRACT WS-HSA-EMPLOYER FROM WS-HSA-ROOM
               COMPUTE WS-HSA-EMPLOYEE ROUNDED =
                   WS-HSA-PER-PERIOD * WS-ANNUAL-PERIODS
                       * WS-MONTHS-PAID / 12
               IF WS-HSA-EMPLOYEE > WS-HSA-ROOM
                   MOVE WS-HSA-ROOM TO WS-HSA-EMPLOYEE
               END-IF
           END-IF
           COMPUTE WS-ER-BENEFITS = WS-ER-BENEFIT + WS-HSA-EMPLOYER

      * Social Security and Medicare on the FICA wages - pay less the
      * pre-tax benefit premium and HSA contribution - Social
      * Security only up to the wage base.
           COMPUTE WS-FICA-WAGES =
               WS-PROJ-SALARY - WS-EE-BENEFIT - WS-HSA-EMPLOYEE
           IF WS-FICA-WAGES < 0
               MOVE 0 TO WS-FICA-WAGES
           END-IF
           MOVE WS-FICA-WAGES TO WS-TAXABLE
           IF WS-TAXABLE > WS-FICA-WAGE-BASE
               MOVE WS-FICA-WAGE-BASE TO WS-TAXABLE
           END-IF
           COMPUTE WS-ER-SOCIAL-SEC ROUNDED = WS-TAXABLE * WS-FICA-RATE
           COMPUTE WS-ER-MEDICARE ROUNDED =
               WS-FICA-WAGES * WS-MEDICARE-RATE

      * FUTA and SUTA on the pay up to each wage base; a work state
      * with no SUTA row accrues none.
           MOVE WS-PROJ-SALARY TO WS-TAXABLE
           IF WS-TAXABLE > WS-FUTA-WAGE-BASE
               MOVE WS-FUTA-WAGE-BASE TO WS-TAXABLE
           END-IF
           COMPUTE WS-ER-FUTA ROUNDED = WS-TAXABLE * WS-FUTA-RATE
           MOVE 0 TO WS-ER-SUTA
           IF WS-WORK-STATE NOT = SPACES AND SUTA-COUNT > 0
               SET SUTA-IDX TO 1
               SEARCH SUTA-ENTRY
                   AT END
                       CONTINUE
                   WHEN SUTA-IDX > SUTA-COUNT
                       CONTINUE
                   WHEN SUTA-STATE-CODE (SUTA-IDX) = WS-WORK-STATE
                       MOVE WS-PROJ-SALARY TO WS-TAXABLE
                       IF WS-TAXABLE > SUTA-WAGE-BASE (SUTA-IDX)
                           MOVE SUTA-WAGE-BASE (SUTA-IDX)
                               TO WS-TAXABLE
                       END-IF
                       COMPUTE WS-ER-SUTA ROUNDED =
                           WS-TAXABLE * SUTA-RATE (SUTA-IDX)
               END-SEARCH
           END-IF.

      * Fills the figures common to both sources, writes the detail
      * record and adds it into its department.
       Finish-Detail-Record.
           MOVE WS-MONTHS-PAID TO PJD-MONTHS
           COMPUTE PJD-CURRENT-ANNUAL =
               WS-CURRENT-ANNUAL * PJD-HEADCOUNT
           COMPUTE PJD-SALARY = WS-PROJ-SALARY * PJD-HEADCOUNT
           COMPUTE PJD-ER-SOCIAL-SEC =
               WS-ER-SOCIAL-SEC * PJD-HEADCOUNT
           COMPUTE PJD-ER-MEDICARE = WS-ER-MEDICARE * PJD-HEADCOUNT
           COMPUTE PJD-FUTA = WS-ER-FUTA * PJD-HEADCOUNT
           COMPUTE PJD-SUTA = WS-ER-SUTA * PJD-HEADCOUNT
           COMPUTE PJD-BENEFITS = WS-ER-BENEFITS * PJD-HEADCOUNT
           COMPUTE PJD-MATCH = WS-ER-MATCH * PJD-HEADCOUNT
           COMPUTE PJD-TOTAL-COST = PJD-SALARY + PJD-ER-SOCIAL-SEC
               + PJD-ER-MEDICARE + PJD-FUTA + PJD-SUTA
               + PJD-BENEFITS + PJD-MATCH
           WRITE COST-PROJECTION-RECORD

           MOVE PJD-COMPANY-CODE TO WS-FIND-COMPANY
           MOVE PJD-DEPT-CODE TO WS-FIND-DEPT
           IF WS-FIND-DEPT = SPACES
               MOVE '****' TO WS-FIND-DEPT
           END-IF
           PERFORM Find-Unit
           IF WS-UNIT-FOUND > 0
               ADD PJD-SALARY TO WS-UNIT-AMOUNT (WS-UNIT-FOUND 1)
               ADD PJD-ER-SOCIAL-SEC
                   TO WS-UNIT-AMOUNT (WS-UNIT-FOUND 2)
               ADD PJD-ER-MEDICARE TO WS-UNIT-AMOUNT (WS-UNIT-FOUND 3)
               ADD PJD-FUTA TO WS-UNIT-AMOUNT (WS-UNIT-FOUND 4)
               ADD PJD-SUTA TO WS-UNIT-AMOUNT (WS-UNIT-FOUND 5)
               ADD PJD-BENEFITS TO WS-UNIT-AMOUNT (WS-UNIT-FOUND 6)
               ADD PJD-MATCH TO WS-UNIT-AMOUNT (WS-UNIT-FOUND 7)
               ADD PJD-TOTAL-COST TO WS-UNIT-AMOUNT (WS-UNIT-FOUND 8)
           END-IF.

       Find-Unit.
           MOVE 0 TO WS-UNIT-FOUND
           MOVE 1 TO WS-UNIT-SUB
           PERFORM UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
                   OR WS-UNIT-KEY (WS-UNIT-SUB) >= WS-FIND-KEY
               ADD 1 TO WS-UNIT-SUB
           END-PERFORM
           IF WS-UNIT-SUB <= WS-UNIT-COUNT AND
               WS-UNIT-KEY (WS-UNIT-SUB) = WS-FIND-KEY
               MOVE WS-UNIT-SUB TO WS-UNIT-FOUND
           ELSE
               IF WS-UNIT-COUNT < 500
                   PERFORM VARYING WS-MOVE-SUB FROM WS-UNIT-COUNT
                       BY -1 UNTIL WS-MOVE-SUB < WS-UNIT-SUB
                       MOVE WS-UNIT-ENTRY (WS-MOVE-SUB)
                           TO WS-UNIT-ENTRY (WS-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-FIND-KEY TO WS-UNIT-KEY (WS-UNIT-SUB)
                   INITIALIZE WS-UNIT-FIGURES (WS-UNIT-SUB)
                   MOVE WS-UNIT-SUB TO WS-UNIT-FOUND
               ELSE
                   DISPLAY 'Department table full, ' WS-FIND-KEY
                       ' not totalled'
                   SET PROJECTION-HAS-WARNINGS TO TRUE
               END-IF
           END-IF.

      * Open positions. A position that cannot be priced is listed
      * with the reason and left out of the totals.
       Project-Planned-Hires.
           OPEN INPUT PLANNED-HIRE-FILE
           IF HIRE-OK
               MOVE 'PLANNED POSITIONS NOT PRICED' TO Report-Data
               PERFORM Write-Report-Line
               PERFORM UNTIL HIRE-EOF
                   READ PLANNED-HIRE-FILE
                       AT END
                           SET HIRE-EOF TO TRUE
                       NOT AT END
                           PERFORM Project-One-Hire
                   END-READ
               END-PERFORM
               IF WS-HIRE-REJECT-COUNT = 0
                   MOVE '  NONE' TO Report-Data
                   PERFORM Write-Report-Line
               END-IF
               MOVE SPACES TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           CLOSE PLANNED-HIRE-FILE.

       Project-One-Hire.
           MOVE SPACES TO WS-HIRE-REASON
           EVALUATE TRUE
               WHEN PLH-START-MONTH IS NOT NUMERIC OR
                   PLH-START-MONTH < 1 OR PLH-START-MONTH > 12
                   MOVE 'START MONTH NOT 01-12' TO WS-HIRE-REASON
               WHEN PLH-HEADCOUNT IS NOT NUMERIC OR
                   PLH-HEADCOUNT = 0
                   MOVE 'HEADCOUNT MISSING' TO WS-HIRE-REASON
               WHEN NOT PLH-SALARIED AND NOT PLH-HOURLY
                   MOVE 'PAY BASIS NOT S OR H' TO WS-HIRE-REASON
               WHEN PLH-SALARIED AND
                   (PLH-ANNUAL-SALARY IS NOT NUMERIC OR
                    PLH-ANNUAL-SALARY = 0)
                   MOVE 'ANNUAL SALARY MISSING' TO WS-HIRE-REASON
               WHEN PLH-HOURLY AND
                   (PLH-HOURLY-RATE IS NOT NUMERIC OR
                    PLH-HOURLY-RATE = 0)
                   MOVE 'HOURLY RATE MISSING' TO WS-HIRE-REASON
               WHEN PLH-EMPLOYER-BENEFIT IS NOT NUMERIC OR
                   PLH-EMPLOYEE-BENEFIT IS NOT NUMERIC
                   MOVE 'BENEFIT SHARE NOT NUMERIC' TO WS-HIRE-REASON
               WHEN OTHER
                   CALL 'CompanyData' USING PLH-COMPANY-CODE
                       COMPANY-RECORD WS-COMPANY-FOUND
                   IF COMPANY-WAS-FOUND
                       MOVE CO-CODE TO PLH-COMPANY-CODE
                   ELSE
                       IF PLH-COMPANY-CODE NOT = SPACES
                           MOVE 'COMPANY NOT ON CONTROL FILE'
                               TO WS-HIRE-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-HIRE-REASON NOT = SPACES
               ADD 1 TO WS-HIRE-REJECT-COUNT
               SET PROJECTION-HAS-WARNINGS TO TRUE
               MOVE SPACES TO Report-Data
               STRING '  ' PLH-POSITION-ID '  ' PLH-COMPANY-CODE ' '
                   PLH-DEPT-CODE '  ' WS-HIRE-REASON
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           ELSE
               PERFORM Price-One-Hire
           END-IF.

      * A planned head is priced like an employee with no elections
      * yet: the plan's default deferral, no HSA, and the planned
      * benefit shares; no merit in the year of hire.
       Price-One-Hire.
           ADD 1 TO WS-POSITION-COUNT
           ADD PLH-HEADCOUNT TO WS-HEADS-COUNT
           IF PLH-HOURLY
               COMPUTE WS-CURRENT-ANNUAL ROUNDED =
                   PLH-HOURLY-RATE * WS-STANDARD-ANNUAL-HOURS
               MOVE WS-CAL-WEEKLY TO WS-ANNUAL-PERIODS
           ELSE
               MOVE PLH-ANNUAL-SALARY TO WS-CURRENT-ANNUAL
               MOVE WS-CAL-MONTHLY TO WS-ANNUAL-PERIODS
           END-IF
           COMPUTE WS-MONTHS-PAID = 13 - PLH-START-MONTH
           COMPUTE WS-PROJ-SALARY ROUNDED =
               WS-CURRENT-ANNUAL * WS-MONTHS-PAID / 12
           COMPUTE WS-EE-BENEFIT ROUNDED =
               PLH-EMPLOYEE-BENEFIT * WS-MONTHS-PAID / 12
           COMPUTE WS-ER-BENEFIT ROUNDED =
               PLH-EMPLOYER-BENEFIT * WS-MONTHS-PAID / 12
           MOVE SPACES TO WS-DEF-METHOD
           MOVE 'N' TO WS-DEF-CATCHUP
           MOVE 0 TO WS-HSA-PER-PERIOD
           MOVE SPACES TO WS-HSA-COVERAGE
           MOVE 'N' TO WS-HSA-CATCHUP
           MOVE PLH-WORK-STATE TO WS-WORK-STATE
           PERFORM Price-Employer-Cost

           MOVE SPACES TO COST-PROJECTION-RECORD
           MOVE WS-PROJECTION-YEAR TO PJD-PROJECTION-YEAR
           SET PJD-FROM-PLANNED-HIRE TO TRUE
           MOVE 0 TO PJD-EMPLOYEE-ID
           MOVE PLH-POSITION-ID TO PJD-POSITION-ID
           MOVE PLH-COMPANY-CODE TO PJD-COMPANY-CODE
           IF PLH-COMPANY-CODE = SPACES
               MOVE WS-DEFAULT-COMPANY TO PJD-COMPANY-CODE
           END-IF
           MOVE PLH-DEPT-CODE TO PJD-DEPT-CODE
           MOVE PLH-WORK-STATE TO PJD-WORK-STATE
           MOVE PLH-PAY-BASIS TO PJD-PAY-BASIS
           MOVE PLH-HEADCOUNT TO PJD-HEADCOUNT
           MOVE 0 TO PJD-MERIT-PCT
           PERFORM Finish-Detail-Record
           IF WS-UNIT-FOUND > 0
               ADD PLH-HEADCOUNT TO WS-UNIT-HIRES (WS-UNIT-FOUND)
           END-IF.

       Print-Units.
           MOVE '                  PLANNED   PROJECTED    EMPLOYER'
               & '    EMPLOYER                                      '
               & '                 TOTAL' TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'CO DEPT  EMPLOYEES  HEADS      SALARY     SOC SEC'
               & '    MEDICARE        FUTA        SUTA    BENEFITS'
               & '       MATCH        COST' TO Report-Data
           PERFORM Write-Report-Line
           INITIALIZE WS-ALL-FIGURES
           IF WS-UNIT-COUNT = 0
               MOVE 'NOTHING TO PROJECT' TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               MOVE WS-UNIT-COMPANY (1) TO WS-CURRENT-COMPANY
               INITIALIZE WS-CO-FIGURES
           END-IF
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               IF WS-UNIT-COMPANY (WS-UNIT-SUB) NOT = WS-CURRENT-COMPANY
                   PERFORM Print-Company-Total
                   MOVE WS-UNIT-COMPANY (WS-UNIT-SUB)
                       TO WS-CURRENT-COMPANY
                   INITIALIZE WS-CO-FIGURES
               END-IF
               MOVE WS-UNIT-FIGURES (WS-UNIT-SUB) TO WS-PRINT-FIGURES
               MOVE SPACES TO WS-LINE-LABEL
               STRING WS-UNIT-COMPANY (WS-UNIT-SUB) ' '
                   WS-UNIT-DEPT (WS-UNIT-SUB)
                   DELIMITED BY SIZE INTO WS-LINE-LABEL
               PERFORM Print-Projection-Line
               ADD WS-PRINT-EMPLOYEES TO WS-CO-EMPLOYEES
               ADD WS-PRINT-HIRES TO WS-CO-HIRES
               PERFORM VARYING WS-AMOUNT-SUB FROM 1 BY 1
                   UNTIL WS-AMOUNT-SUB > 8
                   ADD WS-PRINT-AMOUNT (WS-AMOUNT-SUB)
                       TO WS-CO-AMOUNT (WS-AMOUNT-SUB)
               END-PERFORM
           END-PERFORM
           IF WS-UNIT-COUNT > 0
               PERFORM Print-Company-Total
               MOVE WS-ALL-FIGURES TO WS-PRINT-FIGURES
               MOVE 'ALL COMPANY' TO WS-LINE-LABEL
               PERFORM Print-Projection-Line
           END-IF.

       Print-Company-Total.
           MOVE WS-CO-FIGURES TO WS-PRINT-FIGURES
           MOVE SPACES TO WS-LINE-LABEL
           STRING WS-CURRENT-COMPANY ' TOTAL'
               DELIMITED BY SIZE INTO WS-LINE-LABEL
           PERFORM Print-Projection-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           ADD WS-CO-EMPLOYEES TO WS-ALL-EMPLOYEES
           ADD WS-CO-HIRES TO WS-ALL-HIRES
           PERFORM VARYING WS-AMOUNT-SUB FROM 1 BY 1
               UNTIL WS-AMOUNT-SUB > 8
               ADD WS-CO-AMOUNT (WS-AMOUNT-SUB)
                   TO WS-ALL-AMOUNT (WS-AMOUNT-SUB)
           END-PERFORM.

       Print-Projection-Line.
           MOVE SPACES TO WS-PROJECTION-LINE
           MOVE WS-LINE-LABEL TO WS-PL-LABEL
           MOVE WS-PRINT-EMPLOYEES TO WS-PL-EMPLOYEES
           MOVE WS-PRINT-HIRES TO WS-PL-HIRES
           PERFORM VARYING WS-AMOUNT-SUB FROM 1 BY 1
               UNTIL WS-AMOUNT-SUB > 8
               MOVE WS-PRINT-AMOUNT (WS-AMOUNT-SUB)
                   TO WS-PL-DOLLARS (WS-AMOUNT-SUB)
           END-PERFORM
           MOVE WS-PROJECTION-LINE TO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE PROJECTION-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM CostProjection.
