       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetVariance.
      * Monthly department payroll budget versus actual, for Finance
      * and the department heads. BUDVPRM.DAT names the month
      * (YYYYMM) and the overtime and headcount tolerances in
      * percent; with no parm card the report is of the month before
      * the run date, and a tolerance left zero is 10.0 percent.
      * The budget is BUDGET.DAT as BudgetLoad left it; the month's
      * fiscal year and fiscal month come from the budget rows for
      * the month, and year to date runs from the fiscal year's
      * first month. Actuals are the department cost GLExtract keeps
      * on DEPTACT.DAT for every live posting, placed in the month
      * by check date, so they tie to what was booked. Where a
      * regular-cycle range was posted again for the same period
      * only its latest posting counts; the off-cycle runs (final
      * pay, bonus, manual checks, adjustments, severance) all add
      * in. Actual headcount is the employees paid on the regular
      * cycle in their own department, averaged over the regular
      * pay periods in the month or year to date; budgeted headcount
      * is averaged over the fiscal months.
      * Every company and department budgeted or charged gets a
      * block of headcount, salary, overtime, bonus, employer cost
      * and total dollars: month budget, actual, variance and
      * variance percent, then the same year to date. Variance is
      * actual less budget, so a positive figure is over budget.
      * Overtime and headcount over budget by more than their
      * tolerance are flagged on the line and listed again at the
      * end. Company totals and a total for all companies follow.
      * Return code 4 when there is no budget for the month, no
      * actuals file, or a work table fills; 8 when the report
      * cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-VARIANCE-PARM ASSIGN TO 'BUDVPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO 'BUDGET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT OPTIONAL DEPT-ACTUAL-FILE ASSIGN TO 'DEPTACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTACT-STATUS.
           SELECT BUDGET-VARIANCE-REPORT ASSIGN TO 'BUDVAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-VARIANCE-PARM.
       01  BUDGET-VARIANCE-PARM-RECORD.
           05 BVP-REPORT-MONTH         PIC 9(6).
           05 BVP-OT-TOLERANCE         PIC 9(3)V9.
           05 BVP-HC-TOLERANCE         PIC 9(3)V9.

       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  DEPT-ACTUAL-FILE.
           COPY DEPTACT.

       FD  BUDGET-VARIANCE-REPORT.
       01  BUDGET-VARIANCE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-BUDGET-STATUS         PIC XX.
           88 BUDGET-OK                VALUE '00'.
           88 BUDGET-EOF               VALUE '10'.
       01 WS-DEPTACT-STATUS        PIC XX.
           88 DEPTACT-OK               VALUE '00'.
           88 DEPTACT-EOF              VALUE '10'.
           88 DEPTACT-NOT-PRESENT      VALUE '05'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01 WS-REPORT-MONTH          PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR       PIC 9(4).
           05 WS-REPORT-MM         PIC 9(2).
       01 WS-OT-TOLERANCE          PIC 9(3)V9 VALUE 10.0.
       01 WS-HC-TOLERANCE          PIC 9(3)V9 VALUE 10.0.
       01 WS-FISCAL-YEAR           PIC 9(4) VALUE 0.
       01 WS-FISCAL-MONTH          PIC 9(2) VALUE 0.
       01 WS-YTD-FROM-MONTH        PIC 9(6).
       01 WS-MONTH-ORDINAL         PIC 9(6).
       01 WS-YTD-FROM-YEAR         PIC 9(4).
       01 WS-YTD-FROM-MM           PIC 9(2).
       01 WS-CHECK-MONTH           PIC 9(6).
       01 WS-WARNING-FLAG          PIC X VALUE 'N'.
           88 VARIANCE-HAS-WARNINGS    VALUE 'Y'.

      * Figures for a unit: for the month (1) and year to date (2),
      * budget and actual for headcount (1), salary (2), overtime
      * (3), bonus (4) and employer cost (5). Actual headcount is
      * held as employees paid summed over the regular periods, and
      * budgeted year-to-date headcount as the months' sum, until
      * the line is printed.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-COUNT        PIC 9(3) VALUE 0.
           05 WS-UNIT-ENTRY OCCURS 501 TIMES.
               10 WS-UNIT-KEY.
                   15 WS-UNIT-COMPANY      PIC X(2).
                   15 WS-UNIT-DEPT         PIC X(4).
               10 WS-UNIT-FIGURES.
                   15 WS-UNIT-SCOPE OCCURS 2 TIMES.
                       20 WS-UNIT-BUDGET       PIC 9(11)V99
                                               OCCURS 5 TIMES.
                       20 WS-UNIT-ACTUAL       PIC 9(11)V99
                                               OCCURS 5 TIMES.
       01 WS-UNIT-SUB              PIC 9(3).
       01 WS-UNIT-FOUND            PIC 9(3).
       01 WS-MOVE-SUB              PIC S9(4).
       01 WS-FIND-KEY.
           05 WS-FIND-COMPANY      PIC X(2).
           05 WS-FIND-DEPT         PIC X(4).

      * The figures of the block being printed, and the company and
      * all-company totals built from them - the same layout as a
      * unit's figures.
       01 WS-PRINT-FIGURES.
           05 WS-PRINT-SCOPE OCCURS 2 TIMES.
               10 WS-PRINT-BUDGET      PIC 9(11)V99 OCCURS 5 TIMES.
               10 WS-PRINT-ACTUAL      PIC 9(11)V99 OCCURS 5 TIMES.
       01 WS-CO-FIGURES.
           05 WS-CO-SCOPE OCCURS 2 TIMES.
               10 WS-CO-BUDGET         PIC 9(11)V99 OCCURS 5 TIMES.
               10 WS-CO-ACTUAL         PIC 9(11)V99 OCCURS 5 TIMES.
       01 WS-ALL-FIGURES.
           05 WS-ALL-SCOPE OCCURS 2 TIMES.
               10 WS-ALL-BUDGET        PIC 9(11)V99 OCCURS 5 TIMES.
               10 WS-ALL-ACTUAL        PIC 9(11)V99 OCCURS 5 TIMES.
       01 WS-SCOPE-SUB             PIC 9(1).
       01 WS-FIGURE-SUB            PIC 9(1).
       01 WS-CURRENT-COMPANY       PIC X(2).
       01 WS-BLOCK-TITLE           PIC X(40).

       01 WS-FIGURE-NAMES.
           05 FILLER               PIC X(10) VALUE 'HEADCOUNT'.
           05 FILLER               PIC X(10) VALUE 'SALARY'.
           05 FILLER               PIC X(10) VALUE 'OVERTIME'.
           05 FILLER               PIC X(10) VALUE 'BONUS'.
           05 FILLER               PIC X(10) VALUE 'ER COST'.
           05 FILLER               PIC X(10) VALUE 'TOTAL $'.
       01 WS-FIGURE-NAME-TABLE REDEFINES WS-FIGURE-NAMES.
           05 WS-FIGURE-NAME       PIC X(10) OCCURS 6 TIMES.

      * Regular-cycle postings: the latest run stamp for each pay
      * period and range, so a range posted twice counts once.
       01 WS-RUN-TABLE.
           05 WS-RUN-COUNT         PIC 9(4) VALUE 0.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES.
               10 WS-RUN-PERIOD        PIC 9(6).
               10 WS-RUN-RANGE         PIC 9(5).
               10 WS-RUN-STAMP         PIC X(14).
       01 WS-RUN-SUB               PIC 9(4).
       01 WS-RUN-FOUND             PIC 9(4).
       01 WS-RUN-FULL              PIC X VALUE 'N'.
           88 RUN-TABLE-FULL           VALUE 'Y'.
       01 WS-ROW-COUNTS            PIC X.
           88 ROW-IS-COUNTED           VALUE 'Y'.

      * Regular pay periods paid in the month and year to date, for
      * the average headcount.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-COUNT      PIC 9(3) VALUE 0.
           05 WS-PERIOD-ENTRY OCCURS 200 TIMES.
               10 WS-PERIOD-NUMBER     PIC 9(6).
               10 WS-PERIOD-IN-MONTH   PIC X.
       01 WS-PERIOD-SUB            PIC 9(3).
       01 WS-PERIOD-FOUND          PIC 9(3).
       01 WS-PERIODS               PIC 9(3) OCCURS 2 TIMES.

      * Working figures for one report line.
       01 WS-LINE-BUDGET           PIC 9(11)V99.
       01 WS-LINE-ACTUAL           PIC 9(11)V99.
       01 WS-LINE-VARIANCE         PIC S9(11)V99.
       01 WS-HEADCOUNT-WORK        PIC 9(9)V9.
       01 WS-LINE-PERCENT          PIC S9(5)V9.
       01 WS-LINE-OVER             PIC X OCCURS 2 TIMES.
       01 WS-TOLERANCE             PIC 9(3)V9.
       01 WS-OVER-COUNT            PIC 9(5) VALUE 0.
       01 WS-UNITS-OVER            PIC 9(5) VALUE 0.
       01 WS-UNIT-IS-OVER          PIC X.
       01 WS-PRINTING-UNIT         PIC X.
           88 PRINTING-A-UNIT          VALUE 'Y'.

      * Overruns, listed again at the end of the report.
       01 WS-OVER-TABLE.
           05 WS-OVER-ENTRY OCCURS 500 TIMES PIC X(100).
       01 WS-OVER-SUB              PIC 9(5).

       01 Report-Data              PIC X(132).
       01 WS-VARIANCE-LINE.
           05 WS-VL-LABEL          PIC X(10).
           05 WS-VL-SCOPE OCCURS 2 TIMES.
               10 WS-VL-BUDGET         PIC --,---,---,--9.
               10 WS-VL-BUDGET-HC REDEFINES WS-VL-BUDGET
                                       PIC ----,---,--9.9.
               10 WS-VL-ACTUAL         PIC --,---,---,--9.
               10 WS-VL-ACTUAL-HC REDEFINES WS-VL-ACTUAL
                                       PIC ----,---,--9.9.
               10 WS-VL-VARIANCE       PIC --,---,---,--9.
               10 WS-VL-VARIANCE-HC REDEFINES WS-VL-VARIANCE
                                       PIC ----,---,--9.9.
               10 WS-VL-PERCENT        PIC ----9.9.
               10 WS-VL-PERCENT-X REDEFINES WS-VL-PERCENT
                                       PIC X(7).
               10 WS-VL-PERCENT-SIGN   PIC X(1).
               10 FILLER               PIC X(2).
           05 WS-VL-FLAG           PIC X(14).
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
       01 WS-OT-TOLERANCE-EDIT     PIC ZZ9.9.
       01 WS-HC-TOLERANCE-EDIT     PIC ZZ9.9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM Read-Variance-Parm

           OPEN OUTPUT BUDGET-VARIANCE-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open budget variance report, status '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Find-Fiscal-Month
           MOVE SPACES TO Report-Data
           STRING '              DEPARTMENT PAYROLL BUDGET VERSUS '
               'ACTUAL  MONTH ' WS-REPORT-MONTH
               '  FISCAL YEAR ' WS-FISCAL-YEAR
               ' MONTH ' WS-FISCAL-MONTH
               '  YEAR TO DATE ' WS-YTD-FROM-MONTH ' - '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-OT-TOLERANCE TO WS-OT-TOLERANCE-EDIT
           MOVE WS-HC-TOLERANCE TO WS-HC-TOLERANCE-EDIT
           STRING '              OVERTIME FLAGGED OVER BUDGET BY MORE '
               'THAN ' WS-OT-TOLERANCE-EDIT '%, HEADCOUNT BY MORE '
               'THAN ' WS-HC-TOLERANCE-EDIT '%'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           IF WS-FISCAL-MONTH = 0
               MOVE 'NOTE: NO BUDGET LOADED FOR THE MONTH - ACTUALS '
                   & 'SHOWN AGAINST A ZERO BUDGET' TO Report-Data
               PERFORM Write-Report-Line
               SET VARIANCE-HAS-WARNINGS TO TRUE
           ELSE
               PERFORM Load-Budget
           END-IF
           PERFORM Find-Latest-Postings
           PERFORM Load-Actuals

           PERFORM Print-Units
           PERFORM Print-Overruns

           CLOSE BUDGET-VARIANCE-REPORT
           IF VARIANCE-HAS-WARNINGS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Variance-Parm.
      * Default: the calendar month before the run date.
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-REPORT-MONTH =
                   (WS-TODAY-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-REPORT-MONTH =
                   WS-TODAY-YEAR * 100 + WS-TODAY-MONTH - 1
           END-IF
           OPEN INPUT BUDGET-VARIANCE-PARM
           IF PARM-OK
               READ BUDGET-VARIANCE-PARM
                   NOT AT END
                       IF BVP-REPORT-MONTH IS NUMERIC AND
                           BVP-REPORT-MONTH > 0
                           MOVE BVP-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
                       IF BVP-OT-TOLERANCE IS NUMERIC AND
                           BVP-OT-TOLERANCE > 0
                           MOVE BVP-OT-TOLERANCE TO WS-OT-TOLERANCE
                       END-IF
                       IF BVP-HC-TOLERANCE IS NUMERIC AND
                           BVP-HC-TOLERANCE > 0
                           MOVE BVP-HC-TOLERANCE TO WS-HC-TOLERANCE
                       END-IF
               END-READ
           END-IF
           CLOSE BUDGET-VARIANCE-PARM.

      * The budget row for the month fixes the fiscal year and month;
      * year to date starts that many months back. With no budget
      * for the month, year to date is the month alone.
       Find-Fiscal-Month.
           MOVE WS-REPORT-MONTH TO WS-YTD-FROM-MONTH
           OPEN INPUT BUDGET-FILE
           IF BUDGET-OK
               PERFORM UNTIL BUDGET-EOF OR WS-FISCAL-MONTH > 0
                   READ BUDGET-FILE
                       AT END
                           SET BUDGET-EOF TO TRUE
                       NOT AT END
                           IF BUD-CALENDAR-MONTH = WS-REPORT-MONTH
                               MOVE BUD-FISCAL-YEAR TO WS-FISCAL-YEAR
                               MOVE BUD-FISCAL-MONTH
                                   TO WS-FISCAL-MONTH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUDGET-FILE
           IF WS-FISCAL-MONTH > 0
               COMPUTE WS-MONTH-ORDINAL =
                   WS-REPORT-YEAR * 12 + WS-REPORT-MM - 1
                   - (WS-FISCAL-MONTH - 1)
               DIVIDE WS-MONTH-ORDINAL BY 12 GIVING WS-YTD-FROM-YEAR
                   REMAINDER WS-YTD-FROM-MM
               COMPUTE WS-YTD-FROM-MONTH =
                   WS-YTD-FROM-YEAR * 100 + WS-YTD-FROM-MM + 1
           END-IF.

       Load-Budget.
           OPEN INPUT BUDGET-FILE
           PERFORM UNTIL BUDGET-EOF
               READ BUDGET-FILE
                   AT END
                       SET BUDGET-EOF TO TRUE
                   NOT AT END
                       IF BUD-FISCAL-YEAR = WS-FISCAL-YEAR AND
                           BUD-FISCAL-MONTH <= WS-FISCAL-MONTH
                           PERFORM Add-Budget-Row
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       Add-Budget-Row.
           MOVE BUD-COMPANY-CODE TO WS-FIND-COMPANY
           MOVE BUD-DEPT-CODE TO WS-FIND-DEPT
           PERFORM Find-Unit
           IF WS-UNIT-FOUND > 0
               IF BUD-FISCAL-MONTH = WS-FISCAL-MONTH
                   MOVE 1 TO WS-SCOPE-SUB
                   PERFORM Add-Budget-Figures
               END-IF
               MOVE 2 TO WS-SCOPE-SUB
               PERFORM Add-Budget-Figures
           END-IF.

       Add-Budget-Figures.
           ADD BUD-HEADCOUNT TO
               WS-UNIT-BUDGET (WS-UNIT-FOUND WS-SCOPE-SUB 1)
           ADD BUD-SALARY TO
               WS-UNIT-BUDGET (WS-UNIT-FOUND WS-SCOPE-SUB 2)
           ADD BUD-OVERTIME TO
               WS-UNIT-BUDGET (WS-UNIT-FOUND WS-SCOPE-SUB 3)
           ADD BUD-BONUS TO
               WS-UNIT-BUDGET (WS-UNIT-FOUND WS-SCOPE-SUB 4)
           ADD BUD-EMPLOYER-COST TO
               WS-UNIT-BUDGET (WS-UNIT-FOUND WS-SCOPE-SUB 5).

      * Units are kept in company and department order as they are
      * found, so the report prints straight down the table.
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
                       ' not reported'
                   SET VARIANCE-HAS-WARNINGS TO TRUE
               END-IF
           END-IF.

      * First pass of the actuals: the latest posting of each
      * regular-cycle range for each pay period paid in the year to
      * date.
       Find-Latest-Postings.
           OPEN INPUT DEPT-ACTUAL-FILE
           IF DEPTACT-NOT-PRESENT
               MOVE 'NOTE: NO DEPARTMENT ACTUALS ON FILE - NOTHING '
                   & 'POSTED SINCE THEY WERE FIRST KEPT' TO Report-Data
               PERFORM Write-Report-Line
               SET VARIANCE-HAS-WARNINGS TO TRUE
           END-IF
           IF DEPTACT-OK
               PERFORM UNTIL DEPTACT-EOF
                   READ DEPT-ACTUAL-FILE
                       AT END
                           SET DEPTACT-EOF TO TRUE
                       NOT AT END
                           DIVIDE DAC-CHECK-DATE BY 100
                               GIVING WS-CHECK-MONTH
                           IF DAC-REGULAR-CYCLE AND
                               WS-CHECK-MONTH >= WS-YTD-FROM-MONTH AND
                               WS-CHECK-MONTH <= WS-REPORT-MONTH
                               PERFORM Note-Regular-Posting
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEPT-ACTUAL-FILE.

       Note-Regular-Posting.
           PERFORM Find-Posting
           IF WS-RUN-FOUND > 0
               IF DAC-RUN-STAMP > WS-RUN-STAMP (WS-RUN-FOUND)
                   MOVE DAC-RUN-STAMP TO WS-RUN-STAMP (WS-RUN-FOUND)
               END-IF
           ELSE
               IF WS-RUN-COUNT < 2000
                   ADD 1 TO WS-RUN-COUNT
                   MOVE DAC-PAY-PERIOD TO WS-RUN-PERIOD (WS-RUN-COUNT)
                   MOVE DAC-RANGE-FROM-ID
                       TO WS-RUN-RANGE (WS-RUN-COUNT)
                   MOVE DAC-RUN-STAMP TO WS-RUN-STAMP (WS-RUN-COUNT)
               ELSE
                   IF NOT RUN-TABLE-FULL
                       DISPLAY 'Posting table full, later regular '
                           'postings counted in full'
                       SET RUN-TABLE-FULL TO TRUE
                       SET VARIANCE-HAS-WARNINGS TO TRUE
                   END-IF
               END-IF
           END-IF.

       Find-Posting.
           MOVE 0 TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT OR WS-RUN-FOUND > 0
               IF WS-RUN-PERIOD (WS-RUN-SUB) = DAC-PAY-PERIOD AND
                   WS-RUN-RANGE (WS-RUN-SUB) = DAC-RANGE-FROM-ID
                   MOVE WS-RUN-SUB TO WS-RUN-FOUND
               END-IF
           END-PERFORM.

      * Second pass: every off-cycle posting, and each regular range
      * at its latest posting.
       Load-Actuals.
           MOVE 0 TO WS-PERIODS (1) WS-PERIODS (2)
           OPEN INPUT DEPT-ACTUAL-FILE
           IF DEPTACT-OK
               PERFORM UNTIL DEPTACT-EOF
                   READ DEPT-ACTUAL-FILE
                       AT END
                           SET DEPTACT-EOF TO TRUE
                       NOT AT END
                           DIVIDE DAC-CHECK-DATE BY 100
                               GIVING WS-CHECK-MONTH
                           IF WS-CHECK-MONTH >= WS-YTD-FROM-MONTH AND
                               WS-CHECK-MONTH <= WS-REPORT-MONTH
                               PERFORM Add-Actual-Row
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEPT-ACTUAL-FILE.

       Add-Actual-Row.
           MOVE 'Y' TO WS-ROW-COUNTS
           IF DAC-REGULAR-CYCLE
               PERFORM Find-Posting
               IF WS-RUN-FOUND > 0 AND
                   DAC-RUN-STAMP NOT = WS-RUN-STAMP (WS-RUN-FOUND)
                   MOVE 'N' TO WS-ROW-COUNTS
               END-IF
           END-IF
           IF ROW-IS-COUNTED
               IF DAC-REGULAR-CYCLE
                   PERFORM Note-Pay-Period
               END-IF
               MOVE DAC-COMPANY-CODE TO WS-FIND-COMPANY
               MOVE DAC-DEPT-CODE TO WS-FIND-DEPT
               PERFORM Find-Unit
               IF WS-UNIT-FOUND > 0
                   IF WS-CHECK-MONTH = WS-REPORT-MONTH
                       MOVE 1 TO WS-SCOPE-SUB
                       PERFORM Add-Actual-Figures
                   END-IF
                   MOVE 2 TO WS-SCOPE-SUB
                   PERFORM Add-Actual-Figures
               END-IF
           END-IF.

       Add-Actual-Figures.
           ADD DAC-HEADCOUNT TO
               WS-UNIT-ACTUAL (WS-UNIT-FOUND WS-SCOPE-SUB 1)
           ADD DAC-SALARY TO
               WS-UNIT-ACTUAL (WS-UNIT-FOUND WS-SCOPE-SUB 2)
           ADD DAC-OVERTIME TO
               WS-UNIT-ACTUAL (WS-UNIT-FOUND WS-SCOPE-SUB 3)
           ADD DAC-BONUS TO
               WS-UNIT-ACTUAL (WS-UNIT-FOUND WS-SCOPE-SUB 4)
           ADD DAC-EMPLOYER-COST TO
               WS-UNIT-ACTUAL (WS-UNIT-FOUND WS-SCOPE-SUB 5).

       Note-Pay-Period.
           MOVE 0 TO WS-PERIOD-FOUND
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
                   OR WS-PERIOD-FOUND > 0
               IF WS-PERIOD-NUMBER (WS-PERIOD-SUB) = DAC-PAY-PERIOD
                   MOVE WS-PERIOD-SUB TO WS-PERIOD-FOUND
               END-IF
           END-PERFORM
           IF WS-PERIOD-FOUND = 0
               IF WS-PERIOD-COUNT < 200
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE DAC-PAY-PERIOD
                       TO WS-PERIOD-NUMBER (WS-PERIOD-COUNT)
                   ADD 1 TO WS-PERIODS (2)
                   IF WS-CHECK-MONTH = WS-REPORT-MONTH
                       ADD 1 TO WS-PERIODS (1)
                   END-IF
               ELSE
                   DISPLAY 'Pay period table full, period '
                       DAC-PAY-PERIOD ' not averaged'
                   SET VARIANCE-HAS-WARNINGS TO TRUE
               END-IF
           END-IF.

       Print-Units.
           MOVE 'LINE            MONTH BUDGET        ACTUAL      '
               & 'VARIANCE   VAR %      YTD BUDGET        ACTUAL'
               & '      VARIANCE   VAR %' TO Report-Data
           PERFORM Write-Report-Line
           INITIALIZE WS-CO-FIGURES WS-ALL-FIGURES
           IF WS-UNIT-COUNT > 0
               MOVE WS-UNIT-COMPANY (1) TO WS-CURRENT-COMPANY
           END-IF
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               IF WS-UNIT-COMPANY (WS-UNIT-SUB) NOT = WS-CURRENT-COMPANY
                   PERFORM Print-Company-Total
                   MOVE WS-UNIT-COMPANY (WS-UNIT-SUB)
                       TO WS-CURRENT-COMPANY
               END-IF
               MOVE WS-UNIT-FIGURES (WS-UNIT-SUB) TO WS-PRINT-FIGURES
               MOVE SPACES TO WS-BLOCK-TITLE
               STRING 'COMPANY ' WS-UNIT-COMPANY (WS-UNIT-SUB)
                   '  DEPARTMENT ' WS-UNIT-DEPT (WS-UNIT-SUB)
                   DELIMITED BY SIZE INTO WS-BLOCK-TITLE
               MOVE 'Y' TO WS-PRINTING-UNIT
               PERFORM Print-Figure-Block
               PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                   UNTIL WS-SCOPE-SUB > 2
                   PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
                       UNTIL WS-FIGURE-SUB > 5
                       ADD WS-PRINT-BUDGET (WS-SCOPE-SUB WS-FIGURE-SUB)
                           TO WS-CO-BUDGET (WS-SCOPE-SUB WS-FIGURE-SUB)
                       ADD WS-PRINT-ACTUAL (WS-SCOPE-SUB WS-FIGURE-SUB)
                           TO WS-CO-ACTUAL (WS-SCOPE-SUB WS-FIGURE-SUB)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF WS-UNIT-COUNT > 0
               PERFORM Print-Company-Total
           END-IF
           MOVE 'N' TO WS-PRINTING-UNIT
           MOVE WS-ALL-FIGURES TO WS-PRINT-FIGURES
           MOVE 'ALL COMPANIES' TO WS-BLOCK-TITLE
           PERFORM Print-Figure-Block.

       Print-Company-Total.
           MOVE WS-CO-FIGURES TO WS-PRINT-FIGURES
           MOVE SPACES TO WS-BLOCK-TITLE
           STRING 'COMPANY ' WS-CURRENT-COMPANY ' TOTAL'
               DELIMITED BY SIZE INTO WS-BLOCK-TITLE
           MOVE 'N' TO WS-PRINTING-UNIT
           PERFORM Print-Figure-Block
           PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
               UNTIL WS-SCOPE-SUB > 2
               PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
                   UNTIL WS-FIGURE-SUB > 5
                   ADD WS-CO-BUDGET (WS-SCOPE-SUB WS-FIGURE-SUB)
                       TO WS-ALL-BUDGET (WS-SCOPE-SUB WS-FIGURE-SUB)
                   ADD WS-CO-ACTUAL (WS-SCOPE-SUB WS-FIGURE-SUB)
                       TO WS-ALL-ACTUAL (WS-SCOPE-SUB WS-FIGURE-SUB)
               END-PERFORM
           END-PERFORM
           INITIALIZE WS-CO-FIGURES.

      * Headcount, the four cost lines, and their dollar total.
       Print-Figure-Block.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-BLOCK-TITLE TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'N' TO WS-UNIT-IS-OVER
           PERFORM VARYING WS-FIGURE-SUB FROM 1 BY 1
               UNTIL WS-FIGURE-SUB > 6
               PERFORM Print-Figure-Line
           END-PERFORM
           IF WS-UNIT-IS-OVER = 'Y'
               ADD 1 TO WS-UNITS-OVER
           END-IF.

       Print-Figure-Line.
           MOVE SPACES TO WS-VARIANCE-LINE
           MOVE WS-FIGURE-NAME (WS-FIGURE-SUB) TO WS-VL-LABEL
           PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
               UNTIL WS-SCOPE-SUB > 2
               PERFORM Find-Line-Figures
               PERFORM Edit-Line-Scope
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-LINE-OVER (1) = 'Y' AND WS-LINE-OVER (2) = 'Y'
                   MOVE 'OVER MTH + YTD' TO WS-VL-FLAG
               WHEN WS-LINE-OVER (1) = 'Y'
                   MOVE 'OVER MONTH' TO WS-VL-FLAG
               WHEN WS-LINE-OVER (2) = 'Y'
                   MOVE 'OVER YTD' TO WS-VL-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-VARIANCE-LINE TO Report-Data
           PERFORM Write-Report-Line
           IF WS-VL-FLAG NOT = SPACES AND PRINTING-A-UNIT
               MOVE 'Y' TO WS-UNIT-IS-OVER
               PERFORM Note-Overrun
           END-IF.

      * Budget and actual for the line and scope; headcount is
      * brought to its average, the total line is the four dollar
      * lines added.
       Find-Line-Figures.
           EVALUATE WS-FIGURE-SUB
               WHEN 1
                   MOVE WS-PRINT-BUDGET (WS-SCOPE-SUB 1)
                       TO WS-HEADCOUNT-WORK
                   IF WS-SCOPE-SUB = 2 AND WS-FISCAL-MONTH > 0
                       COMPUTE WS-HEADCOUNT-WORK ROUNDED =
                           WS-PRINT-BUDGET (WS-SCOPE-SUB 1)
                           / WS-FISCAL-MONTH
                   END-IF
                   MOVE WS-HEADCOUNT-WORK TO WS-LINE-BUDGET
                   MOVE 0 TO WS-HEADCOUNT-WORK
                   IF WS-PERIODS (WS-SCOPE-SUB) > 0
                       COMPUTE WS-HEADCOUNT-WORK ROUNDED =
                           WS-PRINT-ACTUAL (WS-SCOPE-SUB 1)
                           / WS-PERIODS (WS-SCOPE-SUB)
                   END-IF
                   MOVE WS-HEADCOUNT-WORK TO WS-LINE-ACTUAL
               WHEN 6
                   COMPUTE WS-LINE-BUDGET =
                       WS-PRINT-BUDGET (WS-SCOPE-SUB 2)
                       + WS-PRINT-BUDGET (WS-SCOPE-SUB 3)
                       + WS-PRINT-BUDGET (WS-SCOPE-SUB 4)
                       + WS-PRINT-BUDGET (WS-SCOPE-SUB 5)
                   COMPUTE WS-LINE-ACTUAL =
                       WS-PRINT-ACTUAL (WS-SCOPE-SUB 2)
                       + WS-PRINT-ACTUAL (WS-SCOPE-SUB 3)
                       + WS-PRINT-ACTUAL (WS-SCOPE-SUB 4)
                       + WS-PRINT-ACTUAL (WS-SCOPE-SUB 5)
               WHEN OTHER
                   MOVE WS-PRINT-BUDGET (WS-SCOPE-SUB WS-FIGURE-SUB)
                       TO WS-LINE-BUDGET
                   MOVE WS-PRINT-ACTUAL (WS-SCOPE-SUB WS-FIGURE-SUB)
                       TO WS-LINE-ACTUAL
           END-EVALUATE
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET.

      * Dollars print whole, headcount to one decimal. Overtime and
      * headcount over budget by more than the tolerance - or with
      * no budget at all - are flagged.
       Edit-Line-Scope.
           IF WS-FIGURE-SUB = 1
               MOVE WS-LINE-BUDGET TO WS-VL-BUDGET-HC (WS-SCOPE-SUB)
               MOVE WS-LINE-ACTUAL TO WS-VL-ACTUAL-HC (WS-SCOPE-SUB)
               MOVE WS-LINE-VARIANCE
                   TO WS-VL-VARIANCE-HC (WS-SCOPE-SUB)
           ELSE
               COMPUTE WS-VL-BUDGET (WS-SCOPE-SUB) ROUNDED =
                   WS-LINE-BUDGET
               COMPUTE WS-VL-ACTUAL (WS-SCOPE-SUB) ROUNDED =
                   WS-LINE-ACTUAL
               COMPUTE WS-VL-VARIANCE (WS-SCOPE-SUB) ROUNDED =
                   WS-LINE-VARIANCE
           END-IF
           IF WS-LINE-BUDGET = 0
               MOVE '    N/A' TO WS-VL-PERCENT-X (WS-SCOPE-SUB)
           ELSE
               COMPUTE WS-LINE-PERCENT ROUNDED =
                   WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LINE-PERCENT
               END-COMPUTE
               MOVE WS-LINE-PERCENT TO WS-VL-PERCENT (WS-SCOPE-SUB)
               MOVE '%' TO WS-VL-PERCENT-SIGN (WS-SCOPE-SUB)
           END-IF
           MOVE 'N' TO WS-LINE-OVER (WS-SCOPE-SUB)
           IF WS-FIGURE-SUB = 1 OR WS-FIGURE-SUB = 3
               IF WS-FIGURE-SUB = 1
                   MOVE WS-HC-TOLERANCE TO WS-TOLERANCE
               ELSE
                   MOVE WS-OT-TOLERANCE TO WS-TOLERANCE
               END-IF
               IF WS-LINE-VARIANCE > 0 AND
                   (WS-LINE-BUDGET = 0 OR
                    WS-LINE-PERCENT > WS-TOLERANCE)
                   MOVE 'Y' TO WS-LINE-OVER (WS-SCOPE-SUB)
               END-IF
           END-IF.

       Note-Overrun.
           ADD 1 TO WS-OVER-COUNT
           IF WS-OVER-COUNT <= 500
               MOVE SPACES TO WS-OVER-ENTRY (WS-OVER-COUNT)
               STRING WS-BLOCK-TITLE (1:28) ' '
                   WS-VL-LABEL ' MONTH ' WS-VL-PERCENT-X (1)
                   WS-VL-PERCENT-SIGN (1) '  YTD '
                   WS-VL-PERCENT-X (2) WS-VL-PERCENT-SIGN (2)
                   '  ' WS-VL-FLAG
                   DELIMITED BY SIZE INTO WS-OVER-ENTRY (WS-OVER-COUNT)
           END-IF.

       Print-Overruns.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           PERFORM Write-Report-Line
           MOVE 'OVERTIME AND HEADCOUNT OVER TOLERANCE' TO Report-Data
           PERFORM Write-Report-Line
           IF WS-OVER-COUNT = 0
               MOVE '  NONE' TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           PERFORM VARYING WS-OVER-SUB FROM 1 BY 1
               UNTIL WS-OVER-SUB > WS-OVER-COUNT OR WS-OVER-SUB > 500
               MOVE SPACES TO Report-Data
               STRING '  ' WS-OVER-ENTRY (WS-OVER-SUB)
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-PERFORM
           IF WS-OVER-COUNT > 500
               MOVE '  MORE OVERRUNS THAN CAN BE LISTED - SEE THE '
                   & 'DEPARTMENT BLOCKS ABOVE' TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-UNITS-OVER TO WS-COUNT-EDIT
           STRING 'DEPARTMENTS WITH AN OVERRUN:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-PERIODS (1) TO WS-COUNT-EDIT
           STRING 'REGULAR PAY PERIODS IN MONTH:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-PERIODS (2) TO WS-COUNT-EDIT
           STRING 'REGULAR PAY PERIODS YEAR TO DATE:' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE BUDGET-VARIANCE-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM BudgetVariance.
