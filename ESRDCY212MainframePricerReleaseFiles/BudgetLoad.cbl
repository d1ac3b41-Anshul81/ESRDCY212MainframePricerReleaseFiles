       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetLoad.
      * Loads Finance's approved department payroll budget for one
      * fiscal year from BUDGIN.DAT onto BUDGET.DAT, the file the
      * budget variance report reads. Run once at the start of the
      * fiscal year, and again whenever Finance reissues the year -
      * the year's rows on BUDGET.DAT are replaced whole, other
      * years are kept. BUDGIN.DAT rows are laid out as BUDGET.DAT's
      * (BUDGREC.cpy), one per department per fiscal month, the
      * calendar month left zero. BUDLPRM.DAT gives the calendar
      * month the fiscal year begins (01 when there is no parm
      * card); a fiscal year is named for the calendar year it ends
      * in, so with a July start fiscal month 01 of 2027 is 202607.
      * Every row is checked before anything is loaded: all rows
      * for one fiscal year, fiscal month 01-12, the department on
      * the department table, the company on the company file, the
      * amounts numeric, and no department month given twice. Any
      * rejected row stops the load and BUDGET.DAT is left as it
      * was. BUDLOAD.DAT lists the rejects, or the year's totals by
      * company and department for Finance to tie to their budget.
      * Return code 0 loaded, 8 nothing loaded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-LOAD-PARM ASSIGN TO 'BUDLPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUDGET-INPUT ASSIGN TO 'BUDGIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO 'BUDGET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT BUDGET-LOAD-REPORT ASSIGN TO 'BUDLOAD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-LOAD-PARM.
       01  BUDGET-LOAD-PARM-RECORD.
           05 BLP-FIRST-MONTH          PIC 9(2).

       FD  BUDGET-INPUT.
           COPY BUDGREC REPLACING
               ==BUDGET-RECORD== BY ==BUDGET-INPUT-RECORD==
               LEADING ==BUD-== BY ==BIN-==.

       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  BUDGET-LOAD-REPORT.
       01  BUDGET-LOAD-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-INPUT-STATUS          PIC XX.
           88 INPUT-OK                 VALUE '00'.
           88 INPUT-EOF                VALUE '10'.
       01 WS-BUDGET-STATUS         PIC XX.
           88 BUDGET-OK                VALUE '00'.
           88 BUDGET-EOF               VALUE '10'.
           88 BUDGET-WRITE-OK          VALUE '00' '05'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-FIRST-MONTH           PIC 9(2) VALUE 1.
       01 WS-FISCAL-YEAR           PIC 9(4) VALUE 0.
       01 WS-MONTH-ORDINAL         PIC 9(6).
       01 WS-CALENDAR-YEAR         PIC 9(4).
       01 WS-CALENDAR-MM           PIC 9(2).
       01 WS-ROWS-READ             PIC 9(5) VALUE 0.
       01 WS-ROWS-REJECTED         PIC 9(5) VALUE 0.
       01 WS-ROWS-KEPT             PIC 9(5) VALUE 0.
       01 WS-ROW-VALID             PIC X.
           88 ROW-IS-VALID             VALUE 'Y'.
       01 WS-REJECT-REASON         PIC X(50).

           COPY DEPTRATE.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
       01 WS-DEPT-ON-TABLE         PIC X.

           COPY COMPANY.
       01 WS-COMPANY-FOUND         PIC X.
           88 COMPANY-WAS-FOUND        VALUE 'Y'.
           88 COMPANY-NOT-FOUND        VALUE 'N'.

      * The year being loaded, in key order as it is read.
       01 WS-NEW-TABLE.
           05 WS-NEW-COUNT         PIC 9(4) VALUE 0.
           05 WS-NEW-ENTRY OCCURS 3001 TIMES.
               10 WS-NEW-KEY.
                   15 WS-NEW-FISCAL-YEAR   PIC 9(4).
                   15 WS-NEW-COMPANY       PIC X(2).
                   15 WS-NEW-DEPT          PIC X(4).
                   15 WS-NEW-FISCAL-MONTH  PIC 9(2).
               10 WS-NEW-CALENDAR-MONTH PIC 9(6).
               10 WS-NEW-AMOUNTS       PIC X(50).
       01 WS-NEW-SUB               PIC 9(4).
       01 WS-MOVE-SUB              PIC S9(4).
       01 WS-FIND-KEY.
           05 WS-FIND-FISCAL-YEAR  PIC 9(4).
           05 WS-FIND-COMPANY      PIC X(2).
           05 WS-FIND-DEPT         PIC X(4).
           05 WS-FIND-FISCAL-MONTH PIC 9(2).

      * The other years on BUDGET.DAT, written back around this one.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-COUNT        PIC 9(5) VALUE 0.
           05 WS-KEEP-ENTRY OCCURS 12000 TIMES
                                   PIC X(68).
       01 WS-KEEP-SUB              PIC 9(5).
       01 WS-KEEP-OVERFLOW         PIC X VALUE 'N'.
           88 KEEP-TABLE-OVERFLOWED    VALUE 'Y'.

      * Year totals for a department, a company and all companies.
       01 WS-DEPT-TOTALS.
           05 BT-HEADCOUNT         PIC 9(7)V9.
           05 BT-SALARY            PIC 9(11)V99.
           05 BT-OVERTIME          PIC 9(11)V99.
           05 BT-BONUS             PIC 9(11)V99.
           05 BT-EMPLOYER-COST     PIC 9(11)V99.
       01 WS-CO-TOTALS.
           05 BT-HEADCOUNT         PIC 9(7)V9.
           05 BT-SALARY            PIC 9(11)V99.
           05 BT-OVERTIME          PIC 9(11)V99.
           05 BT-BONUS             PIC 9(11)V99.
           05 BT-EMPLOYER-COST     PIC 9(11)V99.
       01 WS-ALL-TOTALS.
           05 BT-HEADCOUNT         PIC 9(7)V9.
           05 BT-SALARY            PIC 9(11)V99.
           05 BT-OVERTIME          PIC 9(11)V99.
           05 BT-BONUS             PIC 9(11)V99.
           05 BT-EMPLOYER-COST     PIC 9(11)V99.
       01 WS-LINE-TOTALS.
           05 BT-HEADCOUNT         PIC 9(7)V9.
           05 BT-SALARY            PIC 9(11)V99.
           05 BT-OVERTIME          PIC 9(11)V99.
           05 BT-BONUS             PIC 9(11)V99.
           05 BT-EMPLOYER-COST     PIC 9(11)V99.
       01 WS-DEPT-MONTHS           PIC 9(2).
       01 WS-CURRENT-COMPANY       PIC X(2).
       01 WS-CURRENT-DEPT          PIC X(4).

       01 Report-Data              PIC X(132).
       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL          PIC X(12).
           05 WS-TL-MONTHS         PIC ZZ9 BLANK WHEN ZERO.
           05 WS-TL-HEADCOUNT      PIC Z,ZZZ,ZZ9.9.
           05 WS-TL-SALARY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-OVERTIME       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-BONUS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-EMPLOYER-COST  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN OUTPUT BUDGET-LOAD-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open budget load report, status '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Read-Budget-Load-Parm

           MOVE 'DEPT' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-TODAY
               DEPT-RATE-TABLE WS-LOAD-STATUS
           IF NOT WS-TABLE-LOAD-OK
               DISPLAY 'Department table not loaded for ' WS-TODAY
                   ', budget not loaded'
               MOVE 'DEPARTMENT TABLE NOT LOADED - BUDGET NOT LOADED'
                   TO Report-Data
               PERFORM Write-Report-Line
               CLOSE BUDGET-LOAD-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Read-Budget-Input
           IF WS-ROWS-REJECTED = 0 AND WS-NEW-COUNT > 0
               PERFORM Load-Other-Years
           END-IF

           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT
           STRING 'ROWS READ:     ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-ROWS-REJECTED TO WS-COUNT-EDIT
           STRING 'ROWS REJECTED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           EVALUATE TRUE
               WHEN WS-ROWS-REJECTED > 0
                   MOVE 'BUDGET NOT LOADED - CORRECT THE REJECTED ROWS '
                       & 'AND RERUN' TO Report-Data
                   PERFORM Write-Report-Line
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NEW-COUNT = 0
                   MOVE 'BUDGET NOT LOADED - NO BUDGET ROWS ON THE '
                       & 'INPUT' TO Report-Data
                   PERFORM Write-Report-Line
                   MOVE 8 TO RETURN-CODE
               WHEN KEEP-TABLE-OVERFLOWED
                   MOVE 'BUDGET NOT LOADED - BUDGET FILE HOLDS MORE '
                       & 'OTHER YEARS THAN CAN BE KEPT' TO Report-Data
                   PERFORM Write-Report-Line
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM Save-Budget-File
           END-EVALUATE
           CLOSE BUDGET-LOAD-REPORT
           STOP RUN.

       Read-Budget-Load-Parm.
           OPEN INPUT BUDGET-LOAD-PARM
           IF PARM-OK
               READ BUDGET-LOAD-PARM
                   NOT AT END
                       IF BLP-FIRST-MONTH IS NUMERIC AND
                           BLP-FIRST-MONTH >= 1 AND
                           BLP-FIRST-MONTH <= 12
                           MOVE BLP-FIRST-MONTH TO WS-FIRST-MONTH
                       ELSE
                           DISPLAY 'Fiscal year first month '
                               BLP-FIRST-MONTH ' not valid, 01 used'
                       END-IF
               END-READ
           END-IF
           CLOSE BUDGET-LOAD-PARM.

       Read-Budget-Input.
           OPEN INPUT BUDGET-INPUT
           IF NOT INPUT-OK
               DISPLAY 'Cannot open budget input, status '
                   WS-INPUT-STATUS
               MOVE 'BUDGET INPUT BUDGIN.DAT COULD NOT BE READ'
                   TO Report-Data
               PERFORM Write-Report-Line
               CLOSE BUDGET-LOAD-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ BUDGET-INPUT
                   AT END
                       SET INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF WS-FISCAL-YEAR = 0 AND
                           BIN-FISCAL-YEAR IS NUMERIC
                           MOVE BIN-FISCAL-YEAR TO WS-FISCAL-YEAR
                           PERFORM Write-Report-Heading
                       END-IF
                       PERFORM Validate-Budget-Row
                       IF ROW-IS-VALID
                           PERFORM Add-Budget-Row
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-INPUT
           IF WS-FISCAL-YEAR = 0
               PERFORM Write-Report-Heading
           END-IF.

       Write-Report-Heading.
           MOVE SPACES TO Report-Data
           STRING '              DEPARTMENT PAYROLL BUDGET LOAD  '
               'FISCAL YEAR ' WS-FISCAL-YEAR
               '  FIRST MONTH ' WS-FIRST-MONTH '  RUN ' WS-TODAY
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line.

      * The first failing check is the one reported for the row.
       Validate-Budget-Row.
           MOVE 'Y' TO WS-ROW-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN BIN-FISCAL-YEAR IS NOT NUMERIC
                   MOVE 'FISCAL YEAR NOT NUMERIC' TO WS-REJECT-REASON
               WHEN BIN-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                   MOVE 'FISCAL YEAR DIFFERS FROM THE FIRST ROW'
                       TO WS-REJECT-REASON
               WHEN BIN-FISCAL-MONTH IS NOT NUMERIC
                   MOVE 'FISCAL MONTH NOT NUMERIC' TO WS-REJECT-REASON
               WHEN BIN-FISCAL-MONTH < 1 OR BIN-FISCAL-MONTH > 12
                   MOVE 'FISCAL MONTH MUST BE 01-12'
                       TO WS-REJECT-REASON
               WHEN BIN-HEADCOUNT IS NOT NUMERIC OR
                   BIN-SALARY IS NOT NUMERIC OR
                   BIN-OVERTIME IS NOT NUMERIC OR
                   BIN-BONUS IS NOT NUMERIC OR
                   BIN-EMPLOYER-COST IS NOT NUMERIC
                   MOVE 'AN AMOUNT IS NOT NUMERIC' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM Validate-Budget-Unit
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-ROW-VALID
               ADD 1 TO WS-ROWS-REJECTED
               MOVE SPACES TO Report-Data
               STRING 'REJECTED ROW ' WS-ROWS-READ ': '
                   BIN-FISCAL-YEAR ' ' BIN-COMPANY-CODE ' '
                   BIN-DEPT-CODE ' ' BIN-FISCAL-MONTH ' - '
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

      * A blank company is the default company, as on the master;
      * it is loaded under that company's code so it matches the
      * actuals the GL extract keeps.
       Validate-Budget-Unit.
           MOVE 'N' TO WS-DEPT-ON-TABLE
           SET DEPT-RATE-IDX TO 1
           SEARCH DEPT-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN DEPT-RATE-IDX > DEPT-RATE-COUNT
                   CONTINUE
               WHEN DEPT-RATE-CODE (DEPT-RATE-IDX) = BIN-DEPT-CODE
                   MOVE 'Y' TO WS-DEPT-ON-TABLE
           END-SEARCH
           CALL 'CompanyData' USING BIN-COMPANY-CODE COMPANY-RECORD
               WS-COMPANY-FOUND
           IF COMPANY-WAS-FOUND
               MOVE CO-CODE TO BIN-COMPANY-CODE
           END-IF
           EVALUATE TRUE
               WHEN WS-DEPT-ON-TABLE = 'N'
                   MOVE 'UNKNOWN DEPARTMENT CODE' TO WS-REJECT-REASON
               WHEN COMPANY-NOT-FOUND AND BIN-COMPANY-CODE NOT = SPACES
                   MOVE 'UNKNOWN COMPANY CODE' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Rows are kept in key order; the same department month twice
      * is a reject, since neither figure can be taken as the one
      * Finance meant.
       Add-Budget-Row.
           MOVE BIN-KEY TO WS-FIND-KEY
           MOVE 1 TO WS-NEW-SUB
           PERFORM UNTIL WS-NEW-SUB > WS-NEW-COUNT
                   OR WS-NEW-KEY (WS-NEW-SUB) >= WS-FIND-KEY
               ADD 1 TO WS-NEW-SUB
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-NEW-SUB <= WS-NEW-COUNT AND
                   WS-NEW-KEY (WS-NEW-SUB) = WS-FIND-KEY
                   MOVE 'DEPARTMENT MONTH GIVEN TWICE'
                       TO WS-REJECT-REASON
               WHEN WS-NEW-COUNT >= 3000
                   MOVE 'OVER 3000 ROWS FOR THE YEAR'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-MOVE-SUB FROM WS-NEW-COUNT
                       BY -1 UNTIL WS-MOVE-SUB < WS-NEW-SUB
                       MOVE WS-NEW-ENTRY (WS-MOVE-SUB)
                           TO WS-NEW-ENTRY (WS-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-FIND-KEY TO WS-NEW-KEY (WS-NEW-SUB)
                   PERFORM Find-Calendar-Month
                   MOVE BIN-AMOUNTS TO WS-NEW-AMOUNTS (WS-NEW-SUB)
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-ROWS-REJECTED
               MOVE SPACES TO Report-Data
               STRING 'REJECTED ROW ' WS-ROWS-READ ': '
                   BIN-FISCAL-YEAR ' ' BIN-COMPANY-CODE ' '
                   BIN-DEPT-CODE ' ' BIN-FISCAL-MONTH ' - '
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

      * Fiscal month 01 is the first month; a year that does not
      * start in January began in the calendar year before the one
      * it is named for.
       Find-Calendar-Month.
           COMPUTE WS-MONTH-ORDINAL = BIN-FISCAL-YEAR * 12
               + WS-FIRST-MONTH - 1 + BIN-FISCAL-MONTH - 1
           IF WS-FIRST-MONTH > 1
               SUBTRACT 12 FROM WS-MONTH-ORDINAL
           END-IF
           DIVIDE WS-MONTH-ORDINAL BY 12 GIVING WS-CALENDAR-YEAR
               REMAINDER WS-CALENDAR-MM
           COMPUTE WS-NEW-CALENDAR-MONTH (WS-NEW-SUB) =
               WS-CALENDAR-YEAR * 100 + WS-CALENDAR-MM + 1.

       Load-Other-Years.
           OPEN INPUT BUDGET-FILE
           IF BUDGET-OK
               PERFORM UNTIL BUDGET-EOF
                   READ BUDGET-FILE
                       AT END
                           SET BUDGET-EOF TO TRUE
                       NOT AT END
                           IF BUD-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                               IF WS-KEEP-COUNT < 12000
                                   ADD 1 TO WS-KEEP-COUNT
                                   MOVE BUDGET-RECORD
                                       TO WS-KEEP-ENTRY (WS-KEEP-COUNT)
                               ELSE
                                   SET KEEP-TABLE-OVERFLOWED TO TRUE
                               END-IF
                           ELSE
                               ADD 1 TO WS-ROWS-KEPT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BUDGET-FILE.

      * Earlier years, this year, later years - the file stays in
      * fiscal year order.
       Save-Budget-File.
           OPEN OUTPUT BUDGET-FILE
           IF NOT BUDGET-WRITE-OK
               DISPLAY 'Cannot rewrite budget file, status '
                   WS-BUDGET-STATUS
               MOVE 'BUDGET NOT LOADED - BUDGET.DAT COULD NOT BE '
                   & 'WRITTEN' TO Report-Data
               PERFORM Write-Report-Line
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-KEEP-SUB FROM 1 BY 1
                   UNTIL WS-KEEP-SUB > WS-KEEP-COUNT
                   MOVE WS-KEEP-ENTRY (WS-KEEP-SUB) TO BUDGET-RECORD
                   IF BUD-FISCAL-YEAR < WS-FISCAL-YEAR
                       WRITE BUDGET-RECORD
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
                   MOVE WS-NEW-KEY (WS-NEW-SUB) TO BUD-KEY
                   MOVE WS-NEW-CALENDAR-MONTH (WS-NEW-SUB)
                       TO BUD-CALENDAR-MONTH
                   MOVE WS-NEW-AMOUNTS (WS-NEW-SUB) TO BUD-AMOUNTS
                   WRITE BUDGET-RECORD
               END-PERFORM
               PERFORM VARYING WS-KEEP-SUB FROM 1 BY 1
                   UNTIL WS-KEEP-SUB > WS-KEEP-COUNT
                   MOVE WS-KEEP-ENTRY (WS-KEEP-SUB) TO BUDGET-RECORD
                   IF BUD-FISCAL-YEAR > WS-FISCAL-YEAR
                       WRITE BUDGET-RECORD
                   END-IF
               END-PERFORM
               CLOSE BUDGET-FILE
               PERFORM Print-Year-Totals
               MOVE SPACES TO Report-Data
               PERFORM Write-Report-Line
               MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
               STRING 'BUDGET LOADED: ' WS-COUNT-EDIT ' ROWS FOR '
                   'FISCAL YEAR ' WS-FISCAL-YEAR
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               IF WS-ROWS-KEPT > 0
                   MOVE WS-ROWS-KEPT TO WS-COUNT-EDIT
                   STRING 'REPLACED:      ' WS-COUNT-EDIT
                       ' ROWS PREVIOUSLY LOADED FOR THE YEAR'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

      * Headcount on the totals is the year's average; the dollars
      * are the year's sums.
       Print-Year-Totals.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'CO DEPT     MOS  HEADCOUNT            SALARY'
               & '          OVERTIME             BONUS'
               & '     EMPLOYER COST' TO Report-Data
           PERFORM Write-Report-Line
           INITIALIZE WS-DEPT-TOTALS WS-CO-TOTALS WS-ALL-TOTALS
           MOVE 0 TO WS-DEPT-MONTHS
           MOVE WS-NEW-COMPANY (1) TO WS-CURRENT-COMPANY
           MOVE WS-NEW-DEPT (1) TO WS-CURRENT-DEPT
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT
               IF WS-NEW-COMPANY (WS-NEW-SUB) NOT = WS-CURRENT-COMPANY
                   OR WS-NEW-DEPT (WS-NEW-SUB) NOT = WS-CURRENT-DEPT
                   PERFORM Print-Dept-Total
                   IF WS-NEW-COMPANY (WS-NEW-SUB)
                           NOT = WS-CURRENT-COMPANY
                       PERFORM Print-Company-Total
                   END-IF
                   MOVE WS-NEW-COMPANY (WS-NEW-SUB)
                       TO WS-CURRENT-COMPANY
                   MOVE WS-NEW-DEPT (WS-NEW-SUB) TO WS-CURRENT-DEPT
               END-IF
               MOVE WS-NEW-KEY (WS-NEW-SUB) TO BUD-KEY
               MOVE WS-NEW-AMOUNTS (WS-NEW-SUB) TO BUD-AMOUNTS
               ADD 1 TO WS-DEPT-MONTHS
               ADD BUD-HEADCOUNT TO BT-HEADCOUNT OF WS-DEPT-TOTALS
               ADD BUD-SALARY TO BT-SALARY OF WS-DEPT-TOTALS
               ADD BUD-OVERTIME TO BT-OVERTIME OF WS-DEPT-TOTALS
               ADD BUD-BONUS TO BT-BONUS OF WS-DEPT-TOTALS
               ADD BUD-EMPLOYER-COST
                   TO BT-EMPLOYER-COST OF WS-DEPT-TOTALS
           END-PERFORM
           PERFORM Print-Dept-Total
           PERFORM Print-Company-Total
           MOVE WS-ALL-TOTALS TO WS-LINE-TOTALS
           MOVE 'ALL COS' TO WS-TL-LABEL
           MOVE 0 TO WS-TL-MONTHS
           PERFORM Print-Total-Line.

       Print-Dept-Total.
           MOVE WS-DEPT-TOTALS TO WS-LINE-TOTALS
           COMPUTE BT-HEADCOUNT OF WS-LINE-TOTALS ROUNDED =
               BT-HEADCOUNT OF WS-DEPT-TOTALS / WS-DEPT-MONTHS
           MOVE SPACES TO WS-TL-LABEL
           STRING WS-CURRENT-COMPANY ' ' WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO WS-TL-LABEL
           MOVE WS-DEPT-MONTHS TO WS-TL-MONTHS
           PERFORM Print-Total-Line
           ADD CORRESPONDING WS-LINE-TOTALS TO WS-CO-TOTALS
           INITIALIZE WS-DEPT-TOTALS
           MOVE 0 TO WS-DEPT-MONTHS.

       Print-Company-Total.
           MOVE WS-CO-TOTALS TO WS-LINE-TOTALS
           MOVE SPACES TO WS-TL-LABEL
           STRING WS-CURRENT-COMPANY ' TOTAL'
               DELIMITED BY SIZE INTO WS-TL-LABEL
           MOVE 0 TO WS-TL-MONTHS
           PERFORM Print-Total-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           ADD CORRESPONDING WS-CO-TOTALS TO WS-ALL-TOTALS
           INITIALIZE WS-CO-TOTALS.

       Print-Total-Line.
           MOVE BT-HEADCOUNT OF WS-LINE-TOTALS TO WS-TL-HEADCOUNT
           MOVE BT-SALARY OF WS-LINE-TOTALS TO WS-TL-SALARY
           MOVE BT-OVERTIME OF WS-LINE-TOTALS TO WS-TL-OVERTIME
           MOVE BT-BONUS OF WS-LINE-TOTALS TO WS-TL-BONUS
           MOVE BT-EMPLOYER-COST OF WS-LINE-TOTALS
               TO WS-TL-EMPLOYER-COST
           MOVE WS-TOTAL-LINE TO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE BUDGET-LOAD-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM BudgetLoad.
