       IDENTIFICATION DIVISION.
       PROGRAM-ID. TotalCompStatement.
      * Annual total compensation statement - one print-image page
      * per employee paid in the year, showing what the employment
      * was worth beyond the net on the pay stub. TCSPRM.DAT names
      * the year; with no parm card it is the year before the run
      * date, the usual time the statements go out. The year's
      * payments come from PAYHIST.DAT by check date (reversed
      * payments and later-year decedent payments left out): the
      * cash paid - base and other pay, overtime, commission, bonus,
      * severance and earnings by code - and every employer-paid
      * cost carried with them: the benefit premium share, HSA
      * deposits, 401(k) match, the employer's Social Security
      * (matching the employee withholding) and Medicare (the
      * regular rate on Medicare wages - there is no employer match
      * on the additional tax), and FUTA/SUTA. The GTL imputed value
      * is shown as a memo only; the premium behind it is already in
      * the benefit share. Below the figures go the employee's
      * current benefit enrollments (BENEFITS.DAT), 401(k) deferral
      * election (DEFELECT.DAT) and HSA election (HSAELECT.DAT), the
      * vacation and sick balances on the master as of the run
      * date, and one line giving the total value of employment -
      * cash plus employer cost. Like PayStatement's pages the
      * statements file TCSTMT.DAT carries no other employee's
      * figures on a page and masks the SSN, for distribution to
      * the employees themselves. Return code 8 when the history,
      * master or statements file cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TOTAL-COMP-PARM ASSIGN TO 'TCSPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT STATEMENT-FILE ASSIGN TO 'TCSTMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOTAL-COMP-PARM.
       01  TOTAL-COMP-PARM-RECORD.
           05 TCP-YEAR                 PIC 9(4).

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  DEFERRAL-ELECTION-FILE.
           COPY DEFELECT.

       FD  HSA-ELECTION-FILE.
           COPY HSAELECT.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-BENEFIT-STATUS        PIC XX.
           88 BENEFIT-OK               VALUE '00'.
           88 BENEFIT-EOF              VALUE '10'.
       01 WS-DEF-STATUS            PIC XX.
           88 DEF-OK                   VALUE '00'.
           88 DEF-EOF                  VALUE '10'.
       01 WS-HSA-STATUS            PIC XX.
           88 HSA-OK                   VALUE '00'.
           88 HSA-EOF                  VALUE '10'.
       01 WS-STMT-STATUS           PIC XX.
           88 STMT-OK                  VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-STATEMENT-YEAR        PIC 9(4).
       01 WS-ER-MEDICARE-RATE      PIC V9(5) VALUE .01450.
       01 WS-ER-MEDICARE           PIC 9(5)V99.

      * The employee in hand as the history is read in key order,
      * and the year's figures gathered for them.
       01 WS-CURRENT-ID            PIC 9(5) VALUE 0.
       01 WS-YEAR-FIGURES.
           05 WS-PAYMENT-COUNT     PIC 9(3).
           05 WS-YR-GROSS          PIC 9(9)V99.
           05 WS-YR-OVERTIME       PIC 9(9)V99.
           05 WS-YR-COMMISSION     PIC 9(9)V99.
           05 WS-YR-BONUS          PIC 9(9)V99.
           05 WS-YR-SEVERANCE      PIC 9(9)V99.
           05 WS-YR-OTHER-EARNINGS PIC 9(9)V99.
           05 WS-YR-IMPUTED        PIC 9(9)V99.
           05 WS-YR-ER-BENEFIT     PIC 9(9)V99.
           05 WS-YR-ER-HSA         PIC 9(9)V99.
           05 WS-YR-ER-MATCH       PIC 9(9)V99.
           05 WS-YR-ER-SOCIAL-SEC  PIC 9(9)V99.
           05 WS-YR-ER-MEDICARE    PIC 9(9)V99.
           05 WS-YR-ER-FUTA        PIC 9(9)V99.
           05 WS-YR-ER-SUTA        PIC 9(9)V99.
       01 WS-BASE-PAY              PIC S9(9)V99.
       01 WS-CASH-TOTAL            PIC 9(9)V99.
       01 WS-EMPLOYER-TOTAL        PIC 9(9)V99.
       01 WS-TOTAL-VALUE           PIC 9(9)V99.

       01 WS-PAYMENTS-READ         PIC 9(7) VALUE 0.
       01 WS-PAYMENTS-COUNTED      PIC 9(7) VALUE 0.
       01 WS-STATEMENT-COUNT       PIC 9(5) VALUE 0.
       01 WS-NO-MASTER-COUNT       PIC 9(5) VALUE 0.
       01 WS-ELECTION-COUNT        PIC 9(2).

       01 Report-Data              PIC X(80).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-SSN-MASKED            PIC X(11).
       01 WS-COUNT-EDIT            PIC ZZ9.
       01 WS-YTD-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-EDIT           PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-ANNUAL-EDIT           PIC ZZ,ZZ9.99.
       01 WS-ER-ANNUAL-EDIT        PIC ZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT           PIC ZZ,ZZ9.99.
       01 WS-PERCENT-EDIT          PIC Z9.99.
       01 WS-HOURS-EDIT            PIC ZZ9.99.
       01 WS-TIER-TEXT             PIC X(16).
       01 WS-ELECTION-TEXT         PIC X(50).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM Read-Total-Comp-Parm

           OPEN INPUT PAY-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               CLOSE PAY-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF NOT STMT-OK
               DISPLAY 'Cannot open statements file, status '
                   WS-STMT-STATUS
               CLOSE PAY-HISTORY
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * History is in employee/period order, so each employee's
      * payments arrive together; the page is printed when the next
      * employee's first record turns up, and once more at the end.
           INITIALIZE WS-YEAR-FIGURES
           PERFORM UNTIL HIST-EOF
               READ PAY-HISTORY NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAYMENTS-READ
                       IF HIST-EMPLOYEE-ID NOT = WS-CURRENT-ID
                           PERFORM Finish-Employee
                           MOVE HIST-EMPLOYEE-ID TO WS-CURRENT-ID
                       END-IF
                       PERFORM Accumulate-Payment
               END-READ
           END-PERFORM
           PERFORM Finish-Employee

           CLOSE PAY-HISTORY
           CLOSE EMPLOYEE-MASTER
           CLOSE STATEMENT-FILE
           DISPLAY 'Total compensation statements for '
               WS-STATEMENT-YEAR
           DISPLAY 'Payments read:            ' WS-PAYMENTS-READ
           DISPLAY 'Payments in the year:     ' WS-PAYMENTS-COUNTED
           DISPLAY 'Statements written:       ' WS-STATEMENT-COUNT
           DISPLAY 'Paid, no master record:   ' WS-NO-MASTER-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Read-Total-Comp-Parm.
           MOVE WS-TODAY (1:4) TO WS-STATEMENT-YEAR
           SUBTRACT 1 FROM WS-STATEMENT-YEAR
           OPEN INPUT TOTAL-COMP-PARM
           IF PARM-OK
               READ TOTAL-COMP-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TCP-YEAR IS NUMERIC AND TCP-YEAR > 0
                           MOVE TCP-YEAR TO WS-STATEMENT-YEAR
                       END-IF
               END-READ
           END-IF
           CLOSE TOTAL-COMP-PARM.

      * A payment counts toward the year by its check date. A
      * reversed payment was backed out of the employee's pay, and a
      * decedent payment made in a later year went to the estate.
       Accumulate-Payment.
           IF HIST-CHECK-DATE (1:4) = WS-STATEMENT-YEAR
               AND NOT HIST-PAYMENT-REVERSED
               AND NOT HIST-DECEDENT-1099
               ADD 1 TO WS-PAYMENTS-COUNTED
               ADD 1 TO WS-PAYMENT-COUNT
               ADD HIST-GROSS-SALARY TO WS-YR-GROSS
               ADD HIST-OVERTIME-PAY TO WS-YR-OVERTIME
               ADD HIST-OT-TRUEUP TO WS-YR-OVERTIME
               ADD HIST-COMMISSION TO WS-YR-COMMISSION
               ADD HIST-BONUS TO WS-YR-BONUS
               ADD HIST-SEVERANCE TO WS-YR-SEVERANCE
               ADD HIST-OTHER-EARNINGS TO WS-YR-OTHER-EARNINGS
               ADD HIST-IMPUTED-LIFE TO WS-YR-IMPUTED
               ADD HIST-EMPLOYER-BENEFIT TO WS-YR-ER-BENEFIT
               ADD HIST-HSA-EMPLOYER TO WS-YR-ER-HSA
               ADD HIST-EMPLOYER-MATCH TO WS-YR-ER-MATCH
               ADD HIST-FICA-WITHHOLDING TO WS-YR-ER-SOCIAL-SEC
               COMPUTE WS-ER-MEDICARE ROUNDED =
                   HIST-MEDICARE-TAXABLE * WS-ER-MEDICARE-RATE
               ADD WS-ER-MEDICARE TO WS-YR-ER-MEDICARE
               ADD HIST-EMPLOYER-FUTA TO WS-YR-ER-FUTA
               ADD HIST-EMPLOYER-SUTA TO WS-YR-ER-SUTA
           END-IF.

       Finish-Employee.
           IF WS-PAYMENT-COUNT > 0
               MOVE WS-CURRENT-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY 'No master record for paid employee '
                           WS-CURRENT-ID ', statement not produced'
                       ADD 1 TO WS-NO-MASTER-COUNT
                   NOT INVALID KEY
                       PERFORM Format-Statement
                       ADD 1 TO WS-STATEMENT-COUNT
               END-READ
           END-IF
           INITIALIZE WS-YEAR-FIGURES.

      * The gross carries the imputed GTL value, which is not cash;
      * what is left after the itemized kinds of pay is the base
      * salary or wages plus paid leave, holiday and premium pay.
       Format-Statement.
           COMPUTE WS-BASE-PAY = WS-YR-GROSS - WS-YR-IMPUTED
               - WS-YR-OVERTIME - WS-YR-COMMISSION - WS-YR-SEVERANCE
               - WS-YR-OTHER-EARNINGS
           COMPUTE WS-CASH-TOTAL =
               WS-YR-GROSS - WS-YR-IMPUTED + WS-YR-BONUS
           COMPUTE WS-EMPLOYER-TOTAL = WS-YR-ER-BENEFIT
               + WS-YR-ER-HSA + WS-YR-ER-MATCH + WS-YR-ER-SOCIAL-SEC
               + WS-YR-ER-MEDICARE + WS-YR-ER-FUTA + WS-YR-ER-SUTA
           COMPUTE WS-TOTAL-VALUE = WS-CASH-TOTAL + WS-EMPLOYER-TOTAL

           MOVE ALL '=' TO Report-Data
           PERFORM Write-Statement-Line
           MOVE '                ACME CORPORATION' TO Report-Data
           PERFORM Write-Statement-Line
           STRING '          ANNUAL TOTAL COMPENSATION STATEMENT - '
               WS-STATEMENT-YEAR
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line

           MOVE EMP-ID TO WS-ID-EDIT
           STRING 'EMPLOYEE: ' WS-ID-EDIT '  ' EMP-NAME
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           STRING 'XXX-XX-' EMP-SSN (8:4)
               DELIMITED BY SIZE INTO WS-SSN-MASKED
           MOVE WS-PAYMENT-COUNT TO WS-COUNT-EDIT
           STRING 'SSN: ' WS-SSN-MASKED '   YEAR: '
               WS-STATEMENT-YEAR '   PAYMENTS: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line

           PERFORM Print-Cash-Compensation
           PERFORM Print-Employer-Costs
           PERFORM Print-Benefit-Elections
           PERFORM Print-Leave-Balances

           MOVE WS-TOTAL-VALUE TO WS-YTD-EDIT
           STRING 'TOTAL VALUE OF EMPLOYMENT ' WS-STATEMENT-YEAR
               '       ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE ALL '=' TO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line.

       Print-Cash-Compensation.
           MOVE 'CASH COMPENSATION' TO Report-Data
           PERFORM Write-Statement-Line
           MOVE WS-BASE-PAY TO WS-SIGNED-EDIT
           STRING '  BASE PAY AND PAID LEAVE     ' WS-SIGNED-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           IF WS-YR-OVERTIME > 0
               MOVE WS-YR-OVERTIME TO WS-YTD-EDIT
               STRING '  OVERTIME                     ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF WS-YR-COMMISSION > 0
               MOVE WS-YR-COMMISSION TO WS-YTD-EDIT
               STRING '  COMMISSION                   ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF WS-YR-BONUS > 0
               MOVE WS-YR-BONUS TO WS-YTD-EDIT
               STRING '  BONUS                        ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF WS-YR-SEVERANCE > 0
               MOVE WS-YR-SEVERANCE TO WS-YTD-EDIT
               STRING '  SEVERANCE PAY                ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF WS-YR-OTHER-EARNINGS > 0
               MOVE WS-YR-OTHER-EARNINGS TO WS-YTD-EDIT
               STRING '  OTHER EARNINGS               ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           MOVE WS-CASH-TOTAL TO WS-YTD-EDIT
           STRING '  TOTAL CASH COMPENSATION      ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           IF WS-YR-IMPUTED > 0
               MOVE WS-YR-IMPUTED TO WS-YTD-EDIT
               STRING '  GTL IMPUTED (NON-CASH, MEMO) ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line.

       Print-Employer-Costs.
           MOVE 'PAID BY THE COMPANY ON YOUR BEHALF' TO Report-Data
           PERFORM Write-Statement-Line
           MOVE WS-YR-ER-BENEFIT TO WS-YTD-EDIT
           STRING '  BENEFIT PREMIUMS             ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           IF WS-YR-ER-HSA > 0
               MOVE WS-YR-ER-HSA TO WS-YTD-EDIT
               STRING '  HSA DEPOSITS                 ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           MOVE WS-YR-ER-MATCH TO WS-YTD-EDIT
           STRING '  401K MATCH                   ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE WS-YR-ER-SOCIAL-SEC TO WS-YTD-EDIT
           STRING '  SOCIAL SECURITY              ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE WS-YR-ER-MEDICARE TO WS-YTD-EDIT
           STRING '  MEDICARE                     ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE WS-YR-ER-FUTA TO WS-YTD-EDIT
           STRING '  FEDERAL UNEMPLOYMENT         ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE WS-YR-ER-SUTA TO WS-YTD-EDIT
           STRING '  STATE UNEMPLOYMENT           ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE WS-EMPLOYER-TOTAL TO WS-YTD-EDIT
           STRING '  TOTAL COMPANY-PAID COST      ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line.

      * Elections as they stand today - the statement goes out after
      * the year, when the employee is weighing the next one.
       Print-Benefit-Elections.
           MOVE 'YOUR BENEFIT ELECTIONS' TO Report-Data
           PERFORM Write-Statement-Line
           MOVE '  PLAN  COVERAGE          YOU PAY/YR  COMPANY PAYS/YR'
               TO Report-Data
           PERFORM Write-Statement-Line
           MOVE 0 TO WS-ELECTION-COUNT
           OPEN INPUT BENEFIT-FILE
           IF BENEFIT-OK
               PERFORM UNTIL BENEFIT-EOF
                   READ BENEFIT-FILE
                       AT END
                           SET BENEFIT-EOF TO TRUE
                       NOT AT END
                           IF BEN-EMPLOYEE-ID = EMP-ID
                               AND BEN-ENROLLED
                               PERFORM Print-Benefit-Line
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BENEFIT-FILE
           IF WS-ELECTION-COUNT = 0
               MOVE '  NO BENEFIT PLAN ENROLLMENTS' TO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           PERFORM Print-Deferral-Election
           PERFORM Print-Hsa-Election
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line.

       Print-Benefit-Line.
           ADD 1 TO WS-ELECTION-COUNT
           EVALUATE TRUE
               WHEN BEN-TIER-EMPLOYEE
                   MOVE 'EMPLOYEE ONLY' TO WS-TIER-TEXT
               WHEN BEN-TIER-SPOUSE
                   MOVE 'EMPLOYEE+SPOUSE' TO WS-TIER-TEXT
               WHEN BEN-TIER-FAMILY
                   MOVE 'FAMILY' TO WS-TIER-TEXT
               WHEN BEN-TIER-WAIVED
                   MOVE 'WAIVED' TO WS-TIER-TEXT
               WHEN OTHER
                   MOVE BEN-COVERAGE-TIER TO WS-TIER-TEXT
           END-EVALUATE
           MOVE BEN-EMPLOYEE-ANNUAL TO WS-ANNUAL-EDIT
           MOVE BEN-EMPLOYER-ANNUAL TO WS-ER-ANNUAL-EDIT
           STRING '  ' BEN-PLAN-CODE '  ' WS-TIER-TEXT
               '   ' WS-ANNUAL-EDIT '        ' WS-ER-ANNUAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line.

      * No active election means the plan's default deferral rate.
       Print-Deferral-Election.
           MOVE 'PLAN DEFAULT RATE' TO WS-ELECTION-TEXT
           OPEN INPUT DEFERRAL-ELECTION-FILE
           IF DEF-OK
               PERFORM UNTIL DEF-EOF
                   READ DEFERRAL-ELECTION-FILE
                       AT END
                           SET DEF-EOF TO TRUE
                       NOT AT END
                           IF DEF-EMPLOYEE-ID = EMP-ID
                               AND DEF-ELECTION-ACTIVE
                               PERFORM Describe-Deferral
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEFERRAL-ELECTION-FILE
           STRING '  401K DEFERRAL      ' WS-ELECTION-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line.

       Describe-Deferral.
           MOVE SPACES TO WS-ELECTION-TEXT
           EVALUATE TRUE
               WHEN DEF-PCT-OF-GROSS
                   MOVE DEF-PERCENT TO WS-PERCENT-EDIT
                   STRING WS-PERCENT-EDIT '% OF GROSS PAY'
                       DELIMITED BY SIZE INTO WS-ELECTION-TEXT
               WHEN DEF-FLAT-AMOUNT
                   MOVE DEF-AMOUNT TO WS-AMOUNT-EDIT
                   STRING WS-AMOUNT-EDIT ' PER PAY PERIOD'
                       DELIMITED BY SIZE INTO WS-ELECTION-TEXT
               WHEN DEF-STOPPED
                   MOVE 'STOPPED' TO WS-ELECTION-TEXT
               WHEN OTHER
                   MOVE 'PLAN DEFAULT RATE' TO WS-ELECTION-TEXT
           END-EVALUATE.

      * No active election means no HSA.
       Print-Hsa-Election.
           MOVE 'NOT ENROLLED' TO WS-ELECTION-TEXT
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
                               PERFORM Describe-Hsa
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HSA-ELECTION-FILE
           STRING '  HSA CONTRIBUTION   ' WS-ELECTION-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line.

       Describe-Hsa.
           MOVE SPACES TO WS-ELECTION-TEXT
           MOVE HSA-PER-PERIOD TO WS-AMOUNT-EDIT
           IF HSA-FAMILY
               STRING WS-AMOUNT-EDIT ' PER PAY PERIOD, FAMILY'
                   DELIMITED BY SIZE INTO WS-ELECTION-TEXT
           ELSE
               STRING WS-AMOUNT-EDIT ' PER PAY PERIOD, SELF-ONLY'
                   DELIMITED BY SIZE INTO WS-ELECTION-TEXT
           END-IF.

       Print-Leave-Balances.
           STRING 'LEAVE BALANCES AS OF ' WS-TODAY
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE EMP-VACATION-BALANCE TO WS-HOURS-EDIT
           STRING '  VACATION HOURS               ' WS-HOURS-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE EMP-SICK-BALANCE TO WS-HOURS-EDIT
           STRING '  SICK HOURS                   ' WS-HOURS-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line.

       Write-Statement-Line.
           WRITE STATEMENT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM TotalCompStatement.
