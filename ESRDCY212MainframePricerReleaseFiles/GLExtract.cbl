           SELECT GL-EXTRACT ASSIGN TO WS-GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      * The cycle's project labor distribution for the same range,
      * and the project master that carries each project's labor
      * account. The off-cycle runs write no project labor.
           SELECT OPTIONAL PROJECT-LABOR-FILE
               ASSIGN TO WS-PROJLAB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJLAB-STATUS.
           SELECT OPTIONAL PROJECT-MASTER-FILE ASSIGN TO 'PROJMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJ-STATUS.
      * Permanent department cost actuals for the budget variance
      * report - the posted files are reused run over run, so each
      * run's department figures are kept here as they are booked.
           SELECT OPTIONAL DEPT-ACTUAL-FILE ASSIGN TO 'DEPTACT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 GL-DESCRIPTION           PIC X(30).

       FD  PROJECT-LABOR-FILE.
           COPY PROJLAB.

       FD  PROJECT-MASTER-FILE.
           COPY PROJREC.

       FD  DEPT-ACTUAL-FILE.
           COPY DEPTACT.

       WORKING-STORAGE SECTION.
           COPY DEPTACCT.
           COPY COMPANY.
           COPY LABDTBL.
           COPY RMBACCT.
           COPY ERNTBL.

       01 WS-GL-ENTITY             PIC X(4) VALUE SPACES.
       01 WS-COMPANY-FOUND         PIC X.
       01 WS-RANGE-FROM-EDIT       PIC 9(5).
       01 WS-POSTED-FILENAME       PIC X(14) VALUE SPACES.
       01 WS-GL-FILENAME           PIC X(14) VALUE SPACES.
       01 WS-PROJLAB-FILENAME      PIC X(14) VALUE SPACES.
       01 WS-PROJLAB-STATUS        PIC XX.
           88 PROJLAB-OK               VALUE '00'.
           88 PROJLAB-EOF              VALUE '10'.
       01 WS-PROJ-STATUS           PIC XX.
           88 PROJ-OK                  VALUE '00'.
           88 PROJ-EOF                 VALUE '10'.
       01 WS-DEPTACT-STATUS        PIC XX.
           88 DEPTACT-OK               VALUE '00' '05'.

       01 WS-PERIOD-EDIT           PIC 9(6).
       01 WS-TOTAL-GROSS           PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-GARNISH         PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ER-BENEFIT      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ER-MATCH        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-HSA             PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ER-HSA          PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ER-TAX          PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ER-UNEMP        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-COMMISSION      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-HOLIDAY         PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-OT-TRUEUP       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SEVERANCE       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-LOAN-REPAY      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-VOLUNTARY       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-LOCAL           PIC 9(9)V99 VALUE 0.
      * Expense reimbursements paid in the net, by RMBACCT.cpy type.
       01 WS-TOTAL-REIMB-BY-TYPE   PIC 9(9)V99 VALUE 0
                                   OCCURS 5 TIMES.
       01 WS-RMB-SUB               PIC 9(2).
      * Earnings paid by code, in the order of the loaded earnings-
      * code table; the 51st bucket holds codes no longer on the
      * master, booked to the default salary account.
       01 WS-EARN-LOAD-STATUS      PIC X.
       01 WS-TOTAL-EARN-BY-CODE    PIC 9(9)V99 VALUE 0
                                   OCCURS 51 TIMES.
       01 WS-EARN-SUB              PIC 9(2).
       01 WS-EARN-BUCKET           PIC 9(2).
       01 WS-ER-MEDICARE           PIC 9(9)V99.
      * Employer payroll-tax rates for the matching FICA/Medicare
      * liability. The employer FICA match mirrors the employee-side
       01 WS-STATE-WORK            PIC X(2).
       01 WS-STATE-MATCHED         PIC X.

      * Salary, bonus, and the employer-side costs accumulated by
      * department so the ledger carries one cost-center debit per
      * department instead of one company-wide lump. Blank-
      * department records fall into the '****' bucket (posted to
      * the default accounts).
       01 WS-DEPT-TOTALS.
           05 WS-DEPT-COUNT        PIC 9(3) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-CODE         PIC X(4).
               10 WS-DEPT-GROSS        PIC 9(9)V99.
               10 WS-DEPT-BONUS        PIC 9(9)V99.
               10 WS-DEPT-ER-TAX       PIC 9(9)V99.
               10 WS-DEPT-ER-UNEMP     PIC 9(9)V99.
               10 WS-DEPT-ER-BENEFIT   PIC 9(9)V99.
               10 WS-DEPT-ER-MATCH     PIC 9(9)V99.
               10 WS-DEPT-ER-HSA       PIC 9(9)V99.
               10 WS-DEPT-WAGES        PIC 9(9)V99.
               10 WS-DEPT-OVERTIME     PIC 9(9)V99.
      * Split-funded employees: the labor distribution in effect on
      * the run's check date, loaded on the first posted record.
      * Each cost is shared out by the employee's percentages, the
      * last department taking the rounding remainder so the shares
      * add back to the employee's cost exactly; an employee with no
      * distribution charges it all to the posted department.
       01 WS-DIST-LOADED           PIC X VALUE 'N'.
           88 DIST-IS-LOADED           VALUE 'Y'.
       01 WS-DIST-STATUS           PIC X.
       01 WS-DIST-EMPLOYEE         PIC 9(5).
       01 WS-DIST-DONE             PIC X.
       01 WS-EMP-COST.
           05 WS-EC-GROSS          PIC 9(9)V99.
           05 WS-EC-BONUS          PIC 9(9)V99.
           05 WS-EC-ER-TAX         PIC 9(9)V99.
           05 WS-EC-ER-UNEMP       PIC 9(9)V99.
           05 WS-EC-ER-BENEFIT     PIC 9(9)V99.
           05 WS-EC-ER-MATCH       PIC 9(9)V99.
           05 WS-EC-ER-HSA         PIC 9(9)V99.
           05 WS-EC-WAGES          PIC 9(9)V99.
           05 WS-EC-OVERTIME       PIC 9(9)V99.
       01 WS-EMP-REMAIN.
           05 WS-RM-GROSS          PIC 9(9)V99.
           05 WS-RM-BONUS          PIC 9(9)V99.
           05 WS-RM-ER-TAX         PIC 9(9)V99.
           05 WS-RM-ER-UNEMP       PIC 9(9)V99.
           05 WS-RM-ER-BENEFIT     PIC 9(9)V99.
           05 WS-RM-ER-MATCH       PIC 9(9)V99.
           05 WS-RM-ER-HSA         PIC 9(9)V99.
           05 WS-RM-WAGES          PIC 9(9)V99.
           05 WS-RM-OVERTIME       PIC 9(9)V99.
       01 WS-DEPT-SHARE.
           05 WS-DS-GROSS          PIC 9(9)V99.
           05 WS-DS-BONUS          PIC 9(9)V99.
           05 WS-DS-ER-TAX         PIC 9(9)V99.
           05 WS-DS-ER-UNEMP       PIC 9(9)V99.
           05 WS-DS-ER-BENEFIT     PIC 9(9)V99.
           05 WS-DS-ER-MATCH       PIC 9(9)V99.
           05 WS-DS-ER-HSA         PIC 9(9)V99.
           05 WS-DS-WAGES          PIC 9(9)V99.
           05 WS-DS-OVERTIME       PIC 9(9)V99.
       01 WS-DEPT-SUB              PIC 9(3).
       01 WS-DEPT-WORK             PIC X(4).
      * Regular-cycle employees paid, by their own department, for
      * the budget actuals' headcount.
       01 WS-HEAD-TABLE.
           05 WS-HEAD-COUNT        PIC 9(3) VALUE 0.
           05 WS-HEAD-ENTRY OCCURS 50 TIMES.
               10 WS-HEAD-DEPT         PIC X(4).
               10 WS-HEAD-EMPLOYEES    PIC 9(5).
       01 WS-HEAD-SUB              PIC 9(3).
       01 WS-HEAD-FOUND            PIC 9(3).
       01 WS-ACTUAL-CHECK-DATE     PIC 9(8) VALUE 0.
       01 WS-ACTUAL-COMPANY        PIC X(2).
       01 WS-ACTUAL-STAMP          PIC X(14).
       01 WS-DEPT-MATCHED          PIC X.
       01 WS-DEPT-SALARY-ACCT     PIC X(6).
       01 WS-DEPT-BONUS-ACCT      PIC X(6).
      * Hourly labor charged to projects off the timesheet codes -
      * one debit per project to its labor account, offset by one
      * transfer credit against the salary expense, so the pair
      * reclasses the cost without changing the file's balance.
      * Unassigned hours (blank project) stay in the departments.
       01 WS-PROJ-DEFAULT-ACCT     PIC X(6) VALUE '140000'.
       01 WS-PROJ-TRANSFER-ACCT    PIC X(6) VALUE '509000'.
       01 WS-PROJECT-TOTALS.
           05 WS-PROJ-COUNT        PIC 9(3) VALUE 0.
           05 WS-PROJ-ENTRY OCCURS 300 TIMES.
               10 WS-PROJ-CODE         PIC X(6).
               10 WS-PROJ-ACCOUNT      PIC X(6).
               10 WS-PROJ-AMOUNT       PIC 9(9)V99.
       01 WS-PROJ-SUB              PIC 9(3).
       01 WS-PROJ-MATCHED          PIC X.
       01 WS-PROJ-LABOR-WORK       PIC 9(9)V99.
       01 WS-TOTAL-PROJECT         PIC 9(9)V99 VALUE 0.
      * Set when a department or state bucket overflows its table -
      * the dropped amounts leave the extract's debits and credits
      * out of balance, so the run ends with a nonzero return code.
      * File prefixes, so the same extract logic serves the regular
      * cycle (POSTD/GLEXT) and the off-cycle runs, which post to
      * their own files (TermPay TPOST/GLTPY, PayAdjustment
      * APOST/GLADJ, SeveranceRun SPOST/GLSEV).
       01 Posted-Prefix-IN          PIC X(5).
       01 GL-Prefix-IN              PIC X(5).
      * Legal entity the caller's run pays, passed through rather
               '.DAT' DELIMITED BY SIZE INTO WS-POSTED-FILENAME
           STRING GL-Prefix-IN WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-GL-FILENAME
           STRING 'PJLAB' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-PROJLAB-FILENAME

           MOVE 0 TO WS-HEAD-COUNT WS-ACTUAL-CHECK-DATE
           PERFORM Resolve-GL-Entity
           CALL 'EarnCodeLoad' USING EARN-CODE-TABLE
               WS-EARN-LOAD-STATUS
           IF Posted-Prefix-IN = 'POSTD'
               PERFORM Load-Project-Accounts
               PERFORM Accumulate-Project-Labor
           END-IF

           OPEN INPUT POSTED-PAY-FILE
           IF NOT POSTED-OK
                   AT END
                       SET POSTED-EOF TO TRUE
                   NOT AT END
                       COMPUTE WS-ER-MEDICARE ROUNDED =
                           POST-MEDICARE-TAXABLE * WS-ER-MEDICARE-RATE
                       PERFORM Accumulate-Dept-Totals
                       ADD POST-GROSS-SALARY TO WS-TOTAL-GROSS
                       ADD POST-FEDERAL-WITHHOLDING
                       ADD POST-GARNISH TO WS-TOTAL-GARNISH
                       ADD POST-EMPLOYER-BENEFIT TO WS-TOTAL-ER-BENEFIT
                       ADD POST-EMPLOYER-MATCH TO WS-TOTAL-ER-MATCH
                       ADD POST-HSA-CONTRIBUTION TO WS-TOTAL-HSA
                       ADD POST-HSA-EMPLOYER TO WS-TOTAL-ER-HSA
                       ADD POST-NET-SALARY TO WS-TOTAL-NET
                       ADD POST-BONUS TO WS-TOTAL-BONUS
                       ADD POST-FICA-WITHHOLDING TO WS-TOTAL-ER-TAX
                       ADD WS-ER-MEDICARE TO WS-TOTAL-ER-TAX
                       ADD POST-EMPLOYER-FUTA TO WS-TOTAL-ER-UNEMP
                       ADD POST-EMPLOYER-SUTA TO WS-TOTAL-ER-UNEMP
                       ADD POST-COMMISSION TO WS-TOTAL-COMMISSION
                       ADD POST-HOLIDAY-PAY TO WS-TOTAL-HOLIDAY
                       ADD POST-OT-TRUEUP TO WS-TOTAL-OT-TRUEUP
                       ADD POST-SEVERANCE TO WS-TOTAL-SEVERANCE
                       ADD POST-LOAN-REPAY TO WS-TOTAL-LOAN-REPAY
                       ADD POST-VOLUNTARY TO WS-TOTAL-VOLUNTARY
                       ADD POST-LOCAL-WITHHOLDING TO WS-TOTAL-LOCAL
                       PERFORM VARYING WS-RMB-SUB FROM 1 BY 1
                               UNTIL WS-RMB-SUB > 5
                           ADD POST-REIMB-BY-TYPE (WS-RMB-SUB)
                               TO WS-TOTAL-REIMB-BY-TYPE (WS-RMB-SUB)
                       END-PERFORM
                       PERFORM Accumulate-Earn-Code
                           VARYING WS-EARN-SUB FROM 1 BY 1
                           UNTIL WS-EARN-SUB > POST-EARN-COUNT
               END-READ
           END-PERFORM
           CLOSE POSTED-PAY-FILE
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT

           PERFORM Write-Project-GL-Line
               VARYING WS-PROJ-SUB FROM 1 BY 1
               UNTIL WS-PROJ-SUB > WS-PROJ-COUNT
           IF WS-TOTAL-PROJECT > 0
               MOVE WS-PROJ-TRANSFER-ACCT TO GL-ACCOUNT-CODE
               MOVE 'CR' TO GL-DR-CR
               MOVE WS-TOTAL-PROJECT TO GL-AMOUNT
               MOVE SPACES TO GL-DESCRIPTION
               STRING 'PROJECT LABOR XFER PER ' WS-PERIOD-EDIT
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF

      * Commission expense carved out of the cost-center salary
      * debits above - one line, so the ledger shows commission as
      * commission.
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD

      * Holiday pay likewise comes out of the cost-center salary
      * debits and is booked to its own expense line.
           IF WS-TOTAL-HOLIDAY > 0
               MOVE '510600' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-TOTAL-HOLIDAY TO GL-AMOUNT
               MOVE SPACES TO GL-DESCRIPTION
               STRING 'HOLIDAY PAY EXP PER ' WS-PERIOD-EDIT
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF

      * So does the overtime true-up owed on commission and
      * nondiscretionary bonus.
           IF WS-TOTAL-OT-TRUEUP > 0
               MOVE '510700' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-TOTAL-OT-TRUEUP TO GL-AMOUNT
               MOVE SPACES TO GL-DESCRIPTION
               STRING 'OT TRUE-UP EXP PER ' WS-PERIOD-EDIT
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF

      * Severance installments are a separation cost, not the
      * department's salary - booked to severance expense.
           IF WS-TOTAL-SEVERANCE > 0
               MOVE '510800' TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-TOTAL-SEVERANCE TO GL-AMOUNT
               MOVE SPACES TO GL-DESCRIPTION
               STRING 'SEVERANCE EXP PER ' WS-PERIOD-EDIT
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF

      * Expense reimbursements paid through the net are not salary -
      * each type is charged to its own expense account, and the
      * payroll clearing credit below already carries the cash.
           PERFORM Write-Reimbursement-GL-Line
               VARYING WS-RMB-SUB FROM 1 BY 1
               UNTIL WS-RMB-SUB > 5

      * Earnings paid by code are carved out of the cost-center
      * salary debits like commission and booked to the expense
      * account each code names on the earnings-code master.
           PERFORM Write-Earn-Code-GL-Line
               VARYING WS-EARN-SUB FROM 1 BY 1
               UNTIL WS-EARN-SUB > 51

      * Employer share of benefit elections - expense by department
      * and the matching payable, so the set balances on its own.
           PERFORM Write-Dept-Benefit-Line
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT

           MOVE '212000' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           WRITE GL-RECORD

      * Employer 401k match - expense and matching payable to the
      * plan provider, balanced like the benefit share.
           PERFORM Write-Dept-Match-Line
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT

           MOVE '213000' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD

      * Employer HSA funding - expense by department like the match.
      * The employees' own pre-tax contributions and the employer's
      * deposits go to the custodian in one wire, so one payable
      * carries both; the employee part balances against the net it
      * came out of.
           PERFORM Write-Dept-Hsa-Line
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT

           MOVE '213700' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           COMPUTE GL-AMOUNT = WS-TOTAL-HSA + WS-TOTAL-ER-HSA
           MOVE SPACES TO GL-DESCRIPTION
           STRING 'HSA PAYABLE PER ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD

      * Employer-side FICA/Medicare - the ledger finally carries the
      * full payroll cost, not just the employee withholdings.
           PERFORM Write-Dept-Er-Tax-Line
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT

           MOVE '214000' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-TOTAL-ER-TAX TO GL-AMOUNT

      * Employer unemployment taxes (FUTA plus the per-state SUTA
      * the cycle computed) - expense and matching payable, balanced
      * like the other employer-side amounts.
           PERFORM Write-Dept-Unemp-Line
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT

           MOVE '215000' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT

      * Local income tax withheld - one payable line; the split by
      * jurisdiction for remittance is on the local tax summary.
           MOVE '210600' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-TOTAL-LOCAL TO GL-AMOUNT
           STRING 'LOCAL WH PAYABLE PER ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD

           MOVE '211000' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-TOTAL-GARNISH TO GL-AMOUNT
           WRITE GL-RECORD

           CLOSE GL-EXTRACT
           PERFORM Write-Dept-Actuals
           IF GL-AMOUNTS-DROPPED
               DISPLAY 'GL extract is OUT OF BALANCE - amounts were '
                   'dropped on table overflow'
           END-IF
           GOBACK.

       Write-Reimbursement-GL-Line.
           IF WS-TOTAL-REIMB-BY-TYPE (WS-RMB-SUB) > 0
               MOVE RMB-ACCT-EXPENSE (WS-RMB-SUB) TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-TOTAL-REIMB-BY-TYPE (WS-RMB-SUB) TO GL-AMOUNT
               MOVE SPACES TO GL-DESCRIPTION
               STRING 'REIMB ' RMB-ACCT-DESC (WS-RMB-SUB)
                   ' EXP PER ' WS-PERIOD-EDIT
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF.

       Accumulate-Earn-Code.
           MOVE 51 TO WS-EARN-BUCKET
           SET EARN-CODE-IDX TO 1
           SEARCH EARN-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN EARN-CODE-IDX > EARN-CODE-COUNT
                   CONTINUE
               WHEN ECT-CODE (EARN-CODE-IDX) =
                       POST-EARN-CODE (WS-EARN-SUB)
                   SET WS-EARN-BUCKET TO EARN-CODE-IDX
           END-SEARCH
           ADD POST-EARN-AMOUNT (WS-EARN-SUB)
               TO WS-TOTAL-EARN-BY-CODE (WS-EARN-BUCKET).

       Write-Earn-Code-GL-Line.
           IF WS-TOTAL-EARN-BY-CODE (WS-EARN-SUB) > 0
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-TOTAL-EARN-BY-CODE (WS-EARN-SUB) TO GL-AMOUNT
               MOVE SPACES TO GL-DESCRIPTION
               IF WS-EARN-SUB > EARN-CODE-COUNT
                   MOVE DEPT-ACCT-DEFAULT-SALARY TO GL-ACCOUNT-CODE
                   STRING 'OTHER EARNINGS EXP PER ' WS-PERIOD-EDIT
                       DELIMITED BY SIZE INTO GL-DESCRIPTION
               ELSE
                   SET EARN-CODE-IDX TO WS-EARN-SUB
                   MOVE ECT-GL-ACCOUNT (EARN-CODE-IDX)
                       TO GL-ACCOUNT-CODE
                   STRING ECT-DESCRIPTION (EARN-CODE-IDX)
                       DELIMITED BY '  '
                       ' EXP PER ' WS-PERIOD-EDIT
                       DELIMITED BY SIZE INTO GL-DESCRIPTION
               END-IF
               WRITE GL-RECORD
           END-IF.

       Resolve-GL-Entity.
      * The caller's company code picks the GL entity off the
      * control file. No control file means a blank entity, the
      * legacy single-entity ledger.
           CALL 'CompanyData' USING Company-Code-IN
               COMPANY-RECORD WS-COMPANY-FOUND
           MOVE Company-Code-IN TO WS-ACTUAL-COMPANY
           IF COMPANY-WAS-FOUND
               MOVE CO-GL-ENTITY TO WS-GL-ENTITY
               MOVE CO-CODE TO WS-ACTUAL-COMPANY
           END-IF.

       Count-Dept-Headcount.
           IF POST-DEPT-CODE = SPACES
               MOVE '****' TO WS-DEPT-WORK
           ELSE
               MOVE POST-DEPT-CODE TO WS-DEPT-WORK
           END-IF
           MOVE 0 TO WS-HEAD-FOUND
           PERFORM VARYING WS-HEAD-SUB FROM 1 BY 1
               UNTIL WS-HEAD-SUB > WS-HEAD-COUNT OR WS-HEAD-FOUND > 0
               IF WS-HEAD-DEPT (WS-HEAD-SUB) = WS-DEPT-WORK
                   MOVE WS-HEAD-SUB TO WS-HEAD-FOUND
               END-IF
           END-PERFORM
           IF WS-HEAD-FOUND = 0 AND WS-HEAD-COUNT < 50
               ADD 1 TO WS-HEAD-COUNT
               MOVE WS-HEAD-COUNT TO WS-HEAD-FOUND
               MOVE WS-DEPT-WORK TO WS-HEAD-DEPT (WS-HEAD-FOUND)
               MOVE 0 TO WS-HEAD-EMPLOYEES (WS-HEAD-FOUND)
           END-IF
           IF WS-HEAD-FOUND > 0
               ADD 1 TO WS-HEAD-EMPLOYEES (WS-HEAD-FOUND)
           END-IF.

      * One actuals record per department charged, plus one for any
      * department that only had employees paid there on a split
      * charged wholly elsewhere. The ledger extract is already
      * written, so a file that cannot be opened is reported but
      * does not fail the posting.
       Write-Dept-Actuals.
           OPEN EXTEND DEPT-ACTUAL-FILE
           IF NOT DEPTACT-OK
               DISPLAY 'Cannot open department actuals file, status '
                   WS-DEPTACT-STATUS ' - budget actuals not kept'
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ACTUAL-STAMP
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO WS-DEPT-WORK
                   PERFORM Start-Dept-Actual
                   MOVE WS-DEPT-WAGES (WS-DEPT-SUB) TO DAC-SALARY
                   MOVE WS-DEPT-OVERTIME (WS-DEPT-SUB) TO DAC-OVERTIME
                   MOVE WS-DEPT-BONUS (WS-DEPT-SUB) TO DAC-BONUS
                   COMPUTE DAC-EMPLOYER-COST =
                       WS-DEPT-ER-TAX (WS-DEPT-SUB)
                       + WS-DEPT-ER-UNEMP (WS-DEPT-SUB)
                       + WS-DEPT-ER-BENEFIT (WS-DEPT-SUB)
                       + WS-DEPT-ER-MATCH (WS-DEPT-SUB)
                       + WS-DEPT-ER-HSA (WS-DEPT-SUB)
                   PERFORM VARYING WS-HEAD-SUB FROM 1 BY 1
                       UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
                       IF WS-HEAD-DEPT (WS-HEAD-SUB) = WS-DEPT-WORK
                           MOVE WS-HEAD-EMPLOYEES (WS-HEAD-SUB)
                               TO DAC-HEADCOUNT
                           MOVE SPACES TO WS-HEAD-DEPT (WS-HEAD-SUB)
                       END-IF
                   END-PERFORM
                   WRITE DEPT-ACTUAL-RECORD
               END-PERFORM
               PERFORM VARYING WS-HEAD-SUB FROM 1 BY 1
                   UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
                   IF WS-HEAD-DEPT (WS-HEAD-SUB) NOT = SPACES
                       MOVE WS-HEAD-DEPT (WS-HEAD-SUB) TO WS-DEPT-WORK
                       PERFORM Start-Dept-Actual
                       MOVE WS-HEAD-EMPLOYEES (WS-HEAD-SUB)
                           TO DAC-HEADCOUNT
                       WRITE DEPT-ACTUAL-RECORD
                   END-IF
               END-PERFORM
               CLOSE DEPT-ACTUAL-FILE
           END-IF.

       Start-Dept-Actual.
           INITIALIZE DEPT-ACTUAL-RECORD
           MOVE WS-ACTUAL-STAMP TO DAC-RUN-STAMP
           MOVE Posted-Prefix-IN TO DAC-SOURCE
           MOVE From-ID-IN TO DAC-RANGE-FROM-ID
           MOVE Pay-Period-IN TO DAC-PAY-PERIOD
           MOVE WS-ACTUAL-CHECK-DATE TO DAC-CHECK-DATE
           MOVE WS-ACTUAL-COMPANY TO DAC-COMPANY-CODE
           MOVE WS-DEPT-WORK TO DAC-DEPT-CODE.

       Accumulate-Dept-Totals.
      * Commission is carved out of the gross here and booked to
      * its own expense line below, so the cost centers show salary
      * as salary and commission as commission (holiday pay, the
      * overtime true-up, severance, and the earnings paid by code
      * the same way). The
      * group-term life imputed income comes out too - it is
      * non-cash taxable value, not an expense (the premium itself
      * is already in the employer benefit share).
           IF NOT DIST-IS-LOADED
               CALL 'LaborDistLoad' USING POST-CHECK-DATE
                   LABOR-DIST-TABLE WS-DIST-STATUS
               SET DIST-IS-LOADED TO TRUE
           END-IF
           COMPUTE WS-EC-GROSS = POST-GROSS-SALARY
               - POST-COMMISSION - POST-IMPUTED-LIFE - POST-HOLIDAY-PAY
               - POST-OT-TRUEUP - POST-SEVERANCE - POST-OTHER-EARNINGS
           MOVE POST-BONUS TO WS-EC-BONUS
           COMPUTE WS-EC-ER-TAX = POST-FICA-WITHHOLDING
               + WS-ER-MEDICARE
           COMPUTE WS-EC-ER-UNEMP = POST-EMPLOYER-FUTA
               + POST-EMPLOYER-SUTA
           MOVE POST-EMPLOYER-BENEFIT TO WS-EC-ER-BENEFIT
           MOVE POST-EMPLOYER-MATCH TO WS-EC-ER-MATCH
           MOVE POST-HSA-EMPLOYER TO WS-EC-ER-HSA
      * Budget figures: overtime apart from the rest of the wages.
           COMPUTE WS-EC-OVERTIME = POST-OVERTIME-PAY + POST-OT-TRUEUP
           COMPUTE WS-EC-WAGES = POST-GROSS-SALARY
               - POST-IMPUTED-LIFE - POST-SEVERANCE - WS-EC-OVERTIME
           IF WS-ACTUAL-CHECK-DATE = 0
               MOVE POST-CHECK-DATE TO WS-ACTUAL-CHECK-DATE
           END-IF
           IF Posted-Prefix-IN = 'POSTD'
               PERFORM Count-Dept-Headcount
           END-IF
           MOVE POST-EMPLOYEE-ID TO WS-DIST-EMPLOYEE
           SET LDT-IDX TO 1
           SEARCH LDT-ENTRY
               AT END
                   PERFORM Charge-Posted-Dept
               WHEN LDT-IDX > LDT-COUNT
                   PERFORM Charge-Posted-Dept
               WHEN LDT-EMPLOYEE-ID (LDT-IDX) = WS-DIST-EMPLOYEE
                   PERFORM Split-Employee-Cost
           END-SEARCH.

       Charge-Posted-Dept.
           IF POST-DEPT-CODE = SPACES
               MOVE '****' TO WS-DEPT-WORK
           ELSE
               MOVE POST-DEPT-CODE TO WS-DEPT-WORK
           END-IF
           MOVE WS-EMP-COST TO WS-DEPT-SHARE
           PERFORM Add-Dept-Share.

       Split-Employee-Cost.
           MOVE WS-EMP-COST TO WS-EMP-REMAIN
           MOVE 'N' TO WS-DIST-DONE
           PERFORM UNTIL WS-DIST-DONE = 'Y'
               MOVE LDT-DEPT-CODE (LDT-IDX) TO WS-DEPT-WORK
               IF LDT-IDX = LDT-COUNT
                   MOVE 'Y' TO WS-DIST-DONE
               ELSE
                   IF LDT-EMPLOYEE-ID (LDT-IDX + 1) NOT =
                           WS-DIST-EMPLOYEE
                       MOVE 'Y' TO WS-DIST-DONE
                   END-IF
               END-IF
               IF WS-DIST-DONE = 'Y'
                   MOVE WS-EMP-REMAIN TO WS-DEPT-SHARE
               ELSE
                   COMPUTE WS-DS-GROSS ROUNDED = WS-EC-GROSS
                       * LDT-PERCENT (LDT-IDX) / 100
                   COMPUTE WS-DS-BONUS ROUNDED = WS-EC-BONUS
                       * LDT-PERCENT (LDT-IDX) / 100
                   COMPUTE WS-DS-ER-TAX ROUNDED = WS-EC-ER-TAX
                       * LDT-PERCENT (LDT-IDX) / 100
                   COMPUTE WS-DS-ER-UNEMP ROUNDED = WS-EC-ER-UNEMP
                       * LDT-PERCENT (LDT-IDX) / 100
                   COMPUTE WS-DS-ER-BENEFIT ROUNDED =
                       WS-EC-ER-BENEFIT * LDT-PERCENT (LDT-IDX) / 100
                   COMPUTE WS-DS-ER-MATCH ROUNDED = WS-EC-ER-MATCH
                       * LDT-PERCENT (LDT-IDX) / 100
                   SUBTRACT WS-DS-GROSS FROM WS-RM-GROSS
                   SUBTRACT WS-DS-BONUS FROM WS-RM-BONUS
                   SUBTRACT WS-DS-ER-TAX FROM WS-RM-ER-TAX
                   SUBTRACT WS-DS-ER-UNEMP FROM WS-RM-ER-UNEMP
                   SUBTRACT WS-DS-ER-BENEFIT FROM WS-RM-ER-BENEFIT
                   COMPUTE WS-DS-ER-HSA ROUNDED = WS-EC-ER-HSA
                       * LDT-PERCENT (LDT-IDX) / 100
                   SUBTRACT WS-DS-ER-MATCH FROM WS-RM-ER-MATCH
                   SUBTRACT WS-DS-ER-HSA FROM WS-RM-ER-HSA
                   COMPUTE WS-DS-WAGES ROUNDED = WS-EC-WAGES
                       * LDT-PERCENT (LDT-IDX) / 100
                   COMPUTE WS-DS-OVERTIME ROUNDED = WS-EC-OVERTIME
                       * LDT-PERCENT (LDT-IDX) / 100
                   SUBTRACT WS-DS-WAGES FROM WS-RM-WAGES
                   SUBTRACT WS-DS-OVERTIME FROM WS-RM-OVERTIME
                   SET LDT-IDX UP BY 1
               END-IF
               PERFORM Add-Dept-Share
           END-PERFORM.

       Add-Dept-Share.
           MOVE 'N' TO WS-DEPT-MATCHED
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-DEPT-WORK
                   ADD WS-DS-GROSS TO WS-DEPT-GROSS (WS-DEPT-SUB)
                   ADD WS-DS-BONUS TO WS-DEPT-BONUS (WS-DEPT-SUB)
                   ADD WS-DS-ER-TAX TO WS-DEPT-ER-TAX (WS-DEPT-SUB)
                   ADD WS-DS-ER-UNEMP
                       TO WS-DEPT-ER-UNEMP (WS-DEPT-SUB)
                   ADD WS-DS-ER-BENEFIT
                       TO WS-DEPT-ER-BENEFIT (WS-DEPT-SUB)
                   ADD WS-DS-ER-MATCH
                       TO WS-DEPT-ER-MATCH (WS-DEPT-SUB)
                   ADD WS-DS-ER-HSA
                       TO WS-DEPT-ER-HSA (WS-DEPT-SUB)
                   ADD WS-DS-WAGES TO WS-DEPT-WAGES (WS-DEPT-SUB)
                   ADD WS-DS-OVERTIME
                       TO WS-DEPT-OVERTIME (WS-DEPT-SUB)
                   MOVE 'Y' TO WS-DEPT-MATCHED
               END-IF
           END-PERFORM
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-WORK TO WS-DEPT-CODE (WS-DEPT-COUNT)
                   MOVE WS-DS-GROSS TO WS-DEPT-GROSS (WS-DEPT-COUNT)
                   MOVE WS-DS-BONUS TO WS-DEPT-BONUS (WS-DEPT-COUNT)
                   MOVE WS-DS-ER-TAX TO WS-DEPT-ER-TAX (WS-DEPT-COUNT)
                   MOVE WS-DS-ER-UNEMP
                       TO WS-DEPT-ER-UNEMP (WS-DEPT-COUNT)
                   MOVE WS-DS-ER-BENEFIT
                       TO WS-DEPT-ER-BENEFIT (WS-DEPT-COUNT)
                   MOVE WS-DS-ER-MATCH
                       TO WS-DEPT-ER-MATCH (WS-DEPT-COUNT)
                   MOVE WS-DS-ER-HSA
                       TO WS-DEPT-ER-HSA (WS-DEPT-COUNT)
                   MOVE WS-DS-WAGES TO WS-DEPT-WAGES (WS-DEPT-COUNT)
                   MOVE WS-DS-OVERTIME
                       TO WS-DEPT-OVERTIME (WS-DEPT-COUNT)
               ELSE
                   DISPLAY 'GL department table full - dept '
                       WS-DEPT-WORK ' amounts dropped, extract '
               END-IF
           END-IF.

       Write-Dept-Benefit-Line.
           MOVE '500200' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-DEPT-ER-BENEFIT (WS-DEPT-SUB) TO GL-AMOUNT
           MOVE SPACES TO GL-DESCRIPTION
           STRING 'BENEFITS ' WS-DEPT-CODE (WS-DEPT-SUB)
               ' PER ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD.

       Write-Dept-Match-Line.
           MOVE '500300' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-DEPT-ER-MATCH (WS-DEPT-SUB) TO GL-AMOUNT
           MOVE SPACES TO GL-DESCRIPTION
           STRING '401K MATCH ' WS-DEPT-CODE (WS-DEPT-SUB)
               ' PER ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD.

       Write-Dept-Hsa-Line.
           MOVE '500350' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-DEPT-ER-HSA (WS-DEPT-SUB) TO GL-AMOUNT
           MOVE SPACES TO GL-DESCRIPTION
           STRING 'EMPLOYER HSA ' WS-DEPT-CODE (WS-DEPT-SUB)
               ' PER ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD.

       Write-Dept-Er-Tax-Line.
           MOVE '500400' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-DEPT-ER-TAX (WS-DEPT-SUB) TO GL-AMOUNT
           MOVE SPACES TO GL-DESCRIPTION
           STRING 'EMPLOYER TAX ' WS-DEPT-CODE (WS-DEPT-SUB)
               ' PER ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD.

       Write-Dept-Unemp-Line.
           MOVE '500500' TO GL-ACCOUNT-CODE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-DEPT-ER-UNEMP (WS-DEPT-SUB) TO GL-AMOUNT
           MOVE SPACES TO GL-DESCRIPTION
           STRING 'UNEMPLOYMENT TAX ' WS-DEPT-CODE (WS-DEPT-SUB)
               ' PER ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO GL-DESCRIPTION
           WRITE GL-RECORD.

       Load-Project-Accounts.
      * Every project on the master is seeded with its labor account
      * (blank takes the default); amounts are added as the labor
      * distribution is read.
           OPEN INPUT PROJECT-MASTER-FILE
           IF PROJ-OK
               PERFORM UNTIL PROJ-EOF
                   READ PROJECT-MASTER-FILE
                       AT END
                           SET PROJ-EOF TO TRUE
                       NOT AT END
                           IF WS-PROJ-COUNT < 300
                               ADD 1 TO WS-PROJ-COUNT
                               MOVE PRJ-CODE
                                   TO WS-PROJ-CODE (WS-PROJ-COUNT)
                               IF PRJ-GL-ACCOUNT = SPACES
                                   MOVE WS-PROJ-DEFAULT-ACCT
                                       TO WS-PROJ-ACCOUNT
                                       (WS-PROJ-COUNT)
                               ELSE
                                   MOVE PRJ-GL-ACCOUNT
                                       TO WS-PROJ-ACCOUNT
                                       (WS-PROJ-COUNT)
                               END-IF
                               MOVE 0 TO WS-PROJ-AMOUNT (WS-PROJ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROJECT-MASTER-FILE.

       Accumulate-Project-Labor.
           OPEN INPUT PROJECT-LABOR-FILE
           IF PROJLAB-OK
               PERFORM UNTIL PROJLAB-EOF
                   READ PROJECT-LABOR-FILE
                       AT END
                           SET PROJLAB-EOF TO TRUE
                       NOT AT END
                           IF PJL-PAY-PERIOD = Pay-Period-IN AND
                               PJL-PROJECT-CODE NOT = SPACES
                               PERFORM Add-Project-Labor
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROJECT-LABOR-FILE.

       Add-Project-Labor.
           COMPUTE WS-PROJ-LABOR-WORK = PJL-REGULAR-PAY
               + PJL-OVERTIME-PAY + PJL-PREMIUM-PAY
           MOVE 'N' TO WS-PROJ-MATCHED
           PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
               UNTIL WS-PROJ-SUB > WS-PROJ-COUNT
               IF WS-PROJ-CODE (WS-PROJ-SUB) = PJL-PROJECT-CODE
                   ADD WS-PROJ-LABOR-WORK
                       TO WS-PROJ-AMOUNT (WS-PROJ-SUB)
                   MOVE 'Y' TO WS-PROJ-MATCHED
               END-IF
           END-PERFORM
           IF WS-PROJ-MATCHED = 'N'
               IF WS-PROJ-COUNT < 300
                   ADD 1 TO WS-PROJ-COUNT
                   MOVE PJL-PROJECT-CODE TO WS-PROJ-CODE (WS-PROJ-COUNT)
                   MOVE WS-PROJ-DEFAULT-ACCT
                       TO WS-PROJ-ACCOUNT (WS-PROJ-COUNT)
                   MOVE WS-PROJ-LABOR-WORK
                       TO WS-PROJ-AMOUNT (WS-PROJ-COUNT)
               ELSE
      * The transfer credit is only ever built from the amounts
      * actually debited, so a dropped project costs the
      * reclass, not the balance.
                   DISPLAY 'GL project table full - project '
                       PJL-PROJECT-CODE ' labor left in departments'
                   MOVE 0 TO WS-PROJ-LABOR-WORK
               END-IF
           END-IF
           ADD WS-PROJ-LABOR-WORK TO WS-TOTAL-PROJECT.

       Write-Project-GL-Line.
           IF WS-PROJ-AMOUNT (WS-PROJ-SUB) > 0
               MOVE WS-PROJ-ACCOUNT (WS-PROJ-SUB) TO GL-ACCOUNT-CODE
               MOVE 'DR' TO GL-DR-CR
               MOVE WS-PROJ-AMOUNT (WS-PROJ-SUB) TO GL-AMOUNT
               MOVE SPACES TO GL-DESCRIPTION
               STRING 'PROJ ' WS-PROJ-CODE (WS-PROJ-SUB)
                   ' LABOR PER ' WS-PERIOD-EDIT
                   DELIMITED BY SIZE INTO GL-DESCRIPTION
               WRITE GL-RECORD
           END-IF.

       Write-State-GL-Line.
           MOVE '210500' TO GL-ACCOUNT-CODE
           MOVE 'CR' TO GL-DR-CR
