       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeveranceRun.
      * Severance installment run - salary continuation to employees
      * TermPay has already terminated, paid on the regular cycle's
      * schedule instead of through hand-keyed adjustment cards. Run
      * once per cycle against the same RUNPARM.DAT, after the
      * cycle itself. SEVAGREE.DAT holds one agreement per grant;
      * an open agreement whose start date has arrived pays one
      * installment in every cycle of the employee's pay frequency
      * until the granted total has been paid, the last installment
      * taking whatever is left so the total comes out exact. Each
      * installment is supplemental wages - the flat supplemental
      * federal rate plus FICA and Medicare against the annual
      * limits, as BonusRun withholds - and when the agreement
      * continues benefits, the period's benefit premiums come out
      * pre-tax first, the way the cycle takes them. Payments go
      * through the normal posting stream: the master's YTD figures,
      * a posted-pay record on SPOST00000.DAT (POST-SEVERANCE, so
      * the GL books severance expense), PAYHIST.DAT under the
      * cycle's pay period, an ACH entry on ACHSV00000.DAT or the
      * check path, and a GL extract pass; CheckPrint and
      * PayStatement sweep the SPOST file with the other off-cycle
      * posted files. An agreement already paid for the period is
      * passed over, so the run may be repeated safely. The report
      * SEVRPT.DAT lists the installments paid, then every open
      * agreement with the amount paid and the amount remaining.
      * The run refuses to start while a payroll cycle holds the
      * master, and pays nothing off trial-run parameters.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL AGREEMENT-FILE ASSIGN TO 'SEVAGREE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGREE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SEVERANCE-REPORT ASSIGN TO 'SEVRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL EMP-JOURNAL ASSIGN TO 'EMPJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT POSTED-PAY-FILE ASSIGN TO WS-POSTED-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POST-EMPLOYEE-ID
               FILE STATUS IS WS-POSTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       FD  PAY-CALENDAR.
           COPY PAYCAL.

       FD  AGREEMENT-FILE.
       01  AGREEMENT-FILE-RECORD       PIC X(54).

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  SEVERANCE-REPORT.
       01  SEVERANCE-REPORT-LINE       PIC X(110).

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  POSTED-PAY-FILE.
           COPY POSTPAY.

       WORKING-STORAGE SECTION.
           COPY NACHAREQ.
           COPY SEVAGREE.

       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-CAL-STATUS            PIC XX.
           88 CAL-OK                   VALUE '00'.
           88 CAL-EOF                  VALUE '10'.
       01 WS-AGREE-STATUS          PIC XX.
           88 AGREE-OK                 VALUE '00'.
           88 AGREE-EOF                VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
       01 WS-JRNL-STAMP            PIC X(15).
       01 WS-LOCK-STATUS           PIC XX.
           88 LOCK-OK                  VALUE '00'.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.
           88 CYCLE-LOCK-BLOCKED       VALUE 'Y'.
       01 WS-BENEFIT-STATUS        PIC XX.
           88 BENEFIT-OK               VALUE '00'.
           88 BENEFIT-EOF              VALUE '10'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-NOT-FOUND           VALUE '35'.
       01 WS-POSTED-STATUS         PIC XX.
           88 POSTED-OK                VALUE '00'.
       01 WS-POSTED-FILENAME       PIC X(14) VALUE 'SPOST00000.DAT'.
       01 WS-ACH-FILENAME          PIC X(14) VALUE 'ACHSV00000.DAT'.
       01 WS-GL-FROM-ID            PIC 9(5) VALUE 0.
       01 WS-POSTED-PREFIX         PIC X(5) VALUE 'SPOST'.
      * Off-cycle money originates under the default company.
       01 WS-GL-COMPANY            PIC X(2) VALUE SPACES.
       01 WS-GL-PREFIX             PIC X(5) VALUE 'GLSEV'.

       01 WS-PAY-PERIOD            PIC 9(6) VALUE 0.
       01 WS-CHECK-DATE            PIC 9(8) VALUE 0.
       01 WS-COMPANY-CODE          PIC X(2) VALUE SPACES.
       01 WS-RUN-FREQUENCY         PIC X(1).
           88 CYCLE-WEEKLY             VALUE 'W'.
           88 CYCLE-BIWEEKLY           VALUE 'B'.
           88 CYCLE-MONTHLY            VALUE 'M'.
       01 WS-RUN-MODE              PIC X(1).
           88 TRIAL-PARMS              VALUE 'T'.
       01 WS-PERIOD-FOUND          PIC X VALUE 'N'.
           88 PAY-PERIOD-FOUND         VALUE 'Y'.
       01 WS-EMPLOYEE-DUE          PIC X.
           88 EMPLOYEE-IS-DUE          VALUE 'Y'.
       01 WS-HIST-ON-FILE          PIC X.
           88 PERIOD-ALREADY-ON-HIST   VALUE 'Y'.

       01 WS-COUNT-YEAR            PIC 9(4).
       01 WS-CAL-WEEKLY            PIC 9(3) VALUE 52.
       01 WS-CAL-BIWEEKLY          PIC 9(3) VALUE 26.
       01 WS-CAL-MONTHLY           PIC 9(3) VALUE 12.
       01 WS-COUNT-STATUS          PIC X.
       01 WS-ANNUAL-PERIODS        PIC 9(3).

      * SEVAGREE.DAT in memory for the run; every agreement, open or
      * complete, is written back in the order it was read.
       01 WS-AGREEMENT-TABLE.
           05 WS-AGREEMENT-COUNT   PIC 9(3) VALUE 0.
           05 WS-AGREEMENT-ENTRY   PIC X(54) OCCURS 200 TIMES.
       01 WS-AGREEMENT-SUB         PIC 9(3).
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
           88 AGREEMENT-TABLE-OVERFLOWED VALUE 'Y'.

      * Same supplemental-rate withholding and statutory limits as
      * the bonus run. The wage base and the additional-Medicare
      * threshold are the LIMT rows in effect for the check date
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

       01 WS-SEV-REMAINING         PIC 9(7)V99.
       01 WS-SEV-PAY               PIC 9(7)V99.
       01 WS-SEV-BENEFIT-ANNUAL    PIC 9(7)V99.
       01 WS-SEV-ER-ANNUAL         PIC 9(7)V99.
       01 WS-SEV-PREMIUM           PIC 9(5)V99.
       01 WS-SEV-ER-BENEFIT        PIC 9(5)V99.
       01 WS-SEV-TAXABLE           PIC 9(7)V99.
       01 WS-SEV-FEDERAL           PIC 9(7)V99.
       01 WS-SEV-FICA              PIC 9(5)V99.
       01 WS-SEV-MEDICARE          PIC 9(5)V99.
       01 WS-SEV-DEDUCTIONS        PIC 9(7)V99.
       01 WS-SEV-NET               PIC 9(7)V99.
       01 WS-FICA-TAXABLE          PIC S9(7)V99.
       01 WS-ADDL-MEDI-EXCESS      PIC S9(9)V99.
       01 WS-ADDL-MEDICARE         PIC 9(5)V99.

       01 WS-PAID-COUNT            PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-OPEN-COUNT            PIC 9(5) VALUE 0.
       01 WS-OPEN-REMAINING        PIC 9(9)V99 VALUE 0.

       01 Report-Data              PIC X(110).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-GROSS-EDIT            PIC ZZZ,ZZ9.99.
       01 WS-DEDUCT-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-NET-EDIT              PIC ZZZ,ZZ9.99.
       01 WS-PAID-EDIT             PIC Z,ZZZ,ZZ9.99.
       01 WS-REMAIN-EDIT           PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PERIODS-EDIT          PIC ZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Check-Cycle-Lock
           IF CYCLE-LOCK-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Read-Run-Parms
           IF TRIAL-PARMS
               DISPLAY 'Run parameters are for a trial cycle - '
                   'severance not paid'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM Find-Check-Date
           IF NOT PAY-PERIOD-FOUND
               DISPLAY 'Pay period ' WS-PAY-PERIOD
                   ' not on PAYCAL.DAT, severance run stopped'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * Periods per year off the pay calendar, so continued benefit
      * premiums divide the year the way the cycle divides it.
           MOVE WS-CHECK-DATE (1:4) TO WS-COUNT-YEAR
           CALL 'PeriodCount' USING WS-COUNT-YEAR WS-CAL-WEEKLY
               WS-CAL-BIWEEKLY WS-CAL-MONTHLY WS-COUNT-STATUS
      * The statutory limits the regular cycle uses for the same
      * check date.
           MOVE 'LIMT' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-CHECK-DATE
               STAT-LIMIT-TABLE WS-LOAD-STATUS
           IF WS-TABLE-LOAD-OK
               PERFORM Apply-Statutory-Limits
           END-IF

           PERFORM Load-Agreement-Table
      * A partial table must never be written back over the file.
           IF AGREEMENT-TABLE-OVERFLOWED
               DISPLAY 'Severance agreement file exceeds the work '
                   'table - severance run stopped'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               GOBACK
           END-IF

           OPEN OUTPUT SEVERANCE-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open severance report, status '
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-MASTER
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
           OPEN EXTEND EMP-JOURNAL
           IF NOT JRNL-OK
               DISPLAY 'Cannot open master journal, status '
                   WS-JRNL-STATUS ', severance run stopped'
               CLOSE EMPLOYEE-MASTER
               CLOSE SEVERANCE-REPORT
               GOBACK
           END-IF

      * Each installment belongs on the permanent history like any
      * other payment - same first-run-creates handling as the
      * regular cycle.
           OPEN I-O PAY-HISTORY
           IF HIST-NOT-FOUND
               OPEN OUTPUT PAY-HISTORY
           END-IF
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS ', severance run stopped'
               CLOSE EMPLOYEE-MASTER
               CLOSE SEVERANCE-REPORT
               CLOSE EMP-JOURNAL
               GOBACK
           END-IF

           OPEN OUTPUT POSTED-PAY-FILE
           IF NOT POSTED-OK
               DISPLAY 'Cannot open posted-pay file, status '
                   WS-POSTED-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE SEVERANCE-REPORT
               CLOSE EMP-JOURNAL
               CLOSE PAY-HISTORY
               GOBACK
           END-IF
           SET NACHA-FUNC-OPEN TO TRUE
           MOVE WS-ACH-FILENAME TO NACHA-FILENAME
           MOVE SPACES TO NACHA-COMPANY-CODE
           MOVE WS-CHECK-DATE TO NACHA-EFFECTIVE-DATE
           CALL 'NachaFile' USING NACHA-REQUEST
           IF NACHA-CALL-FAILED
               DISPLAY 'Cannot open severance ACH file'
               CLOSE EMPLOYEE-MASTER
               CLOSE SEVERANCE-REPORT
               CLOSE EMP-JOURNAL
               CLOSE PAY-HISTORY
               CLOSE POSTED-PAY-FILE
               GOBACK
           END-IF

           PERFORM Print-Heading
           PERFORM Process-Agreement
               VARYING WS-AGREEMENT-SUB FROM 1 BY 1
               UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
           PERFORM Print-Open-Agreements

           CLOSE EMPLOYEE-MASTER
           CLOSE SEVERANCE-REPORT
           CLOSE EMP-JOURNAL
           CLOSE PAY-HISTORY
           SET NACHA-FUNC-CLOSE TO TRUE
           CALL 'NachaFile' USING NACHA-REQUEST
           CLOSE POSTED-PAY-FILE
           PERFORM Save-Agreement-Table

           CALL 'GLExtract' USING WS-GL-FROM-ID WS-PAY-PERIOD
               WS-POSTED-PREFIX WS-GL-PREFIX WS-GL-COMPANY
           IF RETURN-CODE NOT = 0
               DISPLAY 'Severance GL extract failed, return code '
                   RETURN-CODE
           END-IF
           GOBACK.

      * Only the limits severance withholding uses are taken.
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
           IF LOCK-OK
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYCLE-IS-LOCKED
                           MOVE 'Y' TO WS-LOCK-BLOCKED
                           DISPLAY 'Payroll cycle for period '
                               LOCK-PAY-PERIOD ' (range '
                               LOCK-FROM-ID '-' LOCK-TO-ID
                               ') has the master since '
                               LOCK-TIMESTAMP ' - run refused'
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-LOCK-FILE.

       Read-Run-Parms.
           OPEN INPUT RUN-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot open run parm file, status '
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ RUN-PARM-FILE
               AT END
                   DISPLAY 'No run parm record, severance run stopped'
                   CLOSE RUN-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               NOT AT END
                   MOVE PARM-PAY-PERIOD TO WS-PAY-PERIOD
                   MOVE PARM-RUN-FREQUENCY TO WS-RUN-FREQUENCY
                   MOVE PARM-RUN-MODE TO WS-RUN-MODE
                   MOVE PARM-COMPANY-CODE TO WS-COMPANY-CODE
           END-READ
           CLOSE RUN-PARM-FILE.

       Find-Check-Date.
           MOVE 'N' TO WS-PERIOD-FOUND
           OPEN INPUT PAY-CALENDAR
           IF CAL-OK
               PERFORM UNTIL CAL-EOF OR PAY-PERIOD-FOUND
                   READ PAY-CALENDAR
                       AT END
                           SET CAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-PERIOD-NUMBER = WS-PAY-PERIOD
                               SET PAY-PERIOD-FOUND TO TRUE
                               MOVE CAL-CHECK-DATE TO WS-CHECK-DATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAY-CALENDAR.

       Load-Agreement-Table.
           MOVE 0 TO WS-AGREEMENT-COUNT
           OPEN INPUT AGREEMENT-FILE
           IF AGREE-OK
               PERFORM UNTIL AGREE-EOF
                   READ AGREEMENT-FILE
                       AT END
                           SET AGREE-EOF TO TRUE
                       NOT AT END
                           IF WS-AGREEMENT-COUNT >= 200
                               SET AGREEMENT-TABLE-OVERFLOWED TO TRUE
                           ELSE
                               ADD 1 TO WS-AGREEMENT-COUNT
                               MOVE AGREEMENT-FILE-RECORD TO
                                   WS-AGREEMENT-ENTRY
                                       (WS-AGREEMENT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AGREEMENT-FILE.

       Save-Agreement-Table.
           OPEN OUTPUT AGREEMENT-FILE
           IF NOT AGREE-OK
               DISPLAY 'Cannot rewrite severance agreements, status '
                   WS-AGREE-STATUS ' - paid-to-date not updated'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Save-One-Agreement
                   VARYING WS-AGREEMENT-SUB FROM 1 BY 1
                   UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
               CLOSE AGREEMENT-FILE
           END-IF.

       Save-One-Agreement.
           WRITE AGREEMENT-FILE-RECORD
               FROM WS-AGREEMENT-ENTRY (WS-AGREEMENT-SUB).

       Process-Agreement.
           MOVE WS-AGREEMENT-ENTRY (WS-AGREEMENT-SUB)
               TO SEVERANCE-AGREEMENT
           IF SEV-AGREEMENT-OPEN
               PERFORM Settle-Agreement-Terms
               PERFORM Check-Installment-Due
           END-IF
           MOVE SEVERANCE-AGREEMENT
               TO WS-AGREEMENT-ENTRY (WS-AGREEMENT-SUB).

       Settle-Agreement-Terms.
      * The grant is keyed as any two of total, periods, and
      * installment - the third is worked out here once and kept.
           IF SEV-TOTAL-AMOUNT = 0
               COMPUTE SEV-TOTAL-AMOUNT =
                   SEV-INSTALLMENT * SEV-PERIOD-COUNT
           END-IF
           IF SEV-INSTALLMENT = 0 AND SEV-PERIOD-COUNT > 0
               COMPUTE SEV-INSTALLMENT ROUNDED =
                   SEV-TOTAL-AMOUNT / SEV-PERIOD-COUNT
           END-IF
           MOVE 'O' TO SEV-STATUS.

       Check-Installment-Due.
           MOVE SEV-EMPLOYEE-ID TO WS-ID-EDIT
           MOVE SPACES TO Report-Data
           EVALUATE TRUE
               WHEN SEV-TOTAL-AMOUNT = 0 OR SEV-INSTALLMENT = 0
                   STRING WS-ID-EDIT '  NOT PAID - agreement has no '
                       'amount or installment'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               WHEN SEV-LAST-PERIOD >= WS-PAY-PERIOD
                   STRING WS-ID-EDIT '  already paid for period '
                       SEV-LAST-PERIOD
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               WHEN SEV-START-DATE > WS-CHECK-DATE
                   CONTINUE
               WHEN OTHER
                   MOVE SEV-EMPLOYEE-ID TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           STRING WS-ID-EDIT '  NOT PAID - no master '
                               'record'
                               DELIMITED BY SIZE INTO Report-Data
                           PERFORM Write-Report-Line
                       NOT INVALID KEY
                           PERFORM Check-Employee-Due
                   END-READ
           END-EVALUATE.

       Check-Employee-Due.
      * Installments follow the employee's own pay schedule - the
      * frequency and company rules PayCycleSelect selects by.
           MOVE 'N' TO WS-EMPLOYEE-DUE
           EVALUATE TRUE
               WHEN CYCLE-WEEKLY AND (EMP-PAY-WEEKLY OR EMP-PAY-HOURLY)
                   MOVE 'Y' TO WS-EMPLOYEE-DUE
                   MOVE WS-CAL-WEEKLY TO WS-ANNUAL-PERIODS
               WHEN CYCLE-BIWEEKLY AND EMP-PAY-BIWEEKLY
                   MOVE 'Y' TO WS-EMPLOYEE-DUE
                   MOVE WS-CAL-BIWEEKLY TO WS-ANNUAL-PERIODS
               WHEN CYCLE-MONTHLY AND EMP-PAY-MONTHLY
                   MOVE 'Y' TO WS-EMPLOYEE-DUE
                   MOVE WS-CAL-MONTHLY TO WS-ANNUAL-PERIODS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-COMPANY-CODE NOT = SPACES AND
               EMP-COMPANY-CODE NOT = WS-COMPANY-CODE
               MOVE 'N' TO WS-EMPLOYEE-DUE
           END-IF
           IF EMPLOYEE-IS-DUE
               IF NOT EMP-STATUS-TERMINATED
      * Salary continuation starts after the final check - an
      * employee still on the cycle is paid by the cycle.
                   STRING WS-ID-EDIT '  NOT PAID - employee not yet '
                       'terminated'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               ELSE
                   PERFORM Check-Period-On-History
                   IF PERIOD-ALREADY-ON-HIST
                       STRING WS-ID-EDIT '  DEFERRED - a payment for '
                           'period ' WS-PAY-PERIOD
                           ' is already on history'
                           DELIMITED BY SIZE INTO Report-Data
                       PERFORM Write-Report-Line
                   ELSE
                       PERFORM Pay-Installment
                   END-IF
               END-IF
           END-IF.

       Check-Period-On-History.
      * History keys on employee and period - one payment per
      * employee per period. A final check TermPay cut in this same
      * period keys elsewhere, but a cycle payment made before the
      * termination does not, and the installment waits a cycle.
           MOVE 'N' TO WS-HIST-ON-FILE
           MOVE SEV-EMPLOYEE-ID TO HIST-EMPLOYEE-ID
           MOVE WS-PAY-PERIOD TO HIST-PAY-PERIOD
           READ PAY-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HIST-ON-FILE
           END-READ.

       Pay-Installment.
           MOVE EMPLOYEE-RECORD TO JRNL-BEFORE-IMAGE
           COMPUTE WS-SEV-REMAINING =
               SEV-TOTAL-AMOUNT - SEV-PAID-TO-DATE
           MOVE SEV-INSTALLMENT TO WS-SEV-PAY
      * The last scheduled installment takes whatever is left, so
      * rounding in the installment never leaves a stub behind.
           IF SEV-PERIOD-COUNT > 0 AND
               SEV-PERIODS-PAID + 1 >= SEV-PERIOD-COUNT
               MOVE WS-SEV-REMAINING TO WS-SEV-PAY
           END-IF
           IF WS-SEV-PAY > WS-SEV-REMAINING
               MOVE WS-SEV-REMAINING TO WS-SEV-PAY
           END-IF

           MOVE 0 TO WS-SEV-PREMIUM
           MOVE 0 TO WS-SEV-ER-BENEFIT
           IF SEV-BENEFITS-CONTINUE
               PERFORM Price-Continued-Benefits
           END-IF
           COMPUTE WS-SEV-TAXABLE = WS-SEV-PAY - WS-SEV-PREMIUM
           PERFORM Compute-Severance-Withholding

           ADD WS-SEV-PAY TO EMP-YTD-GROSS
           ADD WS-SEV-DEDUCTIONS TO EMP-YTD-DEDUCTIONS
           ADD WS-SEV-NET TO EMP-YTD-NET
           ADD WS-SEV-FEDERAL TO EMP-YTD-FEDERAL
           ADD WS-SEV-FICA TO EMP-YTD-FICA
           ADD WS-SEV-MEDICARE TO EMP-YTD-MEDICARE
           ADD WS-SEV-PREMIUM TO EMP-YTD-HEALTH
           ADD WS-SEV-TAXABLE TO EMP-YTD-FED-WAGES
           ADD WS-FICA-TAXABLE TO EMP-YTD-SS-WAGES
           ADD WS-SEV-TAXABLE TO EMP-YTD-MEDI-WAGES
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               ADD WS-SEV-TAXABLE TO EMP-YTD-LOCAL-WAGES
           END-IF
           REWRITE EMPLOYEE-RECORD
           PERFORM Write-Journal-Record
           PERFORM Write-Posted-Pay-Record
           PERFORM Write-Pay-History-Record
           PERFORM Write-ACH-Record

           ADD WS-SEV-PAY TO SEV-PAID-TO-DATE
           ADD 1 TO SEV-PERIODS-PAID
           MOVE WS-PAY-PERIOD TO SEV-LAST-PERIOD
           IF SEV-PAID-TO-DATE >= SEV-TOTAL-AMOUNT
               SET SEV-AGREEMENT-COMPLETE TO TRUE
           END-IF
           ADD 1 TO WS-PAID-COUNT
           ADD WS-SEV-PAY TO WS-PAID-TOTAL
           PERFORM Print-Detail-Line.

       Price-Continued-Benefits.
      * The period's employee and employer shares of every enrolled,
      * non-waived plan, priced as the cycle prices them. The
      * termination run ends the leaver's enrollments as of the
      * termination date, so the plans ended that day are the ones
      * the agreement continues and are priced the same way. The
      * employee share never takes more than the installment.
           MOVE 0 TO WS-SEV-BENEFIT-ANNUAL
           MOVE 0 TO WS-SEV-ER-ANNUAL
           MOVE '00' TO WS-BENEFIT-STATUS
           OPEN INPUT BENEFIT-FILE
           IF BENEFIT-OK
               PERFORM UNTIL BENEFIT-EOF
                   READ BENEFIT-FILE
                       AT END
                           SET BENEFIT-EOF TO TRUE
                       NOT AT END
                           IF BEN-EMPLOYEE-ID = EMP-ID
                               AND (BEN-ENROLLED OR
                                   (BEN-TERMINATED AND
                                    BEN-END-DATE = EMP-TERM-DATE))
                               AND NOT BEN-TIER-WAIVED
                               ADD BEN-EMPLOYEE-ANNUAL
                                   TO WS-SEV-BENEFIT-ANNUAL
                               ADD BEN-EMPLOYER-ANNUAL
                                   TO WS-SEV-ER-ANNUAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BENEFIT-FILE
           COMPUTE WS-SEV-PREMIUM ROUNDED =
               WS-SEV-BENEFIT-ANNUAL / WS-ANNUAL-PERIODS
           COMPUTE WS-SEV-ER-BENEFIT ROUNDED =
               WS-SEV-ER-ANNUAL / WS-ANNUAL-PERIODS
           IF WS-SEV-PREMIUM > WS-SEV-PAY
               MOVE WS-SEV-PAY TO WS-SEV-PREMIUM
           END-IF.

       Compute-Severance-Withholding.
           COMPUTE WS-SEV-FEDERAL ROUNDED =
               WS-SEV-TAXABLE * WS-SUPP-FED-RATE
      * FICA stops at the wage base; only the part of the payment
      * still under it is taxed.
           COMPUTE WS-FICA-TAXABLE =
               WS-FICA-WAGE-BASE - EMP-YTD-SS-WAGES
           IF WS-FICA-TAXABLE > WS-SEV-TAXABLE
               MOVE WS-SEV-TAXABLE TO WS-FICA-TAXABLE
           END-IF
           IF WS-FICA-TAXABLE < 0
               MOVE 0 TO WS-FICA-TAXABLE
           END-IF
           COMPUTE WS-SEV-FICA ROUNDED =
               WS-FICA-TAXABLE * WS-FICA-RATE
           COMPUTE WS-SEV-MEDICARE ROUNDED =
               WS-SEV-TAXABLE * WS-MEDICARE-RATE
           COMPUTE WS-ADDL-MEDI-EXCESS =
               EMP-YTD-MEDI-WAGES + WS-SEV-TAXABLE
               - WS-ADDL-MEDI-THRESHOLD
           IF WS-ADDL-MEDI-EXCESS > WS-SEV-TAXABLE
               MOVE WS-SEV-TAXABLE TO WS-ADDL-MEDI-EXCESS
           END-IF
           IF WS-ADDL-MEDI-EXCESS > 0
               COMPUTE WS-ADDL-MEDICARE ROUNDED =
                   WS-ADDL-MEDI-EXCESS * WS-ADDL-MEDICARE-RATE
               ADD WS-ADDL-MEDICARE TO WS-SEV-MEDICARE
           END-IF
           COMPUTE WS-SEV-DEDUCTIONS =
               WS-SEV-FEDERAL + WS-SEV-FICA + WS-SEV-MEDICARE
               + WS-SEV-PREMIUM
           COMPUTE WS-SEV-NET = WS-SEV-PAY - WS-SEV-DEDUCTIONS.

       Write-Journal-Record.
           MOVE WS-JRNL-STAMP TO JRNL-RUN-STAMP
           MOVE 'SeveranceRun' TO JRNL-PROGRAM
           SET JRNL-ACTION-REWRITE TO TRUE
           MOVE EMP-ID TO JRNL-EMP-ID
           MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       Write-Posted-Pay-Record.
      * POST-SEVERANCE carries the whole installment, so the GL
      * extract books it to severance expense and the statement
      * shows it as severance.
           INITIALIZE POSTED-PAY-RECORD
           MOVE EMP-ID TO POST-EMPLOYEE-ID
           MOVE WS-SEV-PAY TO POST-GROSS-SALARY
           MOVE WS-SEV-PAY TO POST-SEVERANCE
           MOVE WS-SEV-NET TO POST-NET-SALARY
           MOVE WS-SEV-FEDERAL TO POST-FEDERAL-WITHHOLDING
           MOVE WS-SEV-FICA TO POST-FICA-WITHHOLDING
           MOVE WS-SEV-MEDICARE TO POST-MEDICARE-WITHHOLDING
           MOVE WS-SEV-PREMIUM TO POST-HEALTH-PREMIUM
           MOVE WS-SEV-ER-BENEFIT TO POST-EMPLOYER-BENEFIT
           MOVE WS-SEV-TAXABLE TO POST-FEDERAL-TAXABLE
           MOVE WS-SEV-TAXABLE TO POST-STATE-TAXABLE
           MOVE WS-FICA-TAXABLE TO POST-FICA-TAXABLE
           MOVE WS-SEV-TAXABLE TO POST-MEDICARE-TAXABLE
      * Local wages are recorded for the W-2 local boxes; no local
      * tax is withheld off-cycle, the same as state.
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE WS-SEV-TAXABLE TO POST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO POST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO POST-WORK-STATE
           MOVE EMP-DEPT-CODE TO POST-DEPT-CODE
           MOVE WS-PAY-PERIOD TO POST-PAY-PERIOD
           MOVE WS-CHECK-DATE TO POST-CHECK-DATE
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
                       'employee ' EMP-ID
           END-WRITE.

       Write-Pay-History-Record.
      * Installments are paid on the cycle's schedule, so the history
      * record keys under the cycle's own pay period.
           INITIALIZE PAY-HISTORY-RECORD
           MOVE EMP-ID TO HIST-EMPLOYEE-ID
           MOVE WS-PAY-PERIOD TO HIST-PAY-PERIOD
           MOVE WS-CHECK-DATE TO HIST-CHECK-DATE
           MOVE WS-SEV-PAY TO HIST-GROSS-SALARY
           MOVE WS-SEV-PAY TO HIST-SEVERANCE
           MOVE WS-SEV-NET TO HIST-NET-SALARY
           MOVE WS-SEV-FEDERAL TO HIST-FEDERAL-WITHHOLDING
           MOVE WS-SEV-FICA TO HIST-FICA-WITHHOLDING
           MOVE WS-SEV-MEDICARE TO HIST-MEDICARE-WITHHOLDING
           MOVE WS-SEV-PREMIUM TO HIST-HEALTH-PREMIUM
           MOVE WS-SEV-TAXABLE TO HIST-FEDERAL-TAXABLE
           MOVE WS-SEV-TAXABLE TO HIST-STATE-TAXABLE
           MOVE WS-FICA-TAXABLE TO HIST-FICA-TAXABLE
           MOVE WS-SEV-TAXABLE TO HIST-MEDICARE-TAXABLE
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE WS-SEV-TAXABLE TO HIST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO HIST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO HIST-WORK-STATE
           MOVE WS-SEV-ER-BENEFIT TO HIST-EMPLOYER-BENEFIT
           MOVE POST-PAY-METHOD TO HIST-PAY-METHOD
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'Severance history already on file for '
                       'employee ' EMP-ID ' period ' WS-PAY-PERIOD
           END-WRITE.

       Write-ACH-Record.
           IF POST-PAID-BY-ACH
               SET NACHA-FUNC-ENTRY TO TRUE
               MOVE EMP-BANK-ROUTING TO NACHA-ROUTING
               MOVE EMP-BANK-ACCOUNT TO NACHA-ACCOUNT
               MOVE EMP-ACCOUNT-TYPE TO NACHA-ACCOUNT-TYPE
               MOVE WS-SEV-NET TO NACHA-AMOUNT
               MOVE SPACES TO NACHA-INDIVIDUAL-ID
               MOVE EMP-ID TO NACHA-INDIVIDUAL-ID (1:5)
               MOVE EMP-NAME (1:22) TO NACHA-INDIVIDUAL-NAME
               MOVE 'N' TO NACHA-PRENOTE-FLAG
               MOVE 'N' TO NACHA-DEBIT-FLAG
               CALL 'NachaFile' USING NACHA-REQUEST
           ELSE
               IF POST-PAID-BY-PAYCARD
                   DISPLAY 'Severance pay for employee ' EMP-ID
                       ' routed to pay card'
               ELSE
                   DISPLAY 'Severance pay for employee ' EMP-ID
                       ' routed to check'
               END-IF
           END-IF.

       Print-Heading.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE '                   ACME CORPORATION' TO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           STRING '          SEVERANCE INSTALLMENT REPORT - PERIOD '
               WS-PAY-PERIOD '  CHECK DATE ' WS-CHECK-DATE
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           STRING 'EMP ID  INSTALLMENT  DEDUCTIONS         NET'
               '   PAID TO DATE     REMAINING'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Detail-Line.
           MOVE EMP-ID TO WS-ID-EDIT
           MOVE WS-SEV-PAY TO WS-GROSS-EDIT
           MOVE WS-SEV-DEDUCTIONS TO WS-DEDUCT-EDIT
           MOVE WS-SEV-NET TO WS-NET-EDIT
           MOVE SEV-PAID-TO-DATE TO WS-PAID-EDIT
           COMPUTE WS-SEV-REMAINING =
               SEV-TOTAL-AMOUNT - SEV-PAID-TO-DATE
           MOVE WS-SEV-REMAINING TO WS-REMAIN-EDIT
           MOVE SPACES TO Report-Data
           STRING WS-ID-EDIT '   ' WS-GROSS-EDIT '  ' WS-DEDUCT-EDIT
               '  ' WS-NET-EDIT '   ' WS-PAID-EDIT '  '
               WS-REMAIN-EDIT
               DELIMITED BY SIZE INTO Report-Data
           IF SEV-AGREEMENT-COMPLETE
               MOVE 'PAID IN FULL' TO Report-Data (90:12)
           END-IF
           PERFORM Write-Report-Line.

       Print-Open-Agreements.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-PAID-COUNT TO WS-COUNT-EDIT
           MOVE WS-PAID-TOTAL TO WS-TOTAL-EDIT
           STRING 'INSTALLMENTS PAID: ' WS-COUNT-EDIT '  TOTAL '
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE '          OPEN SEVERANCE AGREEMENTS' TO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           STRING 'EMP ID   START DATE  TOTAL GRANTED   PERIODS'
               '   PAID TO DATE     REMAINING  BENEFITS'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           PERFORM Print-One-Open-Agreement
               VARYING WS-AGREEMENT-SUB FROM 1 BY 1
               UNTIL WS-AGREEMENT-SUB > WS-AGREEMENT-COUNT
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
           MOVE WS-OPEN-REMAINING TO WS-TOTAL-EDIT
           STRING 'OPEN AGREEMENTS: ' WS-COUNT-EDIT
               '  REMAINING TO PAY ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-One-Open-Agreement.
           MOVE WS-AGREEMENT-ENTRY (WS-AGREEMENT-SUB)
               TO SEVERANCE-AGREEMENT
           IF SEV-AGREEMENT-OPEN
               ADD 1 TO WS-OPEN-COUNT
               COMPUTE WS-SEV-REMAINING =
                   SEV-TOTAL-AMOUNT - SEV-PAID-TO-DATE
               ADD WS-SEV-REMAINING TO WS-OPEN-REMAINING
               MOVE SEV-EMPLOYEE-ID TO WS-ID-EDIT
               MOVE SEV-TOTAL-AMOUNT TO WS-PAID-EDIT
               MOVE SEV-PERIODS-PAID TO WS-PERIODS-EDIT
               MOVE WS-SEV-REMAINING TO WS-REMAIN-EDIT
               MOVE SPACES TO Report-Data
               STRING WS-ID-EDIT '    ' SEV-START-DATE '  '
                   WS-PAID-EDIT '       ' WS-PERIODS-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               MOVE SEV-PAID-TO-DATE TO WS-PAID-EDIT
               MOVE WS-PAID-EDIT TO Report-Data (51:12)
               MOVE WS-REMAIN-EDIT TO Report-Data (65:12)
               IF SEV-BENEFITS-CONTINUE
                   MOVE 'CONTINUE' TO Report-Data (79:8)
               ELSE
                   MOVE 'STOPPED' TO Report-Data (79:7)
               END-IF
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE SEVERANCE-REPORT-LINE FROM Report-Data.
       END PROGRAM SeveranceRun.
