       IDENTIFICATION DIVISION.
       PROGRAM-ID. YtdProof.
      * Proof of the master's YTD buckets against the pay history.
      * The buckets are added to in place by the cycle, TermPay,
      * PayAdjustment, BonusRun, ManualCheck, SeveranceRun and
      * backed out by PayReversal and JournalRecover, while every
      * payment is also kept on PAYHIST.DAT. Run monthly, this sums
      * each employee's PAYHIST.DAT payments for the year the master
      * holds (the year after the last one YearEndRoll closed on
      * YEROLL.DAT, or the current year before any roll), leaving
      * out reversed payments, bucket by bucket the way PayReversal
      * backs them out, and compares the sums to the master:
      *   GROSS, BONUS, NET (net paid less reimbursements), the
      *   DEDUCTIONS total (gross and bonus less that net), the
      *   FEDERAL, STATE, FICA, MEDICARE and LOCAL withholding,
      *   HEALTH, 401K, the HSA employee and employer amounts, and
      *   the federal, Social Security, Medicare and local taxable
      *   wages.
      * The FUTA and SUTA wages are held to their wage bases on the
      * master and are not proved here. Every employee and bucket
      * that differs is listed on YTDRECON.DAT with the year's
      * payments behind that bucket, period by period (reversed ones
      * marked R), as is current-year history with no master record.
      * The outcome goes to YTDPROOF.DAT - W2Extract and YearEndRoll
      * will not run on a proof that is not CLEAN or that the master
      * has been updated since. Return code 4 when anything differs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROLLOVER-CONTROL ASSIGN TO 'YEROLL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT YTD-PROOF-FILE ASSIGN TO 'YTDPROOF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.
           SELECT PROOF-REPORT ASSIGN TO 'YTDRECON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLLOVER-CONTROL.
       01  ROLLOVER-CONTROL-RECORD.
           05 ROLL-LAST-YEAR           PIC 9(4).

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       FD  YTD-PROOF-FILE.
           COPY YTDPROOF.

       FD  PROOF-REPORT.
       01  PROOF-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS            PIC XX.
           88 CTL-OK                   VALUE '00'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-LOCK-STATUS           PIC XX.
           88 LOCK-OK                  VALUE '00'.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.
           88 CYCLE-LOCK-BLOCKED       VALUE 'Y'.
       01 WS-PROOF-STATUS          PIC XX.
           88 PROOF-OK                 VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-PROOF-YEAR            PIC 9(4).
       01 WS-RUN-STAMP             PIC X(15).
       01 WS-EMPLOYEE-COUNT        PIC 9(5) VALUE 0.
       01 WS-DIFF-COUNT            PIC 9(5) VALUE 0.
       01 WS-DIFF-EMPLOYEES        PIC 9(5) VALUE 0.
       01 WS-ORPHAN-COUNT          PIC 9(5) VALUE 0.
       01 WS-EMP-HEADED            PIC X.
           88 EMPLOYEE-HEADED          VALUE 'Y'.

      * The proved buckets, in report order.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-NAME OCCURS 17 TIMES PIC X(12).
       01 WS-BUCKET-VALUES REDEFINES WS-BUCKET-TABLE.
           05 FILLER PIC X(12) VALUE 'GROSS'.
           05 FILLER PIC X(12) VALUE 'BONUS'.
           05 FILLER PIC X(12) VALUE 'NET'.
           05 FILLER PIC X(12) VALUE 'DEDUCTIONS'.
           05 FILLER PIC X(12) VALUE 'FEDERAL'.
           05 FILLER PIC X(12) VALUE 'STATE'.
           05 FILLER PIC X(12) VALUE 'FICA'.
           05 FILLER PIC X(12) VALUE 'MEDICARE'.
           05 FILLER PIC X(12) VALUE 'LOCAL'.
           05 FILLER PIC X(12) VALUE 'HEALTH'.
           05 FILLER PIC X(12) VALUE '401K'.
           05 FILLER PIC X(12) VALUE 'HSA'.
           05 FILLER PIC X(12) VALUE 'HSA EMPLOYER'.
           05 FILLER PIC X(12) VALUE 'FED WAGES'.
           05 FILLER PIC X(12) VALUE 'SS WAGES'.
           05 FILLER PIC X(12) VALUE 'MEDI WAGES'.
           05 FILLER PIC X(12) VALUE 'LOCAL WAGES'.
       01 WS-BKT-SUB               PIC 9(2).

      * One employee's figures - the master's buckets, the history
      * sums, and the year's payments with each bucket's amount.
       01 WS-MASTER-AMOUNTS.
           05 WS-MASTER-AMT OCCURS 17 TIMES PIC S9(9)V99.
       01 WS-HISTORY-AMOUNTS.
           05 WS-HISTORY-AMT OCCURS 17 TIMES PIC S9(9)V99.
       01 WS-PAYMENT-AMOUNTS.
           05 WS-PAYMENT-AMT OCCURS 17 TIMES PIC S9(9)V99.
       01 WS-PERIOD-TABLE.
           05 WS-PRD-COUNT         PIC 9(2) VALUE 0.
           05 WS-PRD-ENTRY OCCURS 60 TIMES.
               10 WS-PRD-PERIOD        PIC 9(6).
               10 WS-PRD-REVERSED      PIC X(1).
               10 WS-PRD-AMT OCCURS 17 TIMES PIC S9(7)V99.
       01 WS-PRD-SUB               PIC 9(2).
       01 WS-PRD-OVERFLOW          PIC X.
           88 PERIODS-OVERFLOWED       VALUE 'Y'.
       01 WS-BUCKET-DIFF           PIC S9(9)V99.
       01 WS-LINE-ITEMS            PIC 9(1).
       01 WS-LINE-POS              PIC 9(3).

       01 Report-Data              PIC X(100).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-AMT-EDIT-1            PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-AMT-EDIT-2            PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-AMT-EDIT-3            PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-PRD-EDIT              PIC Z,ZZZ,ZZ9.99-.
       01 WS-COUNT-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
      * The proof needs the master and history at rest - a cycle
      * posting part of a range would show as differences.
           PERFORM Check-Cycle-Lock
           IF CYCLE-LOCK-BLOCKED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM Determine-Proof-Year

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAY-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS ' - YTD proof stopped'
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROOF-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open YTD proof report, status '
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE PAY-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO Report-Data
           STRING '       YTD PROOF - MASTER BUCKETS AGAINST PAY '
               'HISTORY  YEAR ' WS-PROOF-YEAR '  RUN ' WS-RUN-STAMP
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE 'BUCKET            MASTER YTD      HISTORY SUM'
               & '       DIFFERENCE' TO Report-Data
           PERFORM Write-Report-Line

           PERFORM Read-Next-History
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM Prove-One-Employee
               END-READ
           END-PERFORM
           PERFORM Report-Orphan-History
               UNTIL HIST-EOF
           CLOSE EMPLOYEE-MASTER
           CLOSE PAY-HISTORY

           PERFORM Print-Proof-Totals
           CLOSE PROOF-REPORT
           PERFORM Write-Proof-Status
           IF WS-DIFF-COUNT > 0 OR WS-ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

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

      * The master holds the year after the last one rolled.
       Determine-Proof-Year.
           MOVE WS-RUN-STAMP (1:4) TO WS-PROOF-YEAR
           OPEN INPUT ROLLOVER-CONTROL
           IF CTL-OK
               READ ROLLOVER-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ROLL-LAST-YEAR IS NUMERIC AND
                           ROLL-LAST-YEAR > 0
                           COMPUTE WS-PROOF-YEAR = ROLL-LAST-YEAR + 1
                       END-IF
               END-READ
           END-IF
           CLOSE ROLLOVER-CONTROL.

       Read-Next-History.
           READ PAY-HISTORY NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ.

       Prove-One-Employee.
           ADD 1 TO WS-EMPLOYEE-COUNT
           PERFORM Report-Orphan-History
               UNTIL HIST-EOF OR HIST-EMPLOYEE-ID >= EMP-ID
           MOVE 'N' TO WS-EMP-HEADED
           MOVE 'N' TO WS-PRD-OVERFLOW
           MOVE 0 TO WS-PRD-COUNT
           INITIALIZE WS-HISTORY-AMOUNTS
           PERFORM Take-One-Payment
               UNTIL HIST-EOF OR HIST-EMPLOYEE-ID NOT = EMP-ID

           MOVE EMP-YTD-GROSS TO WS-MASTER-AMT (1)
           MOVE EMP-YTD-BONUS TO WS-MASTER-AMT (2)
           MOVE EMP-YTD-NET TO WS-MASTER-AMT (3)
           MOVE EMP-YTD-DEDUCTIONS TO WS-MASTER-AMT (4)
           MOVE EMP-YTD-FEDERAL TO WS-MASTER-AMT (5)
           MOVE EMP-YTD-STATE TO WS-MASTER-AMT (6)
           MOVE EMP-YTD-FICA TO WS-MASTER-AMT (7)
           MOVE EMP-YTD-MEDICARE TO WS-MASTER-AMT (8)
           MOVE EMP-YTD-LOCAL TO WS-MASTER-AMT (9)
           MOVE EMP-YTD-HEALTH TO WS-MASTER-AMT (10)
           MOVE EMP-YTD-401K TO WS-MASTER-AMT (11)
           MOVE EMP-YTD-HSA TO WS-MASTER-AMT (12)
           MOVE EMP-YTD-HSA-ER TO WS-MASTER-AMT (13)
           MOVE EMP-YTD-FED-WAGES TO WS-MASTER-AMT (14)
           MOVE EMP-YTD-SS-WAGES TO WS-MASTER-AMT (15)
           MOVE EMP-YTD-MEDI-WAGES TO WS-MASTER-AMT (16)
           MOVE EMP-YTD-LOCAL-WAGES TO WS-MASTER-AMT (17)

           PERFORM Compare-One-Bucket
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 17.

      * One history record of the employee's - counted when its
      * check date falls in the proof year and it was not reversed,
      * listed among the periods either way. A payment to a
      * decedent's estate or beneficiary in a year after the death
      * is 1099-MISC income TermPay keeps off the master's YTD
      * totals, so it is left out of the proof as well.
       Take-One-Payment.
           IF HIST-CHECK-DATE (1:4) = WS-PROOF-YEAR
               PERFORM Figure-Payment-Buckets
               IF WS-PRD-COUNT < 60
                   ADD 1 TO WS-PRD-COUNT
                   MOVE HIST-PAY-PERIOD TO WS-PRD-PERIOD (WS-PRD-COUNT)
                   MOVE HIST-REVERSAL-FLAG
                       TO WS-PRD-REVERSED (WS-PRD-COUNT)
                   PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 17
                       MOVE WS-PAYMENT-AMT (WS-BKT-SUB)
                           TO WS-PRD-AMT (WS-PRD-COUNT, WS-BKT-SUB)
                   END-PERFORM
               ELSE
                   MOVE 'Y' TO WS-PRD-OVERFLOW
               END-IF
               IF NOT HIST-PAYMENT-REVERSED AND
                   NOT HIST-DECEDENT-1099
                   PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 17
                       ADD WS-PAYMENT-AMT (WS-BKT-SUB)
                           TO WS-HISTORY-AMT (WS-BKT-SUB)
                   END-PERFORM
               END-IF
           END-IF
           PERFORM Read-Next-History.

      * The payment's share of each bucket, as PayReversal backs it
      * out. Reimbursements ride the net but are not pay; the
      * deductions total is the record's own gross-to-net story.
       Figure-Payment-Buckets.
           MOVE HIST-GROSS-SALARY TO WS-PAYMENT-AMT (1)
           MOVE HIST-BONUS TO WS-PAYMENT-AMT (2)
           COMPUTE WS-PAYMENT-AMT (3) =
               HIST-NET-SALARY - HIST-REIMBURSEMENT
           COMPUTE WS-PAYMENT-AMT (4) =
               HIST-GROSS-SALARY + HIST-BONUS - WS-PAYMENT-AMT (3)
           MOVE HIST-FEDERAL-WITHHOLDING TO WS-PAYMENT-AMT (5)
           MOVE HIST-STATE-WITHHOLDING TO WS-PAYMENT-AMT (6)
           MOVE HIST-FICA-WITHHOLDING TO WS-PAYMENT-AMT (7)
           MOVE HIST-MEDICARE-WITHHOLDING TO WS-PAYMENT-AMT (8)
           MOVE HIST-LOCAL-WITHHOLDING TO WS-PAYMENT-AMT (9)
           MOVE HIST-HEALTH-PREMIUM TO WS-PAYMENT-AMT (10)
           MOVE HIST-RETIREMENT-401K TO WS-PAYMENT-AMT (11)
           MOVE HIST-HSA-CONTRIBUTION TO WS-PAYMENT-AMT (12)
           MOVE HIST-HSA-EMPLOYER TO WS-PAYMENT-AMT (13)
           MOVE HIST-FEDERAL-TAXABLE TO WS-PAYMENT-AMT (14)
           MOVE HIST-FICA-TAXABLE TO WS-PAYMENT-AMT (15)
           MOVE HIST-MEDICARE-TAXABLE TO WS-PAYMENT-AMT (16)
           MOVE HIST-LOCAL-TAXABLE TO WS-PAYMENT-AMT (17).

       Compare-One-Bucket.
           COMPUTE WS-BUCKET-DIFF = WS-MASTER-AMT (WS-BKT-SUB)
               - WS-HISTORY-AMT (WS-BKT-SUB)
           IF WS-BUCKET-DIFF NOT = 0
               ADD 1 TO WS-DIFF-COUNT
               IF NOT EMPLOYEE-HEADED
                   ADD 1 TO WS-DIFF-EMPLOYEES
                   MOVE 'Y' TO WS-EMP-HEADED
                   MOVE SPACES TO Report-Data
                   PERFORM Write-Report-Line
                   MOVE EMP-ID TO WS-ID-EDIT
                   STRING 'EMP ' WS-ID-EDIT '  ' EMP-NAME
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               END-IF
               MOVE WS-MASTER-AMT (WS-BKT-SUB) TO WS-AMT-EDIT-1
               MOVE WS-HISTORY-AMT (WS-BKT-SUB) TO WS-AMT-EDIT-2
               MOVE WS-BUCKET-DIFF TO WS-AMT-EDIT-3
               STRING WS-BUCKET-NAME (WS-BKT-SUB) '  ' WS-AMT-EDIT-1
                   '  ' WS-AMT-EDIT-2 '  ' WS-AMT-EDIT-3
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               PERFORM Print-Bucket-Periods
           END-IF.

      * The year's payments behind the bucket, four to a line.
       Print-Bucket-Periods.
           IF WS-PRD-COUNT = 0
               MOVE '    NO PAYMENTS ON THE HISTORY FOR THE YEAR'
                   TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               MOVE 0 TO WS-LINE-ITEMS
               PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
                   COMPUTE WS-LINE-POS = 5 + WS-LINE-ITEMS * 23
                   MOVE WS-PRD-PERIOD (WS-PRD-SUB)
                       TO Report-Data (WS-LINE-POS:6)
                   IF WS-PRD-REVERSED (WS-PRD-SUB) = 'R'
                       MOVE 'R' TO Report-Data (WS-LINE-POS + 6:1)
                   END-IF
                   MOVE WS-PRD-AMT (WS-PRD-SUB, WS-BKT-SUB)
                       TO WS-PRD-EDIT
                   MOVE WS-PRD-EDIT TO Report-Data (WS-LINE-POS + 8:13)
                   ADD 1 TO WS-LINE-ITEMS
                   IF WS-LINE-ITEMS = 4
                       PERFORM Write-Report-Line
                       MOVE 0 TO WS-LINE-ITEMS
                   END-IF
               END-PERFORM
               IF WS-LINE-ITEMS > 0
                   PERFORM Write-Report-Line
               END-IF
               IF PERIODS-OVERFLOWED
                   MOVE '    (MORE PAYMENTS THAN THE LIST HOLDS - '
                       & 'ONLY THE FIRST 60 SHOWN)' TO Report-Data
                   PERFORM Write-Report-Line
               END-IF
           END-IF.

      * Current-year history for an employee the master no longer
      * has - pay that no W-2 would carry. A decedent's 1099-MISC
      * payment was never W-2 pay.
       Report-Orphan-History.
           IF HIST-CHECK-DATE (1:4) = WS-PROOF-YEAR AND
               NOT HIST-PAYMENT-REVERSED AND
               NOT HIST-DECEDENT-1099
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE HIST-EMPLOYEE-ID TO WS-ID-EDIT
               MOVE HIST-GROSS-SALARY TO WS-AMT-EDIT-1
               MOVE SPACES TO Report-Data
               PERFORM Write-Report-Line
               STRING 'EMP ' WS-ID-EDIT '  PERIOD ' HIST-PAY-PERIOD
                   ' GROSS ' WS-AMT-EDIT-1
                   ' - HISTORY WITH NO MASTER RECORD'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF
           PERFORM Read-Next-History.

       Print-Proof-Totals.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT
           STRING 'EMPLOYEES PROVED          ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-DIFF-EMPLOYEES TO WS-COUNT-EDIT
           STRING 'EMPLOYEES WITH DIFFERENCES' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT
           STRING 'BUCKETS THAT DIFFER       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-EDIT
           STRING 'PAYMENTS WITH NO MASTER   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           IF WS-DIFF-COUNT = 0 AND WS-ORPHAN-COUNT = 0
               MOVE 'PROOF CLEAN - W-2 EXTRACT AND YEAR-END ROLLOVER '
                   & 'MAY RUN' TO Report-Data
           ELSE
               MOVE '*** PROOF NOT CLEAN - W-2 EXTRACT AND YEAR-END '
                   & 'ROLLOVER ARE HELD UNTIL IT IS ***' TO Report-Data
           END-IF
           PERFORM Write-Report-Line.

       Write-Proof-Status.
           OPEN OUTPUT YTD-PROOF-FILE
           IF NOT PROOF-OK
               DISPLAY 'Cannot write YTD proof status, status '
                   WS-PROOF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PROOF-YEAR TO PRF-TAX-YEAR
           IF WS-DIFF-COUNT = 0 AND WS-ORPHAN-COUNT = 0
               SET PRF-PROOF-CLEAN TO TRUE
           ELSE
               SET PRF-PROOF-DIFFS TO TRUE
           END-IF
           MOVE WS-RUN-STAMP TO PRF-RUN-STAMP
           MOVE WS-EMPLOYEE-COUNT TO PRF-EMPLOYEE-COUNT
           COMPUTE PRF-DIFF-COUNT = WS-DIFF-COUNT + WS-ORPHAN-COUNT
           WRITE YTD-PROOF-RECORD
           CLOSE YTD-PROOF-FILE
           DISPLAY 'YTD proof for ' WS-PROOF-YEAR ': '
               WS-EMPLOYEE-COUNT ' employees, ' PRF-DIFF-COUNT
               ' differences - ' PRF-STATUS.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE PROOF-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM YtdProof.
