       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityScan.
      * Referential integrity scan of the payroll side files, run
      * ahead of every cycle. BENEFITS.DAT, W4ELECT.DAT,
      * DEFELECT.DAT, GARNISH.DAT, DEPALLOC.DAT, LOANMAST.DAT,
      * VOLDED.DAT and ARREARS.DAT are keyed by employee ID, and
      * their maintenance checks the master only when a row is
      * added - this pass checks every row against EMPMAST.DAT and
      * against the rest of its own file:
      *   FAILED   - a duplicate key, a key out of the file's sort
      *              order (both make the cycle's table loads skip
      *              or misapply rows), or an active deposit split
      *              with no bank account of its own or none on the
      *              master to anchor it;
      *   WARNING  - an active row for an employee the master no
      *              longer has or shows terminated (an inactive
      *              orphan is listed too), and rows that contradict
      *              themselves: an unknown status, method or tier,
      *              an order or deduction still active past its cap,
      *              goal or stop date, an active loan or open
      *              arrears with nothing owed, a percent election
      *              of zero, more than one remainder split.
      * BENEFITS.DAT is kept in the order elections arrive, so only
      * its keys' uniqueness is checked; the other files are sorted
      * by employee ID and then their own sequence. Everything found
      * is listed on INTEGRPT.DAT and the outcome goes to
      * INTEGCHK.DAT for the run parm's pay period - MainProgram will
      * not start the cycle without a scan for its period that did
      * not fail. Return code 8 on anything FAILED, 4 on warnings
      * only, 0 clean.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT OPTIONAL W4-ELECTION-FILE ASSIGN TO 'W4ELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT OPTIONAL DEFERRAL-FILE ASSIGN TO 'DEFELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT OPTIONAL GARNISHMENT-FILE ASSIGN TO 'GARNISH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT OPTIONAL DEPOSIT-ALLOC-FILE ASSIGN TO 'DEPALLOC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT OPTIONAL LOAN-MASTER-FILE ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT OPTIONAL VOL-DEDUCT-FILE ASSIGN TO 'VOLDED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO 'ARREARS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.
           SELECT INTEGRITY-CHECK-FILE ASSIGN TO 'INTEGCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT SCAN-REPORT ASSIGN TO 'INTEGRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  W4-ELECTION-FILE.
           COPY W4ELECT.

       FD  DEFERRAL-FILE.
           COPY DEFELECT.

       FD  GARNISHMENT-FILE.
           COPY GARNREC.

       FD  DEPOSIT-ALLOC-FILE.
           COPY DEPALLOC.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  VOL-DEDUCT-FILE.
           COPY VOLDED.

       FD  ARREARS-FILE.
           COPY ARREARS.

       FD  INTEGRITY-CHECK-FILE.
           COPY INTEGCHK.

       FD  SCAN-REPORT.
       01  SCAN-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-SIDE-STATUS           PIC XX.
           88 SIDE-OK                  VALUE '00'.
           88 SIDE-EOF                 VALUE '10'.
       01 WS-CHECK-STATUS          PIC XX.
           88 CHECK-OK                 VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-PAY-PERIOD            PIC 9(6) VALUE 0.
       01 WS-RUN-STAMP             PIC X(15).
       01 WS-TODAY                 PIC 9(8).

      * The row under test, in the same terms whichever file it
      * came from.
       01 WS-ROW-FILE              PIC X(8).
       01 WS-ROW-EMP               PIC 9(5).
       01 WS-ROW-KEY               PIC X(30).
       01 WS-ROW-SORT-KEY          PIC X(30).
       01 WS-ROW-LABEL             PIC X(20).
       01 WS-ROW-ACTIVE            PIC X.
           88 ROW-IS-ACTIVE            VALUE 'Y'.
       01 WS-FILE-SORTED           PIC X.
           88 FILE-IS-SORTED           VALUE 'Y'.
       01 WS-PREV-SORT-KEY         PIC X(30).
       01 WS-SEVERITY              PIC X(4).
       01 WS-CONDITION             PIC X(45).

      * Keys seen so far in the file being scanned.
       01 WS-KEY-TABLE.
           05 WS-KEY-COUNT         PIC 9(4) VALUE 0.
           05 WS-KEY-ENTRY OCCURS 5000 TIMES PIC X(30).
       01 WS-KEY-SUB               PIC 9(4).
       01 WS-KEY-FOUND             PIC X.
       01 WS-KEY-OVERFLOW          PIC X.
           88 KEY-TABLE-OVERFLOWED     VALUE 'Y'.

      * The master record last looked up - the side files are
      * mostly in employee order, so one read serves a run of rows.
       01 WS-MASTER-ID-READ        PIC 9(5) VALUE 0.
       01 WS-MASTER-FOUND          PIC X VALUE 'N'.
           88 MASTER-ROW-FOUND         VALUE 'Y'.

      * Active remainder splits for the current DEPALLOC employee.
       01 WS-GROUP-EMP             PIC 9(5).
       01 WS-GROUP-REMAINDERS      PIC 9(2).

       01 WS-FILE-ROWS             PIC 9(7).
       01 WS-FILE-FAILS            PIC 9(5).
       01 WS-FILE-WARNS            PIC 9(5).
       01 WS-TOTAL-ROWS            PIC 9(7) VALUE 0.
       01 WS-TOTAL-FAILS           PIC 9(5) VALUE 0.
       01 WS-TOTAL-WARNS           PIC 9(5) VALUE 0.

       01 Report-Data              PIC X(100).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-2          PIC ZZZZ9.
       01 WS-COUNT-EDIT-3          PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP (1:8) TO WS-TODAY
           OPEN INPUT RUN-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot open run parm file, status '
                   WS-PARM-STATUS ' - integrity scan stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-PARM-FILE
               AT END
                   DISPLAY 'No run parm record, integrity scan stopped'
                   CLOSE RUN-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE PARM-PAY-PERIOD TO WS-PAY-PERIOD
           END-READ
           CLOSE RUN-PARM-FILE

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCAN-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open integrity scan report, status '
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO Report-Data
           STRING '       SIDE-FILE INTEGRITY SCAN  PERIOD '
               WS-PAY-PERIOD '  RUN ' WS-RUN-STAMP
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE 'FILE      EMP ID  ROW                   SEV   '
               & 'CONDITION' TO Report-Data
           PERFORM Write-Report-Line

           PERFORM Scan-Benefits
           PERFORM Scan-W4-Elections
           PERFORM Scan-Deferrals
           PERFORM Scan-Garnishments
           PERFORM Scan-Deposit-Splits
           PERFORM Scan-Loans
           PERFORM Scan-Voluntary-Deductions
           PERFORM Scan-Arrears

           CLOSE EMPLOYEE-MASTER
           PERFORM Print-Scan-Totals
           CLOSE SCAN-REPORT
           PERFORM Write-Check-Status
           EVALUATE TRUE
               WHEN WS-TOTAL-FAILS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-WARNS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       Start-File-Scan.
           MOVE 0 TO WS-KEY-COUNT
           MOVE 'N' TO WS-KEY-OVERFLOW
           MOVE LOW-VALUES TO WS-PREV-SORT-KEY
           MOVE 0 TO WS-FILE-ROWS
           MOVE 0 TO WS-FILE-FAILS
           MOVE 0 TO WS-FILE-WARNS.

       Scan-Benefits.
           MOVE 'BENEFITS' TO WS-ROW-FILE
           MOVE 'N' TO WS-FILE-SORTED
           PERFORM Start-File-Scan
           OPEN INPUT BENEFIT-FILE
           IF SIDE-OK
               PERFORM UNTIL SIDE-EOF
                   READ BENEFIT-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-Benefit
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BENEFIT-FILE
           PERFORM End-File-Scan.

       Check-One-Benefit.
           MOVE BEN-EMPLOYEE-ID TO WS-ROW-EMP
           MOVE SPACES TO WS-ROW-KEY
           STRING BEN-EMPLOYEE-ID BEN-PLAN-CODE
               DELIMITED BY SIZE INTO WS-ROW-KEY
           MOVE WS-ROW-KEY TO WS-ROW-SORT-KEY
           MOVE SPACES TO WS-ROW-LABEL
           STRING 'PLAN ' BEN-PLAN-CODE DELIMITED BY SIZE
               INTO WS-ROW-LABEL
           IF BEN-ENROLLED
               MOVE 'Y' TO WS-ROW-ACTIVE
           ELSE
               MOVE 'N' TO WS-ROW-ACTIVE
           END-IF
           PERFORM Check-Common-Row
           IF NOT BEN-ENROLLED AND NOT BEN-TERMINATED
               MOVE 'UNKNOWN ENROLLMENT STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           IF BEN-ENROLLED AND NOT BEN-TIER-EMPLOYEE AND
               NOT BEN-TIER-SPOUSE AND NOT BEN-TIER-FAMILY AND
               NOT BEN-TIER-WAIVED
               MOVE 'UNKNOWN COVERAGE TIER' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF.

       Scan-W4-Elections.
           MOVE 'W4ELECT' TO WS-ROW-FILE
           MOVE 'Y' TO WS-FILE-SORTED
           PERFORM Start-File-Scan
           OPEN INPUT W4-ELECTION-FILE
           IF SIDE-OK
               PERFORM UNTIL SIDE-EOF
                   READ W4-ELECTION-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-W4-Election
                   END-READ
               END-PERFORM
           END-IF
           CLOSE W4-ELECTION-FILE
           PERFORM End-File-Scan.

       Check-One-W4-Election.
           MOVE W4-EMPLOYEE-ID TO WS-ROW-EMP
           MOVE SPACES TO WS-ROW-KEY
           MOVE W4-EMPLOYEE-ID TO WS-ROW-KEY
           MOVE WS-ROW-KEY TO WS-ROW-SORT-KEY
           MOVE 'ELECTION' TO WS-ROW-LABEL
           IF W4-ELECTION-ACTIVE
               MOVE 'Y' TO WS-ROW-ACTIVE
           ELSE
               MOVE 'N' TO WS-ROW-ACTIVE
           END-IF
           PERFORM Check-Common-Row
           IF NOT W4-ELECTION-ACTIVE AND NOT W4-ELECTION-ENDED
               MOVE 'UNKNOWN ELECTION STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           IF W4-ELECTION-ACTIVE AND NOT W4-STATUS-SINGLE AND
               NOT W4-STATUS-MARRIED AND NOT W4-STATUS-HEAD
               MOVE 'UNKNOWN FILING STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF.

       Scan-Deferrals.
           MOVE 'DEFELECT' TO WS-ROW-FILE
           MOVE 'Y' TO WS-FILE-SORTED
           PERFORM Start-File-Scan
           OPEN INPUT DEFERRAL-FILE
           IF SIDE-OK
               PERFORM UNTIL SIDE-EOF
                   READ DEFERRAL-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-Deferral
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEFERRAL-FILE
           PERFORM End-File-Scan.

       Check-One-Deferral.
           MOVE DEF-EMPLOYEE-ID TO WS-ROW-EMP
           MOVE SPACES TO WS-ROW-KEY
           MOVE DEF-EMPLOYEE-ID TO WS-ROW-KEY
           MOVE WS-ROW-KEY TO WS-ROW-SORT-KEY
           MOVE 'ELECTION' TO WS-ROW-LABEL
           IF DEF-ELECTION-ACTIVE
               MOVE 'Y' TO WS-ROW-ACTIVE
           ELSE
               MOVE 'N' TO WS-ROW-ACTIVE
           END-IF
           PERFORM Check-Common-Row
           IF NOT DEF-ELECTION-ACTIVE AND NOT DEF-ELECTION-ENDED
               MOVE 'UNKNOWN ELECTION STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           IF DEF-ELECTION-ACTIVE
               EVALUATE TRUE
                   WHEN DEF-PCT-OF-GROSS AND DEF-PERCENT = 0
                       MOVE 'PERCENT ELECTION OF ZERO' TO WS-CONDITION
                       PERFORM Report-Warning
                   WHEN DEF-FLAT-AMOUNT AND DEF-AMOUNT = 0
                       MOVE 'FLAT ELECTION OF ZERO' TO WS-CONDITION
                       PERFORM Report-Warning
                   WHEN NOT DEF-PCT-OF-GROSS AND NOT DEF-FLAT-AMOUNT
                       AND NOT DEF-STOPPED
                       MOVE 'UNKNOWN DEFERRAL METHOD' TO WS-CONDITION
                       PERFORM Report-Warning
               END-EVALUATE
           END-IF.

       Scan-Garnishments.
           MOVE 'GARNISH' TO WS-ROW-FILE
           MOVE 'Y' TO WS-FILE-SORTED
           PERFORM Start-File-Scan
           OPEN INPUT GARNISHMENT-FILE
           IF SIDE-OK
               PERFORM UNTIL SIDE-EOF
                   READ GARNISHMENT-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-Garnishment
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GARNISHMENT-FILE
           PERFORM End-File-Scan.

      * One row per court order - the case number identifies it;
      * the file runs in employee and priority order.
       Check-One-Garnishment.
           MOVE GARN-EMPLOYEE-ID TO WS-ROW-EMP
           MOVE SPACES TO WS-ROW-KEY
           STRING GARN-EMPLOYEE-ID GARN-CASE-NUMBER
               DELIMITED BY SIZE INTO WS-ROW-KEY
           MOVE SPACES TO WS-ROW-SORT-KEY
           STRING GARN-EMPLOYEE-ID GARN-PRIORITY
               DELIMITED BY SIZE INTO WS-ROW-SORT-KEY
           MOVE SPACES TO WS-ROW-LABEL
           STRING 'CASE ' GARN-CASE-NUMBER DELIMITED BY SIZE
               INTO WS-ROW-LABEL
           IF GARN-ORDER-ACTIVE
               MOVE 'Y' TO WS-ROW-ACTIVE
           ELSE
               MOVE 'N' TO WS-ROW-ACTIVE
           END-IF
           PERFORM Check-Common-Row
           IF NOT GARN-ORDER-ACTIVE AND NOT GARN-ORDER-SATISFIED
               MOVE 'UNKNOWN ORDER STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           IF GARN-ORDER-ACTIVE
               IF GARN-LIFETIME-CAP > 0 AND
                   GARN-TAKEN-TO-DATE >= GARN-LIFETIME-CAP
                   MOVE 'ACTIVE BUT LIFETIME CAP ALREADY TAKEN'
                       TO WS-CONDITION
                   PERFORM Report-Warning
               END-IF
               IF NOT GARN-FLAT-AMOUNT AND NOT GARN-PCT-DISPOSABLE
                   MOVE 'UNKNOWN GARNISHMENT METHOD' TO WS-CONDITION
                   PERFORM Report-Warning
               END-IF
           END-IF.

       Scan-Deposit-Splits.
           MOVE 'DEPALLOC' TO WS-ROW-FILE
           MOVE 'Y' TO WS-FILE-SORTED
           PERFORM Start-File-Scan
           MOVE 0 TO WS-GROUP-EMP
           MOVE 0 TO WS-GROUP-REMAINDERS
           OPEN INPUT DEPOSIT-ALLOC-FILE
           IF SIDE-OK
               PERFORM UNTIL SIDE-EOF
                   READ DEPOSIT-ALLOC-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-Deposit-Split
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DEPOSIT-ALLOC-FILE
           PERFORM End-File-Scan.

       Check-One-Deposit-Split.
           MOVE DAL-EMPLOYEE-ID TO WS-ROW-EMP
           MOVE SPACES TO WS-ROW-KEY
           STRING DAL-EMPLOYEE-ID DAL-SEQUENCE
               DELIMITED BY SIZE INTO WS-ROW-KEY
           MOVE WS-ROW-KEY TO WS-ROW-SORT-KEY
           MOVE SPACES TO WS-ROW-LABEL
           STRING 'SPLIT ' DAL-SEQUENCE DELIMITED BY SIZE
               INTO WS-ROW-LABEL
           IF DAL-ALLOC-ACTIVE
               MOVE 'Y' TO WS-ROW-ACTIVE
           ELSE
               MOVE 'N' TO WS-ROW-ACTIVE
           END-IF
           PERFORM Check-Common-Row
           IF DAL-EMPLOYEE-ID NOT = WS-GROUP-EMP
               MOVE DAL-EMPLOYEE-ID TO WS-GROUP-EMP
               MOVE 0 TO WS-GROUP-REMAINDERS
           END-IF
           IF NOT DAL-ALLOC-ACTIVE AND NOT DAL-ALLOC-STOPPED
               MOVE 'UNKNOWN SPLIT STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           IF DAL-ALLOC-ACTIVE
      * A split hangs off the master deposit - with no master account
      * (or none usable) the net has nowhere proper to land.
               IF MASTER-ROW-FOUND
                   IF EMP-BANK-ROUTING = SPACES OR
                       EMP-BANK-ACCOUNT = SPACES OR
                       EMP-DEPOSIT-NONE
                       MOVE 'ACTIVE SPLIT, NO MASTER BANK ACCOUNT'
                           TO WS-CONDITION
                       PERFORM Report-Failure
                   END-IF
               END-IF
               IF DAL-BANK-ROUTING = SPACES OR
                   DAL-BANK-ACCOUNT = SPACES
                   MOVE 'ACTIVE SPLIT WITH NO BANK ACCOUNT'
                       TO WS-CONDITION
                   PERFORM Report-Failure
               END-IF
               EVALUATE TRUE
                   WHEN DAL-REMAINDER
                       ADD 1 TO WS-GROUP-REMAINDERS
                       IF WS-GROUP-REMAINDERS > 1
                           MOVE 'SECOND ACTIVE REMAINDER SPLIT'
                               TO WS-CONDITION
                           PERFORM Report-Warning
                       END-IF
                   WHEN DAL-PCT-OF-NET AND DAL-PERCENT = 0
                       MOVE 'PERCENT SPLIT OF ZERO' TO WS-CONDITION
                       PERFORM Report-Warning
                   WHEN DAL-FLAT-AMOUNT AND DAL-AMOUNT = 0
                       MOVE 'FLAT SPLIT OF ZERO' TO WS-CONDITION
                       PERFORM Report-Warning
                   WHEN NOT DAL-PCT-OF-NET AND NOT DAL-FLAT-AMOUNT
                       MOVE 'UNKNOWN SPLIT METHOD' TO WS-CONDITION
                       PERFORM Report-Warning
               END-EVALUATE
           END-IF.

       Scan-Loans.
           MOVE 'LOANMAST' TO WS-ROW-FILE
           MOVE 'Y' TO WS-FILE-SORTED
           PERFORM Start-File-Scan
           OPEN INPUT LOAN-MASTER-FILE
           IF SIDE-OK
               PERFORM UNTIL SIDE-EOF
                   READ LOAN-MASTER-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-Loan
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LOAN-MASTER-FILE
           PERFORM End-File-Scan.

       Check-One-Loan.
           MOVE LOAN-EMPLOYEE-ID TO WS-ROW-EMP
           MOVE SPACES TO WS-ROW-KEY
           STRING LOAN-EMPLOYEE-ID LOAN-NUMBER
               DELIMITED BY SIZE INTO WS-ROW-KEY
           MOVE WS-ROW-KEY TO WS-ROW-SORT-KEY
           MOVE SPACES TO WS-ROW-LABEL
           STRING 'LOAN ' LOAN-NUMBER DELIMITED BY SIZE
               INTO WS-ROW-LABEL
           IF LOAN-ACTIVE
               MOVE 'Y' TO WS-ROW-ACTIVE
           ELSE
               MOVE 'N' TO WS-ROW-ACTIVE
           END-IF
           PERFORM Check-Common-Row
           IF NOT LOAN-ACTIVE AND NOT LOAN-PAID-OFF
               MOVE 'UNKNOWN LOAN STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           IF LOAN-ACTIVE
               IF LOAN-BALANCE = 0
                   MOVE 'ACTIVE LOAN WITH NO BALANCE' TO WS-CONDITION
                   PERFORM Report-Warning
               END-IF
               IF LOAN-PAYMENT = 0
                   MOVE 'ACTIVE LOAN WITH NO PAYMENT' TO WS-CONDITION
                   PERFORM Report-Warning
               END-IF
           END-IF.

       Scan-Voluntary-Deductions.
           MOVE 'VOLDED' TO WS-ROW-FILE
           MOVE 'Y' TO WS-FILE-SORTED
           PERFORM Start-File-Scan
           OPEN INPUT VOL-DEDUCT-FILE
           IF SIDE-OK
               PERFORM UNTIL SIDE-EOF
                   READ VOL-DEDUCT-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-Voluntary
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VOL-DEDUCT-FILE
           PERFORM End-File-Scan.

       Check-One-Voluntary.
           MOVE VOL-EMPLOYEE-ID TO WS-ROW-EMP
           MOVE SPACES TO WS-ROW-KEY
           STRING VOL-EMPLOYEE-ID VOL-DEDUCT-CODE
               DELIMITED BY SIZE INTO WS-ROW-KEY
           MOVE WS-ROW-KEY TO WS-ROW-SORT-KEY
           MOVE SPACES TO WS-ROW-LABEL
           STRING 'DEDUCTION ' VOL-DEDUCT-CODE DELIMITED BY SIZE
               INTO WS-ROW-LABEL
           IF VOL-DEDUCT-ACTIVE
               MOVE 'Y' TO WS-ROW-ACTIVE
           ELSE
               MOVE 'N' TO WS-ROW-ACTIVE
           END-IF
           PERFORM Check-Common-Row
           IF NOT VOL-DEDUCT-ACTIVE AND NOT VOL-DEDUCT-STOPPED AND
               NOT VOL-GOAL-REACHED
               MOVE 'UNKNOWN DEDUCTION STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           IF VOL-DEDUCT-ACTIVE
               IF VOL-STOP-DATE > 0 AND VOL-STOP-DATE < WS-TODAY
                   MOVE 'ACTIVE PAST ITS STOP DATE' TO WS-CONDITION
                   PERFORM Report-Warning
               END-IF
               IF VOL-GOAL-AMOUNT > 0 AND
                   VOL-TAKEN-TO-DATE >= VOL-GOAL-AMOUNT
                   MOVE 'ACTIVE BUT GOAL ALREADY TAKEN' TO WS-CONDITION
                   PERFORM Report-Warning
               END-IF
               IF NOT VOL-FLAT-AMOUNT AND NOT VOL-PCT-OF-GROSS
                   MOVE 'UNKNOWN DEDUCTION METHOD' TO WS-CONDITION
                   PERFORM Report-Warning
               END-IF
           END-IF.

       Scan-Arrears.
           MOVE 'ARREARS' TO WS-ROW-FILE
           MOVE 'Y' TO WS-FILE-SORTED
           PERFORM Start-File-Scan
           OPEN INPUT ARREARS-FILE
           IF SIDE-OK
               PERFORM UNTIL SIDE-EOF
                   READ ARREARS-FILE
                       AT END
                           SET SIDE-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-Arrears
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARREARS-FILE
           PERFORM End-File-Scan.

      * Sorted by employee only - an employee's several arrears are
      * told apart by deduction code and originating period.
       Check-One-Arrears.
           MOVE ARR-EMPLOYEE-ID TO WS-ROW-EMP
           MOVE SPACES TO WS-ROW-KEY
           STRING ARR-EMPLOYEE-ID ARR-DEDUCTION-CODE ARR-ORIG-PERIOD
               DELIMITED BY SIZE INTO WS-ROW-KEY
           MOVE SPACES TO WS-ROW-SORT-KEY
           MOVE ARR-EMPLOYEE-ID TO WS-ROW-SORT-KEY
           MOVE SPACES TO WS-ROW-LABEL
           STRING 'ARREARS ' ARR-DEDUCTION-CODE ' ' ARR-ORIG-PERIOD
               DELIMITED BY SIZE INTO WS-ROW-LABEL
           IF ARR-OPEN
               MOVE 'Y' TO WS-ROW-ACTIVE
           ELSE
               MOVE 'N' TO WS-ROW-ACTIVE
           END-IF
           PERFORM Check-Common-Row
           IF NOT ARR-OPEN AND NOT ARR-COLLECTED
               MOVE 'UNKNOWN ARREARS STATUS' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           IF ARR-OPEN AND ARR-BALANCE = 0
               MOVE 'OPEN ARREARS WITH NO BALANCE' TO WS-CONDITION
               PERFORM Report-Warning
           END-IF.

      * The checks every side-file row gets: sort order, key
      * uniqueness, and the master record behind it.
       Check-Common-Row.
           ADD 1 TO WS-FILE-ROWS
           IF FILE-IS-SORTED
               IF WS-ROW-SORT-KEY < WS-PREV-SORT-KEY
                   MOVE 'KEY OUT OF SEQUENCE' TO WS-CONDITION
                   PERFORM Report-Failure
               ELSE
                   MOVE WS-ROW-SORT-KEY TO WS-PREV-SORT-KEY
               END-IF
           END-IF
           MOVE 'N' TO WS-KEY-FOUND
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > WS-KEY-COUNT OR WS-KEY-FOUND = 'Y'
               IF WS-KEY-ENTRY (WS-KEY-SUB) = WS-ROW-KEY
                   MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND = 'Y'
               MOVE 'DUPLICATE KEY' TO WS-CONDITION
               PERFORM Report-Failure
           ELSE
               IF WS-KEY-COUNT < 5000
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-ROW-KEY TO WS-KEY-ENTRY (WS-KEY-COUNT)
               ELSE
                   MOVE 'Y' TO WS-KEY-OVERFLOW
               END-IF
           END-IF
           IF WS-ROW-EMP NOT = WS-MASTER-ID-READ
               MOVE WS-ROW-EMP TO WS-MASTER-ID-READ
               MOVE WS-ROW-EMP TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-MASTER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-FOUND
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT MASTER-ROW-FOUND AND ROW-IS-ACTIVE
                   MOVE 'ACTIVE ROW, NO MASTER RECORD' TO WS-CONDITION
                   PERFORM Report-Warning
               WHEN NOT MASTER-ROW-FOUND
                   MOVE 'INACTIVE ROW, NO MASTER RECORD'
                       TO WS-CONDITION
                   PERFORM Report-Warning
               WHEN ROW-IS-ACTIVE AND EMP-STATUS-TERMINATED
                   MOVE 'ACTIVE ROW FOR TERMINATED EMPLOYEE'
                       TO WS-CONDITION
                   PERFORM Report-Warning
           END-EVALUATE.

       Report-Failure.
           MOVE 'FAIL' TO WS-SEVERITY
           ADD 1 TO WS-FILE-FAILS
           PERFORM Write-Condition-Line.

       Report-Warning.
           MOVE 'WARN' TO WS-SEVERITY
           ADD 1 TO WS-FILE-WARNS
           PERFORM Write-Condition-Line.

       Write-Condition-Line.
           MOVE WS-ROW-EMP TO WS-ID-EDIT
           STRING WS-ROW-FILE '  ' WS-ID-EDIT '   ' WS-ROW-LABEL
               '  ' WS-SEVERITY '  ' WS-CONDITION
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       End-File-Scan.
           IF KEY-TABLE-OVERFLOWED
               MOVE SPACES TO WS-ROW-LABEL
               MOVE 0 TO WS-ROW-EMP
               MOVE 'KEYS PAST 5000 NOT CHECKED FOR DUPLICATES'
                   TO WS-CONDITION
               PERFORM Report-Warning
           END-IF
           MOVE WS-FILE-ROWS TO WS-COUNT-EDIT
           MOVE WS-FILE-FAILS TO WS-COUNT-EDIT-2
           MOVE WS-FILE-WARNS TO WS-COUNT-EDIT-3
           STRING WS-ROW-FILE '  ' WS-COUNT-EDIT ' ROWS SCANNED, '
               WS-COUNT-EDIT-2 ' FAILED, ' WS-COUNT-EDIT-3 ' WARNINGS'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           ADD WS-FILE-ROWS TO WS-TOTAL-ROWS
           ADD WS-FILE-FAILS TO WS-TOTAL-FAILS
           ADD WS-FILE-WARNS TO WS-TOTAL-WARNS.

       Print-Scan-Totals.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-ROWS TO WS-COUNT-EDIT
           MOVE WS-TOTAL-FAILS TO WS-COUNT-EDIT-2
           MOVE WS-TOTAL-WARNS TO WS-COUNT-EDIT-3
           STRING 'ALL FILES ' WS-COUNT-EDIT ' ROWS SCANNED, '
               WS-COUNT-EDIT-2 ' FAILED, ' WS-COUNT-EDIT-3 ' WARNINGS'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           EVALUATE TRUE
               WHEN WS-TOTAL-FAILS > 0
                   MOVE '*** SCAN FAILED - THE CYCLE WILL NOT START '
                       & 'UNTIL THE FAILED ROWS ARE CORRECTED ***'
                       TO Report-Data
               WHEN WS-TOTAL-WARNS > 0
                   MOVE 'SCAN PASSED WITH WARNINGS - REVIEW THE ROWS '
                       & 'LISTED' TO Report-Data
               WHEN OTHER
                   MOVE 'SCAN CLEAN' TO Report-Data
           END-EVALUATE
           PERFORM Write-Report-Line.

       Write-Check-Status.
           OPEN OUTPUT INTEGRITY-CHECK-FILE
           IF NOT CHECK-OK
               DISPLAY 'Cannot write integrity scan status, status '
                   WS-CHECK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PAY-PERIOD TO ICK-PAY-PERIOD
           EVALUATE TRUE
               WHEN WS-TOTAL-FAILS > 0
                   SET ICK-SCAN-FAILED TO TRUE
               WHEN WS-TOTAL-WARNS > 0
                   SET ICK-SCAN-WARNINGS TO TRUE
               WHEN OTHER
                   SET ICK-SCAN-CLEAN TO TRUE
           END-EVALUATE
           MOVE WS-RUN-STAMP TO ICK-RUN-STAMP
           MOVE WS-TOTAL-ROWS TO ICK-ROW-COUNT
           MOVE WS-TOTAL-FAILS TO ICK-FAIL-COUNT
           MOVE WS-TOTAL-WARNS TO ICK-WARN-COUNT
           WRITE INTEGRITY-CHECK-RECORD
           CLOSE INTEGRITY-CHECK-FILE
           DISPLAY 'Integrity scan for period ' WS-PAY-PERIOD ': '
               WS-TOTAL-ROWS ' rows, ' WS-TOTAL-FAILS ' failed, '
               WS-TOTAL-WARNS ' warnings - ' ICK-STATUS.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE SCAN-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM IntegrityScan.
