       IDENTIFICATION DIVISION.
       PROGRAM-ID. StateQtrRecon.
      * Quarterly state income tax withholding reconciliation, one
      * section per work state - replaces adding up the per-run
      * STWHS state summaries by hand for the state returns. Reads
      * the quarter named on QTRPARM.DAT, as QtrTaxRecon does, and
      * sweeps PAYHIST.DAT for every payment whose check date falls
      * in the quarter - the regular cycles and every off-cycle run
      * (final pay, adjustments, bonuses, severance, manual checks)
      * alike. Each payment's state taxable wages and state tax
      * withheld go to its work state and month; a payment recorded
      * before the history carried the work state counts toward the
      * employee's current work state on the master, and one with
      * no state anywhere is reported under '**'. Each state's
      * return figures (employees, wages, tax by month and for the
      * quarter) are then set against the state deposits logged on
      * STDEP.DAT for the same dates, and every state whose deposits
      * and withholding disagree is listed again at the end, so a run
      * the deposit log never saw surfaces in the quarter it
      * happened. Output goes to STQTRREC.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-PARM-FILE ASSIGN TO 'QTRPARM.DAT'
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
           SELECT OPTIONAL STATE-DEPOSIT-LOG ASSIGN TO 'STDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDEP-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'STQTRREC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-PARM-FILE.
           COPY QTRPARM.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  STATE-DEPOSIT-LOG.
       01  STATE-DEPOSIT-RECORD.
           05 STD-CHECK-DATE           PIC 9(8).
           05 STD-STATE                PIC X(2).
           05 STD-AMOUNT               PIC 9(9)V99.

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-STDEP-STATUS          PIC XX.
           88 STDEP-OK                 VALUE '00'.
           88 STDEP-EOF                VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-MASTER-OPEN           PIC X VALUE 'N'.
           88 MASTER-IS-OPEN           VALUE 'Y'.
       01 WS-QTR-YEAR              PIC 9(4).
       01 WS-QTR-NUMBER            PIC 9(1).
       01 WS-QTR-START             PIC 9(8).
       01 WS-QTR-END               PIC 9(8).
       01 WS-QTR-FIRST-MONTH       PIC 9(2).
       01 WS-CHECK-MONTH           PIC 9(2).
       01 WS-MONTH-SUB             PIC 9(1).

      * One entry per work state paid in the quarter or deposited
      * for, with its return figures by month.
       01 WS-STATE-TABLE.
           05 WS-STATE-COUNT       PIC 9(3) VALUE 0.
           05 WS-STATE-ENTRY OCCURS 60 TIMES.
               10 WS-SQ-CODE           PIC X(2).
               10 WS-SQ-EMPLOYEES      PIC 9(5).
               10 WS-SQ-LAST-EMP       PIC 9(5).
               10 WS-SQ-MONTH OCCURS 3 TIMES.
                   15 WS-SQ-MONTH-WAGES    PIC 9(11)V99.
                   15 WS-SQ-MONTH-TAX      PIC 9(11)V99.
               10 WS-SQ-WAGES          PIC 9(11)V99.
               10 WS-SQ-TAX            PIC 9(11)V99.
               10 WS-SQ-DEPOSITS       PIC 9(11)V99.
               10 WS-SQ-DEPOSIT-COUNT  PIC 9(5).
       01 WS-STATE-SUB             PIC 9(3).
       01 WS-STATE-WORK            PIC X(2).
       01 WS-STATE-MATCHED         PIC X.
       01 WS-STATE-OVERFLOW        PIC X VALUE 'N'.
           88 STATE-TABLE-FULL         VALUE 'Y'.

       01 WS-PAY-WAGES             PIC 9(9)V99.
       01 WS-LAST-EMPLOYEE         PIC 9(5) VALUE 0.
       01 WS-LAST-EMP-STATE        PIC X(2) VALUE SPACES.
       01 WS-PAYMENT-COUNT         PIC 9(7) VALUE 0.
       01 WS-DEPOSIT-FOUND         PIC X VALUE 'N'.
           88 DEPOSIT-LOG-FOUND        VALUE 'Y'.
       01 WS-DIFFERENCE            PIC S9(11)V99.
       01 WS-DISAGREE-COUNT        PIC 9(3) VALUE 0.
       01 WS-TOTAL-WAGES           PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-TAX             PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DEPOSITS        PIC 9(11)V99 VALUE 0.

       01 Report-Data              PIC X(100).
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-AMT-EDIT-1            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-EDIT-2            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DIFF-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Read-Quarter-Parm
           PERFORM Set-Quarter-Dates

      * Without the master the old history records without a work
      * state still count, under '**'.
           OPEN INPUT EMPLOYEE-MASTER
           IF MASTER-OK
               SET MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
                   ' - history without a work state reported as **'
           END-IF

           OPEN INPUT PAY-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS
               IF MASTER-IS-OPEN
                   CLOSE EMPLOYEE-MASTER
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HIST-EOF
               READ PAY-HISTORY NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
      * A reversed payment was backed out - it must not inflate the
      * quarter's withholding. Nor does a decedent's pay made after
      * the year of death, which is not wages.
                       IF HIST-CHECK-DATE >= WS-QTR-START AND
                           HIST-CHECK-DATE <= WS-QTR-END AND
                           NOT HIST-PAYMENT-REVERSED AND
                           NOT HIST-DECEDENT-1099
                           PERFORM Accumulate-History-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY
           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF

           PERFORM Sum-State-Deposits

           OPEN OUTPUT RECON-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open state reconciliation report, '
                   'status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Print-Report
           CLOSE RECON-REPORT
           IF STATE-TABLE-FULL
               DISPLAY 'More than 60 states - reconciliation '
                   'INCOMPLETE, see STQTRREC.DAT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Quarter-Parm.
           OPEN INPUT QTR-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot open quarter parm file, status '
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ QTR-PARM-FILE
               AT END
                   DISPLAY 'No quarter parm record, run stopped'
                   CLOSE QTR-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE QTR-YEAR TO WS-QTR-YEAR
                   MOVE QTR-NUMBER TO WS-QTR-NUMBER
           END-READ
           CLOSE QTR-PARM-FILE
           IF WS-QTR-NUMBER < 1 OR WS-QTR-NUMBER > 4
               DISPLAY 'Quarter number "' WS-QTR-NUMBER
                   '" is not 1-4, run stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Set-Quarter-Dates.
           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NUMBER - 1) * 3 + 1
           EVALUATE WS-QTR-NUMBER
               WHEN 1
                   COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000 + 0101
                   COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000 + 0331
               WHEN 2
                   COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000 + 0401
                   COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000 + 0630
               WHEN 3
                   COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000 + 0701
                   COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000 + 0930
               WHEN OTHER
                   COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000 + 1001
                   COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000 + 1231
           END-EVALUATE.

       Accumulate-History-Record.
      * State taxable wages come off the history record as the pay
      * run figured them; a record written before the taxable fields
      * existed carries zeros in all four and reports gross plus
      * bonus, as QtrTaxRecon reports it.
           ADD 1 TO WS-PAYMENT-COUNT
           IF HIST-FEDERAL-TAXABLE = 0 AND HIST-STATE-TAXABLE = 0
               AND HIST-FICA-TAXABLE = 0 AND HIST-MEDICARE-TAXABLE = 0
               COMPUTE WS-PAY-WAGES = HIST-GROSS-SALARY + HIST-BONUS
           ELSE
               MOVE HIST-STATE-TAXABLE TO WS-PAY-WAGES
           END-IF
           IF HIST-WORK-STATE NOT = SPACES
               MOVE HIST-WORK-STATE TO WS-STATE-WORK
           ELSE
               PERFORM Master-Work-State
           END-IF
           PERFORM Find-State-Entry
           IF WS-STATE-SUB > 0
               MOVE HIST-CHECK-DATE (5:2) TO WS-CHECK-MONTH
               COMPUTE WS-MONTH-SUB =
                   WS-CHECK-MONTH - WS-QTR-FIRST-MONTH + 1
               IF WS-MONTH-SUB >= 1 AND WS-MONTH-SUB <= 3
                   ADD WS-PAY-WAGES TO WS-SQ-MONTH-WAGES
                       (WS-STATE-SUB, WS-MONTH-SUB)
                   ADD HIST-STATE-WITHHOLDING TO WS-SQ-MONTH-TAX
                       (WS-STATE-SUB, WS-MONTH-SUB)
               END-IF
               ADD WS-PAY-WAGES TO WS-SQ-WAGES (WS-STATE-SUB)
               ADD HIST-STATE-WITHHOLDING TO WS-SQ-TAX (WS-STATE-SUB)
      * The history comes in employee order, so an employee is
      * counted once per state however many payments they had.
               IF WS-SQ-LAST-EMP (WS-STATE-SUB) NOT = HIST-EMPLOYEE-ID
                   ADD 1 TO WS-SQ-EMPLOYEES (WS-STATE-SUB)
                   MOVE HIST-EMPLOYEE-ID
                       TO WS-SQ-LAST-EMP (WS-STATE-SUB)
               END-IF
           END-IF.

       Master-Work-State.
           IF HIST-EMPLOYEE-ID NOT = WS-LAST-EMPLOYEE
               MOVE HIST-EMPLOYEE-ID TO WS-LAST-EMPLOYEE
               MOVE SPACES TO WS-LAST-EMP-STATE
               IF MASTER-IS-OPEN
                   MOVE HIST-EMPLOYEE-ID TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-WORK-STATE TO WS-LAST-EMP-STATE
                   END-READ
               END-IF
           END-IF
           IF WS-LAST-EMP-STATE = SPACES
               MOVE '**' TO WS-STATE-WORK
           ELSE
               MOVE WS-LAST-EMP-STATE TO WS-STATE-WORK
           END-IF.

       Find-State-Entry.
           MOVE 'N' TO WS-STATE-MATCHED
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
               OR WS-STATE-MATCHED = 'Y'
               IF WS-SQ-CODE (WS-STATE-SUB) = WS-STATE-WORK
                   MOVE 'Y' TO WS-STATE-MATCHED
               END-IF
           END-PERFORM
           IF WS-STATE-MATCHED = 'Y'
               SUBTRACT 1 FROM WS-STATE-SUB
           ELSE
               IF WS-STATE-COUNT >= 60
                   SET STATE-TABLE-FULL TO TRUE
                   MOVE 0 TO WS-STATE-SUB
               ELSE
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-SUB
                   INITIALIZE WS-STATE-ENTRY (WS-STATE-SUB)
                   MOVE WS-STATE-WORK TO WS-SQ-CODE (WS-STATE-SUB)
               END-IF
           END-IF.

       Sum-State-Deposits.
           OPEN INPUT STATE-DEPOSIT-LOG
           IF STDEP-OK
               PERFORM UNTIL STDEP-EOF
                   READ STATE-DEPOSIT-LOG
                       AT END
                           SET STDEP-EOF TO TRUE
                       NOT AT END
                           IF STD-CHECK-DATE >= WS-QTR-START AND
                               STD-CHECK-DATE <= WS-QTR-END
                               SET DEPOSIT-LOG-FOUND TO TRUE
                               MOVE STD-STATE TO WS-STATE-WORK
                               PERFORM Find-State-Entry
                               IF WS-STATE-SUB > 0
                                   ADD STD-AMOUNT
                                       TO WS-SQ-DEPOSITS (WS-STATE-SUB)
                                   ADD 1 TO WS-SQ-DEPOSIT-COUNT
                                       (WS-STATE-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE STATE-DEPOSIT-LOG.

       Print-Report.
           MOVE '     QUARTERLY STATE WITHHOLDING RECONCILIATION'
               TO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           STRING 'YEAR ' WS-QTR-YEAR '  QUARTER ' WS-QTR-NUMBER
               '  (' WS-QTR-START ' - ' WS-QTR-END ')'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           IF NOT DEPOSIT-LOG-FOUND
               MOVE SPACES TO Report-Data
               STRING 'NO STATE DEPOSITS ON FILE FOR THE QUARTER - '
                   'EVERY STATE SHOWN AS UNDEPOSITED'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line

           PERFORM Print-State-Section
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT

           MOVE ALL '-' TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-WAGES TO WS-AMT-EDIT-1
           MOVE SPACES TO Report-Data
           STRING 'ALL STATES  STATE WAGES     ' WS-AMT-EDIT-1
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-TAX TO WS-AMT-EDIT-1
           MOVE WS-TOTAL-DEPOSITS TO WS-AMT-EDIT-2
           MOVE SPACES TO Report-Data
           STRING '            TAX WITHHELD    ' WS-AMT-EDIT-1
               '   DEPOSITED ' WS-AMT-EDIT-2
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line

           IF WS-DISAGREE-COUNT = 0
               MOVE 'RECONCILIATION: EVERY STATE MATCHES ITS DEPOSITS'
                   TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               MOVE WS-DISAGREE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO Report-Data
               STRING 'RECONCILIATION: ' WS-COUNT-EDIT
                   ' STATE(S) WHERE DEPOSITS AND WITHHOLDING '
                   'DISAGREE - INVESTIGATE BEFORE FILING'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               PERFORM Print-Disagreement
                   VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > WS-STATE-COUNT
           END-IF.

       Print-State-Section.
           MOVE WS-SQ-EMPLOYEES (WS-STATE-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'STATE ' WS-SQ-CODE (WS-STATE-SUB)
               '   EMPLOYEES PAID ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           STRING '                         STATE WAGES   '
               'TAX WITHHELD'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           PERFORM Print-Month-Line
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3
           MOVE WS-SQ-WAGES (WS-STATE-SUB) TO WS-AMT-EDIT-1
           MOVE WS-SQ-TAX (WS-STATE-SUB) TO WS-AMT-EDIT-2
           MOVE SPACES TO Report-Data
           STRING '  QUARTER TOTAL     ' WS-AMT-EDIT-1 ' '
               WS-AMT-EDIT-2
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-SQ-DEPOSITS (WS-STATE-SUB) TO WS-AMT-EDIT-2
           MOVE WS-SQ-DEPOSIT-COUNT (WS-STATE-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING '  DEPOSITS LOGGED   ' WS-COUNT-EDIT
               ' RUN(S)      ' WS-AMT-EDIT-2
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           COMPUTE WS-DIFFERENCE = WS-SQ-TAX (WS-STATE-SUB)
               - WS-SQ-DEPOSITS (WS-STATE-SUB)
           MOVE SPACES TO Report-Data
           IF WS-DIFFERENCE = 0
               MOVE '  DEPOSITS MATCH WITHHOLDING' TO Report-Data
           ELSE
               ADD 1 TO WS-DISAGREE-COUNT
               MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
               STRING '  *** WITHHELD LESS DEPOSITED      '
                   WS-DIFF-EDIT
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           ADD WS-SQ-WAGES (WS-STATE-SUB) TO WS-TOTAL-WAGES
           ADD WS-SQ-TAX (WS-STATE-SUB) TO WS-TOTAL-TAX
           ADD WS-SQ-DEPOSITS (WS-STATE-SUB) TO WS-TOTAL-DEPOSITS.

       Print-Month-Line.
           MOVE WS-SQ-MONTH-WAGES (WS-STATE-SUB, WS-MONTH-SUB)
               TO WS-AMT-EDIT-1
           MOVE WS-SQ-MONTH-TAX (WS-STATE-SUB, WS-MONTH-SUB)
               TO WS-AMT-EDIT-2
           MOVE SPACES TO Report-Data
           STRING '  MONTH ' WS-MONTH-SUB '           '
               WS-AMT-EDIT-1 ' ' WS-AMT-EDIT-2
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Disagreement.
           COMPUTE WS-DIFFERENCE = WS-SQ-TAX (WS-STATE-SUB)
               - WS-SQ-DEPOSITS (WS-STATE-SUB)
           IF WS-DIFFERENCE NOT = 0
               MOVE WS-SQ-TAX (WS-STATE-SUB) TO WS-AMT-EDIT-1
               MOVE WS-SQ-DEPOSITS (WS-STATE-SUB) TO WS-AMT-EDIT-2
               MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
               MOVE SPACES TO Report-Data
               STRING '  ' WS-SQ-CODE (WS-STATE-SUB)
                   '  WITHHELD ' WS-AMT-EDIT-1
                   '  DEPOSITED ' WS-AMT-EDIT-2
                   '  DIFFERENCE ' WS-DIFF-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE RECON-REPORT-LINE FROM Report-Data.
       END PROGRAM StateQtrRecon.
