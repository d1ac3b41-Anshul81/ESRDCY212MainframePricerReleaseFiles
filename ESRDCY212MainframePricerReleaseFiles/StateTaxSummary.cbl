      * withheld, off the same per-range POSTDnnnnn.DAT posted-pay
      * file as the register and GL passes, so each state's revenue
      * agency can be remitted its actual figure. Records with no
      * work state on file are reported under '**'. Each state's
      * figure is also appended, with the run's check date, to the
      * cumulative state deposit log STDEP.DAT that the quarterly
      * state withholding reconciliation proves against.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-SUMMARY ASSIGN TO WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
      * Cumulative record of every state deposit this summary ever
      * computed, one record per state per run - the quarter-end
      * state reconciliation sums these against the pay-history
      * figures, so a run this summary never saw surfaces in the
      * quarter it happened.
           SELECT OPTIONAL STATE-DEPOSIT-LOG ASSIGN TO 'STDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-SUMMARY.
       01  STATE-SUMMARY-LINE          PIC X(80).

       FD  STATE-DEPOSIT-LOG.
       01  STATE-DEPOSIT-RECORD.
           05 STD-CHECK-DATE           PIC 9(8).
           05 STD-STATE                PIC X(2).
           05 STD-AMOUNT               PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-POSTED-STATUS         PIC XX.
           88 POSTED-OK                VALUE '00'.
           88 POSTED-EOF               VALUE '10'.
       01 WS-SUMMARY-STATUS        PIC XX.
           88 SUMMARY-OK               VALUE '00'.
       01 WS-STDEP-STATUS          PIC XX.
           88 STDEP-OK                 VALUE '00'.
       01 WS-RANGE-FROM-EDIT       PIC 9(5).
       01 WS-POSTED-FILENAME       PIC X(14) VALUE SPACES.
       01 WS-SUMMARY-FILENAME      PIC X(14) VALUE SPACES.
               10 WS-STATE-CODE        PIC X(2).
               10 WS-STATE-EMPLOYEES   PIC 9(5).
               10 WS-STATE-AMOUNT      PIC 9(9)V99.
               10 WS-STATE-CHECK-DATE  PIC 9(8).
       01 WS-STATE-SUB             PIC 9(3).
       01 WS-STATE-WORK            PIC X(2).
       01 WS-STATE-MATCHED         PIC X.

       PROCEDURE DIVISION USING From-ID-IN Pay-Period-IN.
       BEGIN.
      * Called once per range - each range's totals, and so its log
      * records, start from zero.
           MOVE 0 TO WS-STATE-COUNT
           MOVE From-ID-IN TO WS-RANGE-FROM-EDIT
           STRING 'POSTD' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-POSTED-FILENAME
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT

           OPEN EXTEND STATE-DEPOSIT-LOG
           IF STDEP-OK
               PERFORM Log-One-State
                   VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > WS-STATE-COUNT
               CLOSE STATE-DEPOSIT-LOG
           ELSE
               DISPLAY 'Cannot open state deposit log, status '
                   WS-STDEP-STATUS ' - state deposits not logged'
           END-IF

           CLOSE STATE-SUMMARY
           MOVE 0 TO RETURN-CODE
           GOBACK.
               MOVE 1 TO WS-STATE-EMPLOYEES (WS-STATE-COUNT)
               MOVE POST-STATE-WITHHOLDING
                   TO WS-STATE-AMOUNT (WS-STATE-COUNT)
               MOVE POST-CHECK-DATE
                   TO WS-STATE-CHECK-DATE (WS-STATE-COUNT)
           END-IF.

       Write-State-Summary-Line.
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Summary-Line.

       Log-One-State.
           MOVE WS-STATE-CHECK-DATE (WS-STATE-SUB) TO STD-CHECK-DATE
           MOVE WS-STATE-CODE (WS-STATE-SUB) TO STD-STATE
           MOVE WS-STATE-AMOUNT (WS-STATE-SUB) TO STD-AMOUNT
           WRITE STATE-DEPOSIT-RECORD.

       Write-Summary-Line.
           DISPLAY Report-Data
           WRITE STATE-SUMMARY-LINE FROM Report-Data.
