      * default single-equivalent withholding. The election is
      * validated against the master - an election for an unknown or
      * terminated employee is rejected - and every applied and
      * rejected transaction lands on W4RPT.DAT. Every applied
      * change is also appended to W4HIST.DAT with the employee's
      * row before and after it (W4HIST.cpy), so the election on
      * file at any past date can be rebuilt; no transaction is
      * applied unless it can be recorded there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W4-REPORT ASSIGN TO 'W4RPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL W4-HISTORY ASSIGN TO 'W4HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  W4-REPORT.
       01  W4-REPORT-LINE              PIC X(90).

       FD  W4-HISTORY.
           COPY W4HIST.

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS          PIC XX.
           88 TRANS-OK                 VALUE '00'.
           88 MASTER-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00' '05'.
       01 WS-RUN-STAMP             PIC X(15).

      * In-core image of W4ELECT.DAT, rewritten at end of run.
       01 WS-ELECT-TABLE.
               STOP RUN
           END-IF

           OPEN EXTEND W4-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open W-4 history, status '
                   WS-HIST-STATUS ' - nothing applied'
               CLOSE W4-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE W4-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           PERFORM Load-Election-Table
      * A table that cannot hold the whole file must never be
      * written back over it - the unloaded elections would be
               CLOSE W4-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE W4-REPORT
               CLOSE W4-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE W4-TRANS
           CLOSE EMPLOYEE-MASTER
           CLOSE W4-REPORT
           CLOSE W4-HISTORY
           DISPLAY 'W-4 maintenance: ' WS-APPLIED-COUNT
               ' applied, ' WS-REJECT-COUNT ' rejected'
           MOVE 0 TO RETURN-CODE
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           ELSE
               IF WS-MATCH-SUB = 0
                   MOVE SPACES TO W4H-BEFORE-IMAGE
               ELSE
                   MOVE WS-ELECT-ENTRY (WS-MATCH-SUB)
                       TO W4H-BEFORE-IMAGE
               END-IF
               IF WS-MATCH-SUB = 0
                   IF WS-ELECT-COUNT >= 1000
                       ADD 1 TO WS-REJECT-COUNT
               TO WS-EL-DEP-CREDITS (WS-MATCH-SUB)
           MOVE W4T-EXTRA-PER-PERIOD TO WS-EL-EXTRA (WS-MATCH-SUB)
           MOVE 'A' TO WS-EL-STATUS (WS-MATCH-SUB)
           PERFORM Write-W4-History
           ADD 1 TO WS-APPLIED-COUNT
           STRING 'EMP ' WS-ID-EDIT ' STATUS ' W4T-FILING-STATUS
               ' ELECTION APPLIED'
                   ' REJECTED - no election on file to remove'
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               MOVE WS-ELECT-ENTRY (WS-MATCH-SUB) TO W4H-BEFORE-IMAGE
               MOVE 'T' TO WS-EL-STATUS (WS-MATCH-SUB)
               PERFORM Write-W4-History
               ADD 1 TO WS-APPLIED-COUNT
               STRING 'EMP ' WS-ID-EDIT
                   ' ELECTION ENDED - default withholding resumes'
           END-IF
           PERFORM Write-Report-Line.

      * The before-image was taken ahead of the change; the row as
      * changed is the after-image.
       Write-W4-History.
           MOVE WS-RUN-STAMP TO W4H-RUN-STAMP
           MOVE 'W4Maint' TO W4H-PROGRAM
           MOVE W4T-EMPLOYEE-ID TO W4H-EMPLOYEE-ID
           MOVE WS-ELECT-ENTRY (WS-MATCH-SUB) TO W4H-AFTER-IMAGE
           WRITE W4-HISTORY-RECORD.

       Write-Report-Line.
           WRITE W4-REPORT-LINE FROM Report-Data.
       END PROGRAM W4Maint.
