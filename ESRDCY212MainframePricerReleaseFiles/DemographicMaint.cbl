       IDENTIFICATION DIVISION.
       PROGRAM-ID. DemographicMaint.
      * Demographic self-identification maintenance run - applies
      * DEMOTRANS.DAT transactions to the secured EMPDEMO.DAT file
      * the annual EEO-1 count reads. An 'A' transaction records the
      * employee's self-identification, adding the record or
      * replacing the one on file (a new form was returned); a blank
      * sex or race/ethnicity on it is one the employee declined to
      * give. A 'D' removes the record when the employee withdraws
      * it. The employee must be on the master, and the codes must
      * be the EEO-1 ones (EMPDEMO.cpy); anything else is rejected.
      * DEMORPT.DAT lists every applied and rejected transaction by
      * employee ID only - the sex and race/ethnicity given are
      * never printed, here or on any other report. The file is
      * created on the first run. Return code 4 when a transaction
      * is rejected, 8 when a file cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMO-TRANS ASSIGN TO 'DEMOTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DEMOGRAPHIC-FILE ASSIGN TO 'EMPDEMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEMO-EMPLOYEE-ID
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DEMO-REPORT ASSIGN TO 'DEMORPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEMO-TRANS.
       01  DEMO-TRANS-RECORD.
           05 DMT-ACTION               PIC X(1).
               88 DMT-RECORD-SELF-ID       VALUE 'A'.
               88 DMT-REMOVE               VALUE 'D'.
           05 DMT-EMPLOYEE-ID          PIC 9(5).
           05 DMT-SEX                  PIC X(1).
           05 DMT-RACE-ETHNICITY       PIC X(1).
           05 DMT-SELF-ID-DATE         PIC 9(8).

       FD  DEMOGRAPHIC-FILE.
           COPY EMPDEMO.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  DEMO-REPORT.
       01  DEMO-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS          PIC XX.
           88 TRANS-OK                 VALUE '00'.
           88 TRANS-EOF                VALUE '10'.
       01 WS-DEMO-STATUS           PIC XX.
           88 DEMO-OK                  VALUE '00'.
           88 DEMO-NOT-FOUND           VALUE '35'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-EMPLOYEE-OK           PIC X.
           88 EMPLOYEE-ON-MASTER       VALUE 'Y'.
       01 WS-DEMO-FOUND            PIC X.
           88 DEMO-ON-FILE             VALUE 'Y'.
       01 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 Report-Data              PIC X(80).
       01 WS-ID-EDIT               PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN INPUT DEMO-TRANS
           IF NOT TRANS-OK
               DISPLAY 'Cannot open demographic trans file, status '
                   WS-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               CLOSE DEMO-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * First run creates the file, as the pay history does.
           OPEN I-O DEMOGRAPHIC-FILE
           IF DEMO-NOT-FOUND
               OPEN OUTPUT DEMOGRAPHIC-FILE
               CLOSE DEMOGRAPHIC-FILE
               OPEN I-O DEMOGRAPHIC-FILE
           END-IF
           IF NOT DEMO-OK
               DISPLAY 'Cannot open demographic file, status '
                   WS-DEMO-STATUS
               CLOSE DEMO-TRANS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DEMO-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open demographic report, status '
                   WS-REPORT-STATUS
               CLOSE DEMO-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE DEMOGRAPHIC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO Report-Data
           STRING 'DEMOGRAPHIC SELF-IDENTIFICATION MAINTENANCE - RUN '
               WS-TODAY DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           PERFORM Write-Report-Line

           PERFORM UNTIL TRANS-EOF
               READ DEMO-TRANS
                   AT END
                       SET TRANS-EOF TO TRUE
                   NOT AT END
                       PERFORM Apply-Demo-Transaction
               END-READ
           END-PERFORM

           PERFORM Write-Report-Line
           STRING 'APPLIED ' WS-APPLIED-COUNT '   REJECTED '
               WS-REJECT-COUNT DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           CLOSE DEMO-TRANS
           CLOSE EMPLOYEE-MASTER
           CLOSE DEMOGRAPHIC-FILE
           CLOSE DEMO-REPORT
           DISPLAY 'Demographic maintenance: ' WS-APPLIED-COUNT
               ' applied, ' WS-REJECT-COUNT ' rejected'
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Apply-Demo-Transaction.
           PERFORM Check-Employee-On-Master
           PERFORM Read-Demographic-Record
           MOVE DMT-EMPLOYEE-ID TO WS-ID-EDIT
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-ON-MASTER
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'EMP ' WS-ID-EDIT
                       ' REJECTED - not on the employee master'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               WHEN DMT-RECORD-SELF-ID
                   PERFORM Apply-Self-Identification
               WHEN DMT-REMOVE
                   PERFORM Apply-Removal
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'EMP ' WS-ID-EDIT
                       ' REJECTED - unknown action "' DMT-ACTION '"'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
           END-EVALUATE.

      * Terminated employees stay eligible - a form returned late
      * still belongs in the year they were on the payroll.
       Check-Employee-On-Master.
           MOVE 'N' TO WS-EMPLOYEE-OK
           MOVE DMT-EMPLOYEE-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMPLOYEE-OK
           END-READ.

       Read-Demographic-Record.
           MOVE 'N' TO WS-DEMO-FOUND
           MOVE DMT-EMPLOYEE-ID TO DEMO-EMPLOYEE-ID
           READ DEMOGRAPHIC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEMO-FOUND
           END-READ.

       Apply-Self-Identification.
           MOVE DMT-SEX TO DEMO-SEX
           MOVE DMT-RACE-ETHNICITY TO DEMO-RACE-ETHNICITY
           EVALUATE TRUE
               WHEN NOT DEMO-SEX-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'EMP ' WS-ID-EDIT
                       ' REJECTED - sex not M, F or blank'
                       DELIMITED BY SIZE INTO Report-Data
               WHEN NOT DEMO-RACE-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   STRING 'EMP ' WS-ID-EDIT
                       ' REJECTED - race/ethnicity not H, W, B, P, A,'
                       ' I, T or blank'
                       DELIMITED BY SIZE INTO Report-Data
               WHEN OTHER
                   MOVE DMT-EMPLOYEE-ID TO DEMO-EMPLOYEE-ID
                   IF DMT-SELF-ID-DATE IS NUMERIC AND
                       DMT-SELF-ID-DATE > 0
                       MOVE DMT-SELF-ID-DATE TO DEMO-SELF-ID-DATE
                   ELSE
                       MOVE WS-TODAY TO DEMO-SELF-ID-DATE
                   END-IF
                   MOVE WS-TODAY TO DEMO-LAST-CHANGED
                   IF DEMO-ON-FILE
                       REWRITE DEMOGRAPHIC-RECORD
                   ELSE
                       WRITE DEMOGRAPHIC-RECORD
                   END-IF
                   IF DEMO-OK
                       ADD 1 TO WS-APPLIED-COUNT
                       IF DEMO-ON-FILE
                           STRING 'EMP ' WS-ID-EDIT
                               ' SELF-IDENTIFICATION REPLACED'
                               DELIMITED BY SIZE INTO Report-Data
                       ELSE
                           STRING 'EMP ' WS-ID-EDIT
                               ' SELF-IDENTIFICATION RECORDED'
                               DELIMITED BY SIZE INTO Report-Data
                       END-IF
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       STRING 'EMP ' WS-ID-EDIT
                           ' REJECTED - demographic file write failed,'
                           ' status ' WS-DEMO-STATUS
                           DELIMITED BY SIZE INTO Report-Data
                   END-IF
           END-EVALUATE
           PERFORM Write-Report-Line.

       Apply-Removal.
           IF NOT DEMO-ON-FILE
               ADD 1 TO WS-REJECT-COUNT
               STRING 'EMP ' WS-ID-EDIT
                   ' REJECTED - no self-identification on file to '
                   'remove'
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               DELETE DEMOGRAPHIC-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
                       STRING 'EMP ' WS-ID-EDIT
                           ' REJECTED - demographic file delete '
                           'failed, status ' WS-DEMO-STATUS
                           DELIMITED BY SIZE INTO Report-Data
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       STRING 'EMP ' WS-ID-EDIT
                           ' SELF-IDENTIFICATION REMOVED'
                           DELIMITED BY SIZE INTO Report-Data
               END-DELETE
           END-IF
           PERFORM Write-Report-Line.

       Write-Report-Line.
           WRITE DEMO-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM DemographicMaint.
