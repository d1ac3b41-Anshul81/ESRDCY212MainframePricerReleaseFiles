       IDENTIFICATION DIVISION.
       PROGRAM-ID. HsaRemit.
      * Health savings account custodian remittance extract - one
      * record per posted employee with an HSA contribution or an
      * employer deposit this run, listing the SSN, the employee's
      * pre-tax contribution and the employer's deposit (carried
      * separately so the custodian credits each to its own source
      * on the account), plus a trailer with counts and totals so
      * the funding wire ties to the payroll run to the penny.
      * Driven off the same per-range POSTDnnnnn.DAT posted-pay file
      * as the 401k remittance, written to HSARnnnnn.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-PAY-FILE ASSIGN TO WS-POSTED-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POST-EMPLOYEE-ID
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REMIT-FILE ASSIGN TO WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-PAY-FILE.
           COPY POSTPAY.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  REMIT-FILE.
       01  REMIT-RECORD.
           05 REM-RECORD-TYPE      PIC X(1).
           05 REM-SSN              PIC X(11).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REM-EMPLOYEE-ID      PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REM-PAY-PERIOD       PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REM-EMPLOYEE-AMT     PIC 9(7)V99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 REM-EMPLOYER-AMT     PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-POSTED-STATUS         PIC XX.
           88 POSTED-OK                VALUE '00'.
           88 POSTED-EOF               VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-REMIT-STATUS          PIC XX.
           88 REMIT-OK                 VALUE '00'.
       01 WS-RANGE-FROM-EDIT       PIC 9(5).
       01 WS-POSTED-FILENAME       PIC X(14) VALUE SPACES.
       01 WS-REMIT-FILENAME        PIC X(14) VALUE SPACES.
       01 WS-REMIT-COUNT           PIC 9(5) VALUE 0.
       01 WS-TOTAL-EMPLOYEE        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-EMPLOYER        PIC 9(9)V99 VALUE 0.

       LINKAGE SECTION.
       01 From-ID-IN                PIC 9(5).

       PROCEDURE DIVISION USING From-ID-IN.
       BEGIN.
           MOVE From-ID-IN TO WS-RANGE-FROM-EDIT
           STRING 'POSTD' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-POSTED-FILENAME
           STRING 'HSAR' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-REMIT-FILENAME

           OPEN INPUT POSTED-PAY-FILE
           IF NOT POSTED-OK
               DISPLAY 'Cannot open posted-pay file, status '
                   WS-POSTED-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               CLOSE POSTED-PAY-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REMIT-FILE
           IF NOT REMIT-OK
               DISPLAY 'Cannot open HSA remittance file, status '
                   WS-REMIT-STATUS
               CLOSE POSTED-PAY-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL POSTED-EOF
               READ POSTED-PAY-FILE NEXT RECORD
                   AT END
                       SET POSTED-EOF TO TRUE
                   NOT AT END
                       IF POST-HSA-CONTRIBUTION > 0 OR
                           POST-HSA-EMPLOYER > 0
                           PERFORM Write-Remit-Detail
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'T' TO REM-RECORD-TYPE
           MOVE SPACES TO REM-SSN
           MOVE WS-REMIT-COUNT TO REM-EMPLOYEE-ID
           MOVE 0 TO REM-PAY-PERIOD
           MOVE WS-TOTAL-EMPLOYEE TO REM-EMPLOYEE-AMT
           MOVE WS-TOTAL-EMPLOYER TO REM-EMPLOYER-AMT
           WRITE REMIT-RECORD

           CLOSE POSTED-PAY-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE REMIT-FILE
           DISPLAY 'HSA remittance written: ' WS-REMIT-COUNT
               ' employees'
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Write-Remit-Detail.
           MOVE POST-EMPLOYEE-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'No master record for posted employee '
                       POST-EMPLOYEE-ID ', remittance line skipped'
               NOT INVALID KEY
                   MOVE 'D' TO REM-RECORD-TYPE
                   MOVE EMP-SSN TO REM-SSN
                   MOVE POST-EMPLOYEE-ID TO REM-EMPLOYEE-ID
                   MOVE POST-PAY-PERIOD TO REM-PAY-PERIOD
                   MOVE POST-HSA-CONTRIBUTION TO REM-EMPLOYEE-AMT
                   MOVE POST-HSA-EMPLOYER TO REM-EMPLOYER-AMT
                   WRITE REMIT-RECORD
                   ADD 1 TO WS-REMIT-COUNT
                   ADD POST-HSA-CONTRIBUTION TO WS-TOTAL-EMPLOYEE
                   ADD POST-HSA-EMPLOYER TO WS-TOTAL-EMPLOYER
           END-READ.
       END PROGRAM HsaRemit.
