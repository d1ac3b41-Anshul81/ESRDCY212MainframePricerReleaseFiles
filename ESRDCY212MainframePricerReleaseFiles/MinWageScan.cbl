       IDENTIFICATION DIVISION.
       PROGRAM-ID. MinWageScan.
      * Pre-cycle wage-floor compliance scan - run before each cycle
      * is released, alongside RateTableScan, proving every active
      * employee's pay profile meets the federal and work-state
      * floors in effect for the coming check date:
      *   - an hourly employee's EMP-HOURLY-RATE must be at least the
      *     higher of the federal and state minimum wage (a state
      *     increase otherwise goes unnoticed until an audit);
      *   - an hourly employee cannot be classified exempt;
      *   - a salaried exempt employee's salary must be at least the
      *     higher of the federal and state exempt salary threshold,
      *     or the employee is owed overtime the cycle will not pay;
      *   - a salaried non-exempt employee's salary spread over a
      *     standard 40-hour year must still meet the minimum wage;
      *   - every work state on an active master must have a floor
      *     to test against - its own MINW row or the federal one.
      * The floors are the MINW rows of RATETBL.DAT (key = state,
      * US = federal). A master with no FLSA classification yet is
      * tested the way the cycle treats it - salaried exempt, hourly
      * non-exempt. The verdict - PASS or FAIL with every employee
      * out of compliance listed - goes to MINWSCAN.DAT, and a FAIL
      * ends with return code 8 so the jobstream holds until the
      * masters (or the table) are fixed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SCAN-REPORT ASSIGN TO 'MINWSCAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       FD  PAY-CALENDAR.
           COPY PAYCAL.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  SCAN-REPORT.
       01  SCAN-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY MINWAGE.

       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-CAL-STATUS            PIC XX.
           88 CAL-OK                   VALUE '00'.
           88 CAL-EOF                  VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-PAY-PERIOD            PIC 9(6) VALUE 0.
       01 WS-CHECK-DATE            PIC 9(8) VALUE 0.
       01 WS-PERIOD-FOUND          PIC X VALUE 'N'.
           88 PAY-PERIOD-FOUND         VALUE 'Y'.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
       01 WS-SCAN-FAILED           PIC X VALUE 'N'.
           88 WAGE-SCAN-FAILED         VALUE 'Y'.

      * The floors that apply to the employee in hand - the higher
      * of the federal (US) row and the work state's own row.
       01 WS-FLOOR-FOUND           PIC X.
           88 FLOOR-WAS-FOUND          VALUE 'Y'.
       01 WS-FLOOR-HOURLY          PIC 9(3)V99.
       01 WS-FLOOR-EXEMPT-SALARY   PIC 9(7)V99.
       01 WS-STANDARD-HOURS        PIC 9(4) VALUE 2080.
       01 WS-SALARY-HOURLY         PIC 9(5)V99.
       01 WS-EMPLOYEES-SCANNED     PIC 9(5) VALUE 0.
       01 WS-FINDING-COUNT         PIC 9(5) VALUE 0.

       01 WS-RATE-EDIT             PIC ZZ9.99.
       01 WS-FLOOR-EDIT            PIC ZZ9.99.
       01 WS-SALARY-EDIT           PIC Z,ZZZ,ZZ9.99.
       01 WS-THRESHOLD-EDIT        PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-FINDING-TEXT          PIC X(50).

       01 Report-Data              PIC X(100).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Read-Run-Parms
           PERFORM Find-Check-Date
           IF NOT PAY-PERIOD-FOUND
               DISPLAY 'Pay period ' WS-PAY-PERIOD
                   ' not on PAYCAL.DAT, scan stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SCAN-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open wage scan report, status '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '      PRE-CYCLE MINIMUM WAGE / FLSA EXEMPTION SCAN'
               TO Report-Data
           PERFORM Write-Report-Line
           STRING 'CHECK DATE ' WS-CHECK-DATE '  PERIOD '
               WS-PAY-PERIOD
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           MOVE 'MINW' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-CHECK-DATE
               MIN-WAGE-TABLE WS-LOAD-STATUS
           IF NOT WS-TABLE-LOAD-OK
               SET WAGE-SCAN-FAILED TO TRUE
               MOVE 'MINW: NO WAGE FLOOR ROWS IN EFFECT FOR THE '
                   & 'CHECK DATE' TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               PERFORM Scan-Employee-Master
           END-IF

           MOVE WS-EMPLOYEES-SCANNED TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'ACTIVE EMPLOYEES SCANNED: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'EMPLOYEES OUT OF COMPLIANCE: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           IF WAGE-SCAN-FAILED
               MOVE 'VERDICT: FAIL - CORRECT THE PAY PROFILES BEFORE '
                   & 'RELEASING THE JOBSTREAM' TO Report-Data
               PERFORM Write-Report-Line
               CLOSE SCAN-REPORT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'VERDICT: PASS - ALL ACTIVE EMPLOYEES MEET THE '
                   & 'WAGE FLOORS' TO Report-Data
               PERFORM Write-Report-Line
               CLOSE SCAN-REPORT
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Run-Parms.
           OPEN INPUT RUN-PARM-FILE
           IF PARM-OK
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-PAY-PERIOD TO WS-PAY-PERIOD
               END-READ
           END-IF
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

       Scan-Employee-Master.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               SET WAGE-SCAN-FAILED TO TRUE
               MOVE 'EMPLOYEE MASTER CANNOT BE READ' TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               PERFORM UNTIL MASTER-EOF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET MASTER-EOF TO TRUE
                       NOT AT END
                           IF NOT EMP-STATUS-TERMINATED
                               ADD 1 TO WS-EMPLOYEES-SCANNED
                               PERFORM Check-Employee-Floors
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

       Check-Employee-Floors.
           PERFORM Find-Applicable-Floors
           MOVE SPACES TO WS-FINDING-TEXT
           EVALUATE TRUE
               WHEN NOT FLOOR-WAS-FOUND
                   MOVE 'NO MINW ROW FOR WORK STATE OR US'
                       TO WS-FINDING-TEXT
               WHEN EMP-PAY-HOURLY AND EMP-FLSA-EXEMPT
                   MOVE 'HOURLY EMPLOYEE CLASSIFIED EXEMPT'
                       TO WS-FINDING-TEXT
               WHEN EMP-PAY-HOURLY
                   IF EMP-HOURLY-RATE < WS-FLOOR-HOURLY
                       MOVE 'HOURLY RATE BELOW MINIMUM WAGE'
                           TO WS-FINDING-TEXT
                   END-IF
               WHEN EMP-FLSA-NON-EXEMPT
                   COMPUTE WS-SALARY-HOURLY ROUNDED =
                       EMP-SALARY / WS-STANDARD-HOURS
                   IF WS-SALARY-HOURLY < WS-FLOOR-HOURLY
                       MOVE 'NON-EXEMPT SALARY BELOW MINIMUM WAGE'
                           TO WS-FINDING-TEXT
                   END-IF
               WHEN OTHER
                   IF EMP-SALARY < WS-FLOOR-EXEMPT-SALARY
                       MOVE 'EXEMPT SALARY BELOW FLSA THRESHOLD'
                           TO WS-FINDING-TEXT
                   END-IF
           END-EVALUATE
           IF WS-FINDING-TEXT NOT = SPACES
               SET WAGE-SCAN-FAILED TO TRUE
               ADD 1 TO WS-FINDING-COUNT
               PERFORM Report-Finding
           END-IF.

       Find-Applicable-Floors.
      * The higher of the federal row and the work state's row wins;
      * a state with no row of its own is held to the federal floor.
           MOVE 'N' TO WS-FLOOR-FOUND
           MOVE 0 TO WS-FLOOR-HOURLY
           MOVE 0 TO WS-FLOOR-EXEMPT-SALARY
           PERFORM VARYING MIN-WAGE-IDX FROM 1 BY 1
               UNTIL MIN-WAGE-IDX > MIN-WAGE-COUNT
               IF MIN-WAGE-STATE (MIN-WAGE-IDX) = 'US' OR
                   MIN-WAGE-STATE (MIN-WAGE-IDX) = EMP-WORK-STATE
                   SET FLOOR-WAS-FOUND TO TRUE
                   IF MIN-WAGE-HOURLY (MIN-WAGE-IDX) > WS-FLOOR-HOURLY
                       MOVE MIN-WAGE-HOURLY (MIN-WAGE-IDX)
                           TO WS-FLOOR-HOURLY
                   END-IF
                   IF MIN-WAGE-EXEMPT-SALARY (MIN-WAGE-IDX)
                           > WS-FLOOR-EXEMPT-SALARY
                       MOVE MIN-WAGE-EXEMPT-SALARY (MIN-WAGE-IDX)
                           TO WS-FLOOR-EXEMPT-SALARY
                   END-IF
               END-IF
           END-PERFORM.

       Report-Finding.
      * One line naming the employee and the finding, then the
      * figures it was judged on.
           MOVE SPACES TO Report-Data
           STRING EMP-ID '  ' EMP-NAME (1:25) '  ' EMP-WORK-STATE
               '  ' WS-FINDING-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE EMP-HOURLY-RATE TO WS-RATE-EDIT
           MOVE WS-FLOOR-HOURLY TO WS-FLOOR-EDIT
           MOVE EMP-SALARY TO WS-SALARY-EDIT
           MOVE WS-FLOOR-EXEMPT-SALARY TO WS-THRESHOLD-EDIT
           MOVE SPACES TO Report-Data
           IF EMP-PAY-HOURLY
               STRING '       RATE ' WS-RATE-EDIT
                   '  MINIMUM WAGE ' WS-FLOOR-EDIT
                   '  FLSA ' EMP-FLSA-STATUS
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               STRING '       SALARY ' WS-SALARY-EDIT
                   '  THRESHOLD ' WS-THRESHOLD-EDIT
                   '  MINIMUM WAGE ' WS-FLOOR-EDIT
                   '  FLSA ' EMP-FLSA-STATUS
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE SCAN-REPORT-LINE FROM Report-Data.
       END PROGRAM MinWageScan.
