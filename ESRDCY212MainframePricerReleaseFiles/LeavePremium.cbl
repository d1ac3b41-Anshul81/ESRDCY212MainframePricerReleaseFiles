       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeavePremium.
      * Benefit premiums for employees out on a leave of absence -
      * run once per cycle, after PayCycleSelect and before the
      * range steps. PayCycleSelect skips an employee on leave, so
      * no check is cut to take the premium from; this step carries
      * it instead of letting the coverage run free. For each
      * employee on leave whose pay frequency the cycle pays (the
      * same rule PayCycleSelect applies), the period's employee
      * share of every enrolled, non-waived plan is priced the way
      * the cycle prices it - the annual shares over the calendar's
      * periods for the frequency - and then:
      *   - FMLA and disability leave (types F and D) book it to
      *     ARREARS.DAT under deduction code LOAP. The cycle's
      *     arrears recovery takes it back out of the employee's
      *     checks once they return to work, capped like any other
      *     arrears balance so the catch-up never zeroes a check;
      *   - military and personal leave (types M and P) list it on
      *     LOABILL.DAT, the direct-bill listing benefits
      *     administration invoices the employee from.
      * One LOAP record per employee carries the running balance;
      * its period is the last one booked, so a rerun of the same
      * cycle finds the period already on file and books nothing
      * twice. A preview run (PARM-RUN-MODE T) lists everything and
      * leaves ARREARS.DAT untouched.
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
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO 'ARREARS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.
           SELECT DIRECT-BILL-FILE ASSIGN TO 'LOABILL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       FD  PAY-CALENDAR.
           COPY PAYCAL.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  ARREARS-FILE.
           COPY ARREARS.

       FD  DIRECT-BILL-FILE.
       01  DIRECT-BILL-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-CAL-STATUS            PIC XX.
           88 CAL-OK                   VALUE '00'.
           88 CAL-EOF                  VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-BENEFIT-STATUS        PIC XX.
           88 BENEFIT-OK               VALUE '00'.
           88 BENEFIT-EOF              VALUE '10'.
       01 WS-ARREARS-STATUS        PIC XX.
           88 ARREARS-OK               VALUE '00'.
           88 ARREARS-EOF              VALUE '10'.
       01 WS-BILL-STATUS           PIC XX.
           88 BILL-OK                  VALUE '00'.

       01 WS-PAY-PERIOD            PIC 9(6) VALUE 0.
       01 WS-CHECK-DATE            PIC 9(8) VALUE 0.
       01 WS-COMPANY-CODE          PIC X(2) VALUE SPACES.
       01 WS-RUN-FREQUENCY         PIC X(1).
           88 CYCLE-WEEKLY             VALUE 'W'.
           88 CYCLE-BIWEEKLY           VALUE 'B'.
           88 CYCLE-MONTHLY            VALUE 'M'.
       01 WS-RUN-MODE              PIC X(1).
           88 PREVIEW-RUN              VALUE 'T'.
       01 WS-PERIOD-FOUND          PIC X VALUE 'N'.
           88 PAY-PERIOD-FOUND         VALUE 'Y'.
       01 WS-EMPLOYEE-DUE          PIC X.
           88 EMPLOYEE-IS-DUE          VALUE 'Y'.

       01 WS-COUNT-YEAR            PIC 9(4).
       01 WS-CAL-WEEKLY            PIC 9(3).
       01 WS-CAL-BIWEEKLY          PIC 9(3).
       01 WS-CAL-MONTHLY           PIC 9(3).
       01 WS-COUNT-STATUS          PIC X.
       01 WS-ANNUAL-PERIODS        PIC 9(3).

       01 WS-BENEFIT-ANNUAL        PIC 9(7)V99.
       01 WS-PERIOD-PREMIUM        PIC 9(5)V99.

      * ARREARS.DAT in memory for the run - the same 200-entry
      * capacity the cycle loads it into, so a file this step could
      * not hold the cycle could not either.
       01 WS-ARREARS-TABLE.
           05 WS-ARREARS-COUNT     PIC 9(3) VALUE 0.
           05 WS-ARREARS-ENTRY OCCURS 200 TIMES.
               10 WS-ARR-EMPLOYEE-ID   PIC 9(5).
               10 WS-ARR-DEDUCT-CODE   PIC X(4).
               10 WS-ARR-ORIG-PERIOD   PIC 9(6).
               10 WS-ARR-BALANCE       PIC 9(7)V99.
               10 WS-ARR-STATUS-BYTE   PIC X(1).
                   88 WS-ARR-OPEN          VALUE 'O'.
       01 WS-ARREARS-SUB           PIC 9(3).
       01 WS-ARREARS-MATCH         PIC 9(3).
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
           88 ARREARS-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-ARREARS-CHANGED       PIC X VALUE 'N'.
           88 ARREARS-WERE-CHANGED     VALUE 'Y'.

       01 WS-ON-LEAVE-COUNT        PIC 9(5) VALUE 0.
       01 WS-BOOKED-COUNT          PIC 9(5) VALUE 0.
       01 WS-BILLED-COUNT          PIC 9(5) VALUE 0.
       01 WS-BOOKED-TOTAL          PIC 9(7)V99 VALUE 0.
       01 WS-BILLED-TOTAL          PIC 9(7)V99 VALUE 0.

       01 Report-Data              PIC X(132).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-AMOUNT-EDIT           PIC ZZ,ZZ9.99.
       01 WS-TOTAL-EDIT            PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Read-Run-Parms
           PERFORM Find-Check-Date
           IF NOT PAY-PERIOD-FOUND
               DISPLAY 'Pay period ' WS-PAY-PERIOD
                   ' not on PAYCAL.DAT, leave premiums not booked'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECK-DATE (1:4) TO WS-COUNT-YEAR
           CALL 'PeriodCount' USING WS-COUNT-YEAR WS-CAL-WEEKLY
               WS-CAL-BIWEEKLY WS-CAL-MONTHLY WS-COUNT-STATUS

           PERFORM Load-Arrears-Table
      * A partial table must never be written back over the file -
      * stop before anything is booked.
           IF ARREARS-TABLE-OVERFLOWED
               DISPLAY 'Arrears file exceeds the work table - leave '
                   'premiums not booked'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DIRECT-BILL-FILE
           IF NOT BILL-OK
               DISPLAY 'Cannot open direct-bill listing, status '
                   WS-BILL-STATUS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Print-Heading

           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF EMP-STATUS-ON-LEAVE
                           PERFORM Price-Leave-Premium
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           IF ARREARS-WERE-CHANGED AND NOT PREVIEW-RUN
               PERFORM Save-Arrears-Table
           END-IF

           PERFORM Print-Totals
           CLOSE DIRECT-BILL-FILE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Read-Run-Parms.
           OPEN INPUT RUN-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot open run parm file, status '
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-PARM-FILE
               AT END
                   DISPLAY 'No run parm record, leave premiums not '
                       'booked'
                   CLOSE RUN-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
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

       Price-Leave-Premium.
      * Only an employee this cycle would otherwise have paid - the
      * frequency and company rules PayCycleSelect selects by - owes
      * a premium for this period.
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
               ADD 1 TO WS-ON-LEAVE-COUNT
               PERFORM Sum-Benefit-Elections
               MOVE 0 TO WS-PERIOD-PREMIUM
               IF WS-BENEFIT-ANNUAL > 0
                   COMPUTE WS-PERIOD-PREMIUM ROUNDED =
                       WS-BENEFIT-ANNUAL / WS-ANNUAL-PERIODS
               END-IF
               IF WS-PERIOD-PREMIUM > 0
                   IF EMP-LEAVE-FMLA OR EMP-LEAVE-DISABILITY
                       PERFORM Book-Leave-Arrears
                   ELSE
                       PERFORM Write-Direct-Bill-Line
                   END-IF
               END-IF
           END-IF.

       Sum-Benefit-Elections.
      * Same pricing the cycle uses - every enrolled, non-waived
      * plan's employee share at annual scale.
           MOVE 0 TO WS-BENEFIT-ANNUAL
           MOVE '00' TO WS-BENEFIT-STATUS
           OPEN INPUT BENEFIT-FILE
           IF BENEFIT-OK
               PERFORM UNTIL BENEFIT-EOF
                   READ BENEFIT-FILE
                       AT END
                           SET BENEFIT-EOF TO TRUE
                       NOT AT END
                           IF BEN-EMPLOYEE-ID = EMP-ID
                               AND BEN-ENROLLED
                               AND NOT BEN-TIER-WAIVED
                               ADD BEN-EMPLOYEE-ANNUAL
                                   TO WS-BENEFIT-ANNUAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BENEFIT-FILE.

       Book-Leave-Arrears.
           MOVE 0 TO WS-ARREARS-MATCH
           PERFORM Find-Leave-Arrears
               VARYING WS-ARREARS-SUB FROM 1 BY 1
               UNTIL WS-ARREARS-SUB > WS-ARREARS-COUNT
           MOVE EMP-ID TO WS-ID-EDIT
           MOVE WS-PERIOD-PREMIUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           EVALUATE TRUE
               WHEN WS-ARREARS-MATCH > 0 AND
                   WS-ARR-ORIG-PERIOD (WS-ARREARS-MATCH)
                       >= WS-PAY-PERIOD
                   STRING WS-ID-EDIT '  ' EMP-NAME (1:30) '  '
                       EMP-LEAVE-TYPE '  ' WS-AMOUNT-EDIT
                       '  ALREADY IN ARREARS FOR PERIOD '
                       WS-PAY-PERIOD
                       DELIMITED BY SIZE INTO Report-Data
               WHEN WS-ARREARS-MATCH > 0
                   ADD WS-PERIOD-PREMIUM
                       TO WS-ARR-BALANCE (WS-ARREARS-MATCH)
                   MOVE WS-PAY-PERIOD
                       TO WS-ARR-ORIG-PERIOD (WS-ARREARS-MATCH)
                   PERFORM Count-Booked-Premium
                   STRING WS-ID-EDIT '  ' EMP-NAME (1:30) '  '
                       EMP-LEAVE-TYPE '  ' WS-AMOUNT-EDIT
                       '  TO ARREARS'
                       DELIMITED BY SIZE INTO Report-Data
               WHEN WS-ARREARS-COUNT >= 200
                   STRING WS-ID-EDIT '  ' EMP-NAME (1:30) '  '
                       EMP-LEAVE-TYPE '  ' WS-AMOUNT-EDIT
                       '  NOT BOOKED - ARREARS TABLE FULL'
                       DELIMITED BY SIZE INTO Report-Data
               WHEN OTHER
                   ADD 1 TO WS-ARREARS-COUNT
                   MOVE WS-ARREARS-COUNT TO WS-ARREARS-SUB
                   MOVE EMP-ID TO WS-ARR-EMPLOYEE-ID (WS-ARREARS-SUB)
                   MOVE 'LOAP' TO WS-ARR-DEDUCT-CODE (WS-ARREARS-SUB)
                   MOVE WS-PAY-PERIOD
                       TO WS-ARR-ORIG-PERIOD (WS-ARREARS-SUB)
                   MOVE WS-PERIOD-PREMIUM
                       TO WS-ARR-BALANCE (WS-ARREARS-SUB)
                   MOVE 'O' TO WS-ARR-STATUS-BYTE (WS-ARREARS-SUB)
                   PERFORM Count-Booked-Premium
                   STRING WS-ID-EDIT '  ' EMP-NAME (1:30) '  '
                       EMP-LEAVE-TYPE '  ' WS-AMOUNT-EDIT
                       '  TO ARREARS'
                       DELIMITED BY SIZE INTO Report-Data
           END-EVALUATE
           DISPLAY Report-Data.

       Find-Leave-Arrears.
           IF WS-ARR-EMPLOYEE-ID (WS-ARREARS-SUB) = EMP-ID AND
               WS-ARR-DEDUCT-CODE (WS-ARREARS-SUB) = 'LOAP' AND
               WS-ARR-OPEN (WS-ARREARS-SUB)
               MOVE WS-ARREARS-SUB TO WS-ARREARS-MATCH
           END-IF.

       Count-Booked-Premium.
           SET ARREARS-WERE-CHANGED TO TRUE
           ADD 1 TO WS-BOOKED-COUNT
           ADD WS-PERIOD-PREMIUM TO WS-BOOKED-TOTAL.

       Write-Direct-Bill-Line.
      * The listing benefits administration bills from - who, where
      * to send the invoice, what leave, and the period's premium.
           MOVE EMP-ID TO WS-ID-EDIT
           MOVE WS-PERIOD-PREMIUM TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING WS-ID-EDIT '  ' EMP-NAME (1:30) '  '
               EMP-LEAVE-TYPE '  ' EMP-LEAVE-START-DATE '  '
               WS-AMOUNT-EDIT '  ' EMP-ADDRESS
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-PERIOD-PREMIUM TO WS-BILLED-TOTAL.

       Load-Arrears-Table.
           MOVE 0 TO WS-ARREARS-COUNT
           OPEN INPUT ARREARS-FILE
           IF ARREARS-OK
               PERFORM UNTIL ARREARS-EOF
                   READ ARREARS-FILE
                       AT END
                           SET ARREARS-EOF TO TRUE
                       NOT AT END
                           PERFORM Load-One-Arrears
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARREARS-FILE.

       Load-One-Arrears.
           IF WS-ARREARS-COUNT >= 200
               SET ARREARS-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-ARREARS-COUNT
               MOVE WS-ARREARS-COUNT TO WS-ARREARS-SUB
               MOVE ARR-EMPLOYEE-ID
                   TO WS-ARR-EMPLOYEE-ID (WS-ARREARS-SUB)
               MOVE ARR-DEDUCTION-CODE
                   TO WS-ARR-DEDUCT-CODE (WS-ARREARS-SUB)
               MOVE ARR-ORIG-PERIOD
                   TO WS-ARR-ORIG-PERIOD (WS-ARREARS-SUB)
               MOVE ARR-BALANCE TO WS-ARR-BALANCE (WS-ARREARS-SUB)
               MOVE ARR-STATUS TO WS-ARR-STATUS-BYTE (WS-ARREARS-SUB)
           END-IF.

       Save-Arrears-Table.
           OPEN OUTPUT ARREARS-FILE
           IF NOT ARREARS-OK
               DISPLAY 'Cannot rewrite arrears file, status '
                   WS-ARREARS-STATUS ' - leave premiums not booked'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Save-One-Arrears
                   VARYING WS-ARREARS-SUB FROM 1 BY 1
                   UNTIL WS-ARREARS-SUB > WS-ARREARS-COUNT
               CLOSE ARREARS-FILE
           END-IF.

       Save-One-Arrears.
           IF WS-ARR-OPEN (WS-ARREARS-SUB)
               MOVE WS-ARR-EMPLOYEE-ID (WS-ARREARS-SUB)
                   TO ARR-EMPLOYEE-ID
               MOVE WS-ARR-DEDUCT-CODE (WS-ARREARS-SUB)
                   TO ARR-DEDUCTION-CODE
               MOVE WS-ARR-ORIG-PERIOD (WS-ARREARS-SUB)
                   TO ARR-ORIG-PERIOD
               MOVE WS-ARR-BALANCE (WS-ARREARS-SUB) TO ARR-BALANCE
               MOVE WS-ARR-STATUS-BYTE (WS-ARREARS-SUB) TO ARR-STATUS
               WRITE ARREARS-RECORD
           END-IF.

       Print-Heading.
           MOVE SPACES TO Report-Data
           STRING '        LEAVE OF ABSENCE DIRECT-BILL PREMIUMS - '
               'PERIOD ' WS-PAY-PERIOD '  CHECK DATE ' WS-CHECK-DATE
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           IF PREVIEW-RUN
               MOVE '        *** PREVIEW - ARREARS NOT UPDATED ***'
                   TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           STRING 'EMP ID  NAME                            TYPE  '
               'LEAVE FROM   PREMIUM  BILL TO'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Totals.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-ON-LEAVE-COUNT TO WS-COUNT-EDIT
           STRING 'EMPLOYEES ON LEAVE THIS CYCLE: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-BILLED-COUNT TO WS-COUNT-EDIT
           MOVE WS-BILLED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'DIRECT-BILLED: ' WS-COUNT-EDIT '  TOTAL '
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-BOOKED-COUNT TO WS-COUNT-EDIT
           MOVE WS-BOOKED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'BOOKED TO ARREARS: ' WS-COUNT-EDIT '  TOTAL '
               WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE DIRECT-BILL-LINE FROM Report-Data.
       END PROGRAM LeavePremium.
