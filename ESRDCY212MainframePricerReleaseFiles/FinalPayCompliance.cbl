       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalPayCompliance.
      * Final-pay timing compliance by state. Many states want the
      * final paycheck within a fixed number of days of the
      * termination - some on the day itself for an involuntary
      * one - and charge the employee's daily wages as a
      * waiting-time penalty for every day it is late. FPAYPRM.DAT
      * names the termination dates to review and how many days
      * before its deadline an unpaid final check counts as at
      * risk; with no parm card the review is January 1 of the run
      * year through the run date, at risk within 2 days.
      * Every terminated employee on the master whose termination
      * date falls in the range is measured against the FPAY row on
      * RATETBL.DAT in effect on that date for the work state and
      * termination type (the reason code's voluntary/involuntary
      * split; a blank reason is held to the involuntary rule, the
      * stricter of the two). The final payment is the termination
      * run's PAYHIST.DAT record (the 998000 band) - or, failing
      * that, a manual check (996000 band) - with the earliest check
      * date on or after the termination date; a termination-run
      * check cut up to 31 days ahead of a termination date keyed
      * in advance counts too. Reversed payments do not count.
      * Listed: final pay made late, final pay still unpaid past its
      * deadline, and final pay unpaid with the deadline at risk,
      * each with the days late and the estimated penalty - the
      * daily wage (annual pay over 260 working days) for each day
      * late up to the state's cap. Deaths are left to the estate
      * process and not measured; a state with no FPAY row is
      * counted but not measured. Output goes to FPAYRPT.DAT.
      * Return code 4 when anything is late or past due, the FPAY
      * table is missing, or the termination table fills; 8 when the
      * master, history or report cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FINAL-PAY-PARM ASSIGN TO 'FPAYPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
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
           SELECT FINAL-PAY-REPORT ASSIGN TO 'FPAYRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-PAY-PARM.
       01  FINAL-PAY-PARM-RECORD.
           05 FPP-FROM-DATE            PIC 9(8).
           05 FPP-TO-DATE              PIC 9(8).
           05 FPP-AT-RISK-DAYS         PIC 9(2).

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  FINAL-PAY-REPORT.
       01  FINAL-PAY-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
           COPY FPAYTBL.

       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-INT             PIC 9(8).
       01 WS-FROM-DATE             PIC 9(8).
       01 WS-TO-DATE               PIC 9(8).
       01 WS-AT-RISK-DAYS          PIC 9(2) VALUE 2.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
       01 WS-LOADED-DATE           PIC 9(8) VALUE 0.
       01 WS-FPAY-MISSING          PIC X VALUE 'N'.
           88 FPAY-TABLE-MISSING       VALUE 'Y'.
       01 WS-WARNING-FLAG          PIC X VALUE 'N'.
           88 FINAL-PAY-HAS-WARNINGS   VALUE 'Y'.

      * Waiting-time penalty basis: a day's wages is the annual pay
      * over the working days in a standard year.
       01 WS-STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01 WS-WORK-DAYS-PER-YEAR    PIC 9(3) VALUE 260.
      * How far ahead of a termination date keyed in advance a
      * termination-run check still counts as the final pay.
       01 WS-ADVANCE-PAY-DAYS      PIC 9(2) VALUE 31.

      * Terminations in the range, in employee order as the master
      * is read, with the final payment found for each.
       01 WS-TERM-TABLE.
           05 WS-TERM-COUNT        PIC 9(4) VALUE 0.
           05 WS-TERM-ENTRY OCCURS 2000 TIMES.
               10 WS-TERM-EMP-ID       PIC 9(5).
               10 WS-TERM-NAME         PIC X(24).
               10 WS-TERM-STATE        PIC X(2).
               10 WS-TERM-REASON       PIC X(2).
               10 WS-TERM-TYPE         PIC X(1).
               10 WS-TERM-DATE         PIC 9(8).
               10 WS-TERM-DAILY-WAGE   PIC 9(5)V99.
               10 WS-TERM-PAID-DATE    PIC 9(8).
               10 WS-TERM-ADVANCE-DATE PIC 9(8).
       01 WS-TERM-SUB              PIC 9(4).
       01 WS-TERM-FULL             PIC X VALUE 'N'.
           88 TERM-TABLE-FULL          VALUE 'Y'.

      * The rule and measurement for the termination in hand.
       01 WS-RULE-FOUND            PIC X.
           88 RULE-FOUND               VALUE 'Y'.
       01 WS-DAYS-ALLOWED          PIC 9(3).
       01 WS-PENALTY-CAP           PIC 9(3).
       01 WS-DEADLINE              PIC 9(8).
       01 WS-DEADLINE-INT          PIC 9(8).
       01 WS-FINAL-DATE            PIC 9(8).
       01 WS-DAYS-LATE             PIC S9(5).
       01 WS-PENALTY-DAYS          PIC 9(5).
       01 WS-PENALTY               PIC 9(7)V99.
       01 WS-ANNUAL-PAY            PIC 9(7)V99.
       01 WS-HIST-BAND             PIC 9(3).
       01 WS-CHECK-INT             PIC 9(8).
       01 WS-TERM-INT              PIC 9(8).
       01 WS-STATUS-TEXT           PIC X(20).

       01 WS-REVIEWED-COUNT        PIC 9(5) VALUE 0.
       01 WS-ON-TIME-COUNT         PIC 9(5) VALUE 0.
       01 WS-LATE-COUNT            PIC 9(5) VALUE 0.
       01 WS-PAST-DUE-COUNT        PIC 9(5) VALUE 0.
       01 WS-AT-RISK-COUNT         PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT         PIC 9(5) VALUE 0.
       01 WS-NO-RULE-COUNT         PIC 9(5) VALUE 0.
       01 WS-DEATH-COUNT           PIC 9(5) VALUE 0.
       01 WS-PENALTY-TOTAL         PIC 9(9)V99 VALUE 0.

       01 Report-Data              PIC X(132).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-DAYS-EDIT             PIC ----9.
       01 WS-WAGE-EDIT             PIC ZZ,ZZ9.99.
       01 WS-PENALTY-EDIT          PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
       01 WS-PAID-TEXT             PIC X(8).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM Read-Final-Pay-Parm

           OPEN OUTPUT FINAL-PAY-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open final pay report, status '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO Report-Data
           STRING '                    FINAL PAY TIMING COMPLIANCE - '
               'TERMINATIONS ' WS-FROM-DATE ' - ' WS-TO-DATE
               '   RUN ' WS-TODAY
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-AT-RISK-DAYS TO WS-DAYS-EDIT
           STRING '                    UNPAID FINAL PAY IS AT RISK '
               'WITHIN' WS-DAYS-EDIT ' DAYS OF ITS DEADLINE'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line

           PERFORM Collect-Terminations
           PERFORM Find-Final-Payments

           MOVE 'EMP ID  NAME                     ST RSN TYPE  '
               & 'TERM DATE  DEADLINE  FINAL PAY  DAYS LATE  '
               & 'DAILY WAGE     PENALTY  STATUS' TO Report-Data
           PERFORM Write-Report-Line
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
               PERFORM Measure-Termination
           END-PERFORM
           IF WS-LATE-COUNT + WS-PAST-DUE-COUNT + WS-AT-RISK-COUNT = 0
               MOVE 'NO LATE OR AT-RISK FINAL PAY' TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           PERFORM Print-Summary

           CLOSE FINAL-PAY-REPORT
           IF WS-LATE-COUNT > 0 OR WS-PAST-DUE-COUNT > 0
               SET FINAL-PAY-HAS-WARNINGS TO TRUE
           END-IF
           IF FINAL-PAY-HAS-WARNINGS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Final-Pay-Parm.
      * Default: this year's terminations through today.
           MOVE WS-TODAY TO WS-FROM-DATE
           MOVE '0101' TO WS-FROM-DATE (5:4)
           MOVE WS-TODAY TO WS-TO-DATE
           OPEN INPUT FINAL-PAY-PARM
           IF PARM-OK
               READ FINAL-PAY-PARM
                   NOT AT END
                       IF FPP-FROM-DATE IS NUMERIC AND
                           FPP-FROM-DATE > 0
                           MOVE FPP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF FPP-TO-DATE IS NUMERIC AND FPP-TO-DATE > 0
                           MOVE FPP-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF FPP-AT-RISK-DAYS IS NUMERIC AND
                           FPP-AT-RISK-DAYS > 0
                           MOVE FPP-AT-RISK-DAYS TO WS-AT-RISK-DAYS
                       END-IF
               END-READ
           END-IF
           CLOSE FINAL-PAY-PARM.

       Collect-Terminations.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 'EMPLOYEE MASTER COULD NOT BE READ - REPORT NOT '
                   & 'PRODUCED' TO Report-Data
               PERFORM Write-Report-Line
               CLOSE FINAL-PAY-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF EMP-STATUS-TERMINATED AND
                           EMP-TERM-DATE >= WS-FROM-DATE AND
                           EMP-TERM-DATE <= WS-TO-DATE
                           PERFORM Add-Termination
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       Add-Termination.
           IF WS-TERM-COUNT >= 2000
               IF NOT TERM-TABLE-FULL
                   DISPLAY 'Termination table full at employee '
                       EMP-ID ', later terminations not reviewed'
                   MOVE 'NOTE: TERMINATION TABLE FULL - LATER '
                       & 'EMPLOYEES NOT REVIEWED' TO Report-Data
                   PERFORM Write-Report-Line
                   SET TERM-TABLE-FULL TO TRUE
                   SET FINAL-PAY-HAS-WARNINGS TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-TERM-COUNT
               MOVE EMP-ID TO WS-TERM-EMP-ID (WS-TERM-COUNT)
               MOVE EMP-NAME TO WS-TERM-NAME (WS-TERM-COUNT)
               MOVE EMP-WORK-STATE TO WS-TERM-STATE (WS-TERM-COUNT)
               MOVE EMP-TERM-REASON TO WS-TERM-REASON (WS-TERM-COUNT)
               MOVE EMP-TERM-DATE TO WS-TERM-DATE (WS-TERM-COUNT)
               IF EMP-TERM-VOLUNTARY
                   MOVE 'V' TO WS-TERM-TYPE (WS-TERM-COUNT)
               ELSE
                   MOVE 'I' TO WS-TERM-TYPE (WS-TERM-COUNT)
               END-IF
               IF EMP-PAY-HOURLY
                   COMPUTE WS-ANNUAL-PAY =
                       EMP-HOURLY-RATE * WS-STANDARD-ANNUAL-HOURS
               ELSE
                   MOVE EMP-SALARY TO WS-ANNUAL-PAY
               END-IF
               COMPUTE WS-TERM-DAILY-WAGE (WS-TERM-COUNT) ROUNDED =
                   WS-ANNUAL-PAY / WS-WORK-DAYS-PER-YEAR
               MOVE 0 TO WS-TERM-PAID-DATE (WS-TERM-COUNT)
               MOVE 0 TO WS-TERM-ADVANCE-DATE (WS-TERM-COUNT)
           END-IF.

      * History and the termination table are both in employee
      * order, so one pass matches them up.
       Find-Final-Payments.
           OPEN INPUT PAY-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS
               MOVE 'PAY HISTORY COULD NOT BE READ - REPORT NOT '
                   & 'PRODUCED' TO Report-Data
               PERFORM Write-Report-Line
               CLOSE FINAL-PAY-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-TERM-SUB
           PERFORM UNTIL HIST-EOF OR WS-TERM-SUB > WS-TERM-COUNT
               READ PAY-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM UNTIL WS-TERM-SUB > WS-TERM-COUNT
                           OR WS-TERM-EMP-ID (WS-TERM-SUB)
                               >= HIST-EMPLOYEE-ID
                           ADD 1 TO WS-TERM-SUB
                       END-PERFORM
                       IF WS-TERM-SUB <= WS-TERM-COUNT
                           IF WS-TERM-EMP-ID (WS-TERM-SUB)
                               = HIST-EMPLOYEE-ID
                               AND NOT HIST-PAYMENT-REVERSED
                               PERFORM Consider-Payment
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY.

       Consider-Payment.
           DIVIDE HIST-PAY-PERIOD BY 1000 GIVING WS-HIST-BAND
           IF WS-HIST-BAND = 998 OR WS-HIST-BAND = 996
               IF HIST-CHECK-DATE >= WS-TERM-DATE (WS-TERM-SUB)
      * On or after the termination date: the earliest one counts,
      * a termination-run check ahead of a manual one the same day.
                   IF WS-TERM-PAID-DATE (WS-TERM-SUB) = 0 OR
                       HIST-CHECK-DATE < WS-TERM-PAID-DATE (WS-TERM-SUB)
                       MOVE HIST-CHECK-DATE
                           TO WS-TERM-PAID-DATE (WS-TERM-SUB)
                   END-IF
               ELSE
                   IF WS-HIST-BAND = 998
                       COMPUTE WS-CHECK-INT =
                           FUNCTION INTEGER-OF-DATE (HIST-CHECK-DATE)
                       COMPUTE WS-TERM-INT = FUNCTION INTEGER-OF-DATE
                           (WS-TERM-DATE (WS-TERM-SUB))
                       IF WS-TERM-INT - WS-CHECK-INT
                               <= WS-ADVANCE-PAY-DAYS
                           MOVE HIST-CHECK-DATE
                               TO WS-TERM-ADVANCE-DATE (WS-TERM-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Measure-Termination.
           ADD 1 TO WS-REVIEWED-COUNT
           IF WS-TERM-REASON (WS-TERM-SUB) = 'DE'
               ADD 1 TO WS-DEATH-COUNT
           ELSE
               PERFORM Find-Final-Pay-Rule
               IF NOT RULE-FOUND
                   ADD 1 TO WS-NO-RULE-COUNT
               ELSE
                   PERFORM Measure-Against-Rule
               END-IF
           END-IF.

      * The FPAY rows in effect on the termination date - reloaded
      * only when the date changes. A row for the exact termination
      * type wins over the state's either-type row.
       Find-Final-Pay-Rule.
           MOVE 'N' TO WS-RULE-FOUND
           IF WS-TERM-DATE (WS-TERM-SUB) NOT = WS-LOADED-DATE
               MOVE WS-TERM-DATE (WS-TERM-SUB) TO WS-LOADED-DATE
               MOVE 'FPAY' TO WS-LOAD-TABLE-ID
               CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID
                   WS-LOADED-DATE FINAL-PAY-TABLE WS-LOAD-STATUS
               IF NOT WS-TABLE-LOAD-OK
                   MOVE 0 TO FPAY-COUNT
                   IF NOT FPAY-TABLE-MISSING
                       MOVE 'NOTE: NO FPAY DEADLINE ROWS IN EFFECT FOR'
                           & ' SOME TERMINATION DATES - THOSE ARE NOT '
                           & 'MEASURED' TO Report-Data
                       PERFORM Write-Report-Line
                       SET FPAY-TABLE-MISSING TO TRUE
                       SET FINAL-PAY-HAS-WARNINGS TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING FPAY-IDX FROM 1 BY 1
               UNTIL FPAY-IDX > FPAY-COUNT
               IF FPAY-STATE-CODE (FPAY-IDX)
                   = WS-TERM-STATE (WS-TERM-SUB)
                   IF FPAY-TERM-TYPE (FPAY-IDX)
                       = WS-TERM-TYPE (WS-TERM-SUB)
                       OR (FPAY-EITHER-TYPE (FPAY-IDX)
                           AND NOT RULE-FOUND)
                       MOVE 'Y' TO WS-RULE-FOUND
                       MOVE FPAY-DAYS-ALLOWED (FPAY-IDX)
                           TO WS-DAYS-ALLOWED
                       MOVE FPAY-PENALTY-CAP (FPAY-IDX)
                           TO WS-PENALTY-CAP
                   END-IF
               END-IF
           END-PERFORM.

       Measure-Against-Rule.
           COMPUTE WS-TERM-INT =
               FUNCTION INTEGER-OF-DATE (WS-TERM-DATE (WS-TERM-SUB))
           COMPUTE WS-DEADLINE-INT = WS-TERM-INT + WS-DAYS-ALLOWED
           COMPUTE WS-DEADLINE =
               FUNCTION DATE-OF-INTEGER (WS-DEADLINE-INT)
           MOVE WS-TERM-PAID-DATE (WS-TERM-SUB) TO WS-FINAL-DATE
           IF WS-FINAL-DATE = 0
               MOVE WS-TERM-ADVANCE-DATE (WS-TERM-SUB) TO WS-FINAL-DATE
           END-IF
           MOVE 0 TO WS-PENALTY
           EVALUATE TRUE
               WHEN WS-FINAL-DATE > 0
                   COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE (WS-FINAL-DATE)
                       - WS-DEADLINE-INT
                   IF WS-DAYS-LATE > 0
                       ADD 1 TO WS-LATE-COUNT
                       MOVE 'PAID LATE' TO WS-STATUS-TEXT
                       PERFORM Estimate-Penalty
                       PERFORM Print-Exception-Line
                   ELSE
                       ADD 1 TO WS-ON-TIME-COUNT
                   END-IF
               WHEN WS-TODAY-INT > WS-DEADLINE-INT
                   COMPUTE WS-DAYS-LATE =
                       WS-TODAY-INT - WS-DEADLINE-INT
                   ADD 1 TO WS-PAST-DUE-COUNT
                   MOVE 'UNPAID - PAST DUE' TO WS-STATUS-TEXT
                   PERFORM Estimate-Penalty
                   PERFORM Print-Exception-Line
               WHEN WS-DEADLINE-INT - WS-TODAY-INT <= WS-AT-RISK-DAYS
                   COMPUTE WS-DAYS-LATE =
                       WS-TODAY-INT - WS-DEADLINE-INT
                   ADD 1 TO WS-AT-RISK-COUNT
                   MOVE 'UNPAID - AT RISK' TO WS-STATUS-TEXT
                   PERFORM Print-Exception-Line
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.

      * A day's wages for each day late, up to the state's cap; an
      * unpaid final check's penalty is what has run to date.
       Estimate-Penalty.
           MOVE WS-DAYS-LATE TO WS-PENALTY-DAYS
           IF WS-PENALTY-CAP > 0 AND WS-PENALTY-DAYS > WS-PENALTY-CAP
               MOVE WS-PENALTY-CAP TO WS-PENALTY-DAYS
           END-IF
           COMPUTE WS-PENALTY ROUNDED =
               WS-TERM-DAILY-WAGE (WS-TERM-SUB) * WS-PENALTY-DAYS
           ADD WS-PENALTY TO WS-PENALTY-TOTAL.

       Print-Exception-Line.
           MOVE WS-TERM-EMP-ID (WS-TERM-SUB) TO WS-ID-EDIT
           MOVE WS-DAYS-LATE TO WS-DAYS-EDIT
           MOVE WS-TERM-DAILY-WAGE (WS-TERM-SUB) TO WS-WAGE-EDIT
           MOVE WS-PENALTY TO WS-PENALTY-EDIT
           IF WS-FINAL-DATE > 0
               MOVE WS-FINAL-DATE TO WS-PAID-TEXT
           ELSE
               MOVE 'UNPAID' TO WS-PAID-TEXT
           END-IF
           MOVE SPACES TO Report-Data
           STRING WS-ID-EDIT '   ' WS-TERM-NAME (WS-TERM-SUB) ' '
               WS-TERM-STATE (WS-TERM-SUB) ' '
               WS-TERM-REASON (WS-TERM-SUB) '   '
               WS-TERM-TYPE (WS-TERM-SUB) '    '
               WS-TERM-DATE (WS-TERM-SUB) '  ' WS-DEADLINE '  '
               WS-PAID-TEXT '       ' WS-DAYS-EDIT '   '
               WS-WAGE-EDIT '  ' WS-PENALTY-EDIT '  ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Summary.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-REVIEWED-COUNT TO WS-COUNT-EDIT
           STRING 'TERMINATIONS REVIEWED        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-ON-TIME-COUNT TO WS-COUNT-EDIT
           STRING '  FINAL PAY ON TIME          ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
           STRING '  FINAL PAY LATE             ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-PAST-DUE-COUNT TO WS-COUNT-EDIT
           STRING '  UNPAID, PAST DUE           ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-AT-RISK-COUNT TO WS-COUNT-EDIT
           STRING '  UNPAID, AT RISK            ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
           STRING '  UNPAID, NOT YET DUE        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-NO-RULE-COUNT TO WS-COUNT-EDIT
           STRING '  NO DEADLINE FOR THE STATE  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-DEATH-COUNT TO WS-COUNT-EDIT
           STRING '  DEATHS, NOT MEASURED       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-PENALTY-TOTAL TO WS-TOTAL-EDIT
           STRING 'ESTIMATED WAITING-TIME PENALTY ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE FINAL-PAY-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM FinalPayCompliance.
