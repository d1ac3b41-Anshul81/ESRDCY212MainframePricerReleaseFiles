       IDENTIFICATION DIVISION.
       PROGRAM-ID. OnLeaveReport.
      * Monthly leave-of-absence roster for HR and benefits - every
      * employee carried on the master in leave status, with the
      * kind of leave, the day it began, the expected return date,
      * and how long the employee has been out as of the run date.
      * FMLA protection runs out at twelve weeks, so an FMLA leave
      * past 84 days is flagged for HR to follow up; any leave past
      * its expected return date is flagged overdue. The open LOAP
      * balance in ARREARS.DAT - benefit premiums carried while the
      * employee draws no pay, recovered from the checks after they
      * return - is shown beside each employee. The roster goes to
      * ONLEAVE.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL ARREARS-FILE ASSIGN TO 'ARREARS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.
           SELECT LEAVE-REPORT ASSIGN TO 'ONLEAVE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  ARREARS-FILE.
           COPY ARREARS.

       FD  LEAVE-REPORT.
       01  LEAVE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-ARREARS-STATUS        PIC XX.
           88 ARREARS-OK               VALUE '00'.
           88 ARREARS-EOF              VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-DAYS-OUT              PIC S9(5).
       01 WS-FMLA-LIMIT-DAYS       PIC 9(3) VALUE 84.
       01 WS-LEAVE-DESC            PIC X(10).
       01 WS-RETURN-TEXT           PIC X(8).
       01 WS-FLAG-TEXT             PIC X(20).

      * Open LOAP balances, one per employee, read once up front.
       01 WS-LOAP-TABLE.
           05 WS-LOAP-COUNT        PIC 9(3) VALUE 0.
           05 WS-LOAP-ENTRY OCCURS 200 TIMES.
               10 WS-LOAP-EMPLOYEE-ID  PIC 9(5).
               10 WS-LOAP-BALANCE      PIC 9(7)V99.
       01 WS-LOAP-SUB              PIC 9(3).
       01 WS-LOAP-AMOUNT           PIC 9(7)V99.

       01 WS-ON-LEAVE-COUNT        PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
       01 WS-LOAP-TOTAL            PIC 9(7)V99 VALUE 0.

       01 Report-Data              PIC X(132).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-DAYS-EDIT             PIC ZZZZ9.
       01 WS-AMOUNT-EDIT           PIC ZZ,ZZ9.99.
       01 WS-TOTAL-EDIT            PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM Load-Leave-Arrears

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LEAVE-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open leave report, status '
                   WS-REPORT-STATUS
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
                           PERFORM Print-Leave-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER

           PERFORM Print-Totals
           CLOSE LEAVE-REPORT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Load-Leave-Arrears.
           MOVE 0 TO WS-LOAP-COUNT
           OPEN INPUT ARREARS-FILE
           IF ARREARS-OK
               PERFORM UNTIL ARREARS-EOF
                   READ ARREARS-FILE
                       AT END
                           SET ARREARS-EOF TO TRUE
                       NOT AT END
                           IF ARR-DEDUCTION-CODE = 'LOAP' AND ARR-OPEN
                               AND WS-LOAP-COUNT < 200
                               ADD 1 TO WS-LOAP-COUNT
                               MOVE ARR-EMPLOYEE-ID TO
                                   WS-LOAP-EMPLOYEE-ID (WS-LOAP-COUNT)
                               MOVE ARR-BALANCE TO
                                   WS-LOAP-BALANCE (WS-LOAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARREARS-FILE.

       Print-Leave-Line.
           ADD 1 TO WS-ON-LEAVE-COUNT
           EVALUATE TRUE
               WHEN EMP-LEAVE-FMLA
                   MOVE 'FMLA' TO WS-LEAVE-DESC
               WHEN EMP-LEAVE-MILITARY
                   MOVE 'MILITARY' TO WS-LEAVE-DESC
               WHEN EMP-LEAVE-DISABILITY
                   MOVE 'DISABILITY' TO WS-LEAVE-DESC
               WHEN EMP-LEAVE-PERSONAL
                   MOVE 'PERSONAL' TO WS-LEAVE-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-LEAVE-DESC
           END-EVALUATE

      * A master put on leave before the start date was kept has no
      * date to count from - it shows zero days and is flagged.
           MOVE 0 TO WS-DAYS-OUT
           MOVE SPACES TO WS-FLAG-TEXT
           IF EMP-LEAVE-START-DATE = 0
               MOVE 'NO START DATE' TO WS-FLAG-TEXT
           ELSE
               COMPUTE WS-DAYS-OUT = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (EMP-LEAVE-START-DATE)
               IF WS-DAYS-OUT < 0
                   MOVE 0 TO WS-DAYS-OUT
               END-IF
           END-IF

           IF EMP-LEAVE-RETURN-DATE = 0
               MOVE 'OPEN' TO WS-RETURN-TEXT
           ELSE
               MOVE EMP-LEAVE-RETURN-DATE TO WS-RETURN-TEXT
               IF EMP-LEAVE-RETURN-DATE < WS-TODAY
                   MOVE 'RETURN OVERDUE' TO WS-FLAG-TEXT
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           END-IF
           IF WS-FLAG-TEXT = SPACES AND EMP-LEAVE-FMLA
               AND WS-DAYS-OUT > WS-FMLA-LIMIT-DAYS
               MOVE 'FMLA 12 WEEKS USED' TO WS-FLAG-TEXT
           END-IF

           MOVE 0 TO WS-LOAP-AMOUNT
           PERFORM Find-Leave-Arrears
               VARYING WS-LOAP-SUB FROM 1 BY 1
               UNTIL WS-LOAP-SUB > WS-LOAP-COUNT
           ADD WS-LOAP-AMOUNT TO WS-LOAP-TOTAL

           MOVE EMP-ID TO WS-ID-EDIT
           MOVE WS-DAYS-OUT TO WS-DAYS-EDIT
           MOVE WS-LOAP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING WS-ID-EDIT '  ' EMP-NAME (1:30) '  '
               EMP-DEPT-CODE '  ' WS-LEAVE-DESC '  '
               EMP-LEAVE-START-DATE '  ' WS-RETURN-TEXT '  '
               WS-DAYS-EDIT '  ' WS-AMOUNT-EDIT '  ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Find-Leave-Arrears.
           IF WS-LOAP-EMPLOYEE-ID (WS-LOAP-SUB) = EMP-ID
               ADD WS-LOAP-BALANCE (WS-LOAP-SUB) TO WS-LOAP-AMOUNT
           END-IF.

       Print-Heading.
           MOVE SPACES TO Report-Data
           STRING '        EMPLOYEES ON LEAVE OF ABSENCE AS OF '
               WS-TODAY
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           STRING 'EMP ID  NAME                            DEPT  '
               'TYPE        SINCE     RETURN     DAYS   '
               'ARREARS  FLAG'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Totals.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-ON-LEAVE-COUNT TO WS-COUNT-EDIT
           STRING 'EMPLOYEES ON LEAVE:    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'PAST EXPECTED RETURN:  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-LOAP-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'PREMIUMS IN ARREARS:   ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE LEAVE-REPORT-LINE FROM Report-Data.
       END PROGRAM OnLeaveReport.
