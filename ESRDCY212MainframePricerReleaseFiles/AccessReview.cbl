       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessReview.
      * Monthly access review over the permanent employee data access
      * log ACCLOG.DAT that EmployeeInquiry, PayHistInquiry and
      * AsOfInquiry write.
      * ACCRVPRM.DAT names the month (YYYYMM) and the heavy-user
      * threshold - with no parm card the review is of the month
      * before the run date and a requester is heavy at 50 lookups.
      * Three sections print to ACCRVW.DAT:
      *   HEAVY USERS    - every requester with at least the threshold
      *                    number of lookups in the month, with the
      *                    records returned, SSN searches and refused
      *                    cards behind them;
      *   SSN SEARCHES   - every lookup by SSN, refused or not, with
      *                    who asked, why, and how many were returned;
      *   WATCHED RECORDS - every lookup that returned a company
      *                    officer's or a payroll staff member's record
      *                    (the ACCWATCH.DAT watch list), marked OWN
      *                    RECORD when a payroll staff member looked
      *                    at their own.
      * The log is read once per section. Return code 4 when the
      * watch list is missing or a work table fills, 8 when the log
      * or the report cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REVIEW-PARM-FILE ASSIGN TO 'ACCRVPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCESS-LOG ASSIGN TO 'ACCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO 'ACCWATCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO 'ACCRVW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-PARM-FILE.
       01  REVIEW-PARM-RECORD.
           05 ARV-REVIEW-MONTH         PIC 9(6).
           05 ARV-HEAVY-THRESHOLD      PIC 9(4).

       FD  ACCESS-LOG.
           COPY ACCLOG.

       FD  WATCH-LIST-FILE.
           COPY ACCWATCH.

       FD  REVIEW-REPORT.
       01  REVIEW-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-LOG-STATUS            PIC XX.
           88 LOG-OK                   VALUE '00'.
           88 LOG-EOF                  VALUE '10'.
       01 WS-WATCH-STATUS          PIC XX.
           88 WATCH-OK                 VALUE '00'.
           88 WATCH-EOF                VALUE '10'.
           88 WATCH-NOT-PRESENT        VALUE '05'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-REVIEW-MONTH          PIC 9(6).
       01 WS-HEAVY-THRESHOLD       PIC 9(4).
       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01 WS-WARNING-FLAG          PIC X VALUE 'N'.
           88 REVIEW-HAS-WARNINGS      VALUE 'Y'.

      * Which section the current pass over the log is for.
       01 WS-PASS                  PIC X.
           88 PASS-TALLY               VALUE 'T'.
           88 PASS-SSN                 VALUE 'S'.
           88 PASS-WATCHED             VALUE 'W'.

      * A lookup's log records are written together - the run stamp,
      * program and lookup sequence of the previous record tell a new
      * lookup from another employee returned by the same one.
       01 WS-LOOKUP-KEY            PIC X(35).
       01 WS-PREV-LOOKUP-KEY       PIC X(35).
       01 WS-NEW-LOOKUP            PIC X.
           88 NEW-LOOKUP               VALUE 'Y'.

      * SSN lookup held back until all of its records are read, so
      * its line can carry how many employees it returned.
       01 WS-SSN-PENDING           PIC X VALUE 'N'.
           88 SSN-LINE-PENDING         VALUE 'Y'.
       01 WS-SSN-STAMP             PIC X(15).
       01 WS-SSN-PROGRAM           PIC X(15).
       01 WS-SSN-REQUESTER         PIC X(8).
       01 WS-SSN-REASON            PIC X(2).
       01 WS-SSN-VALUE             PIC X(11).
       01 WS-SSN-RESULT            PIC X(1).
       01 WS-SSN-RETURNED          PIC 9(5).

       01 WS-REQUESTER-TABLE.
           05 WS-REQ-COUNT         PIC 9(3) VALUE 0.
           05 WS-REQ-ENTRY OCCURS 500 TIMES.
               10 WS-REQ-ID            PIC X(8).
               10 WS-REQ-LOOKUPS       PIC 9(5).
               10 WS-REQ-RECORDS       PIC 9(7).
               10 WS-REQ-SSN           PIC 9(5).
               10 WS-REQ-REFUSED       PIC 9(5).
       01 WS-REQ-SUB               PIC 9(3).
       01 WS-REQ-FOUND             PIC 9(3).
       01 WS-REQ-OVERFLOW          PIC X VALUE 'N'.
           88 REQUESTER-TABLE-FULL     VALUE 'Y'.

       01 WS-WATCH-TABLE.
           05 WS-WATCH-COUNT       PIC 9(3) VALUE 0.
           05 WS-WATCH-ENTRY OCCURS 500 TIMES.
               10 WS-WATCH-EMP         PIC 9(5).
               10 WS-WATCH-CATEGORY    PIC X(1).
               10 WS-WATCH-REQUESTER   PIC X(8).
       01 WS-WATCH-SUB             PIC 9(3).
       01 WS-WATCH-FOUND           PIC 9(3).

       01 WS-MONTH-LOOKUPS         PIC 9(7) VALUE 0.
       01 WS-MONTH-RECORDS         PIC 9(7) VALUE 0.
       01 WS-MONTH-SSN             PIC 9(5) VALUE 0.
       01 WS-MONTH-REFUSED         PIC 9(5) VALUE 0.
       01 WS-HEAVY-COUNT           PIC 9(3) VALUE 0.
       01 WS-WATCHED-COUNT         PIC 9(5) VALUE 0.
       01 WS-OWN-COUNT             PIC 9(5) VALUE 0.

       01 Report-Data              PIC X(132).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-2          PIC ZZZZZZ9.
       01 WS-COUNT-EDIT-3          PIC ZZZZ9.
       01 WS-COUNT-EDIT-4          PIC ZZZZ9.
       01 WS-PERIOD-EDIT           PIC 9(6).
       01 WS-CATEGORY-TEXT         PIC X(13).
       01 WS-RESULT-TEXT           PIC X(12).
       01 WS-OWN-TEXT              PIC X(10).

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM Read-Review-Parm

           OPEN OUTPUT REVIEW-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open access review report, status '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Watch-List

           MOVE SPACES TO Report-Data
           STRING '              EMPLOYEE DATA ACCESS REVIEW  MONTH '
               WS-REVIEW-MONTH DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           SET PASS-TALLY TO TRUE
           PERFORM Read-Log-Pass
           PERFORM Print-Heavy-Users

           SET PASS-SSN TO TRUE
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'SSN SEARCHES' TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'DATE/TIME        PROGRAM          REQUESTER REASON  '
               & 'SSN          RESULT       RETURNED' TO Report-Data
           PERFORM Write-Report-Line
           PERFORM Read-Log-Pass
           IF WS-MONTH-SSN = 0
               MOVE '  NO SSN SEARCHES THIS MONTH' TO Report-Data
               PERFORM Write-Report-Line
           END-IF

           SET PASS-WATCHED TO TRUE
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'WATCHED RECORDS - OFFICERS AND PAYROLL STAFF'
               TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'DATE/TIME        PROGRAM          REQUESTER REASON  '
               & 'EMP ID  CATEGORY       PERIOD' TO Report-Data
           PERFORM Write-Report-Line
           IF WS-WATCH-COUNT = 0
               MOVE '  NO WATCH LIST ON FILE - ACCWATCH.DAT IS EMPTY '
                   & 'OR MISSING' TO Report-Data
               PERFORM Write-Report-Line
               SET REVIEW-HAS-WARNINGS TO TRUE
           ELSE
               PERFORM Read-Log-Pass
               IF WS-WATCHED-COUNT = 0
                   MOVE '  NO WATCHED RECORDS LOOKED UP THIS MONTH'
                       TO Report-Data
                   PERFORM Write-Report-Line
               END-IF
           END-IF

           PERFORM Print-Review-Totals
           CLOSE REVIEW-REPORT
           IF REVIEW-HAS-WARNINGS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Review-Parm.
      * Default: the calendar month before the run date.
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-REVIEW-MONTH =
                   (WS-TODAY-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-REVIEW-MONTH =
                   WS-TODAY-YEAR * 100 + WS-TODAY-MONTH - 1
           END-IF
           MOVE 50 TO WS-HEAVY-THRESHOLD
           OPEN INPUT REVIEW-PARM-FILE
           IF PARM-OK
               READ REVIEW-PARM-FILE
                   NOT AT END
                       IF ARV-REVIEW-MONTH > 0
                           MOVE ARV-REVIEW-MONTH TO WS-REVIEW-MONTH
                       END-IF
                       IF ARV-HEAVY-THRESHOLD > 0
                           MOVE ARV-HEAVY-THRESHOLD
                               TO WS-HEAVY-THRESHOLD
                       END-IF
               END-READ
           END-IF
           CLOSE REVIEW-PARM-FILE.

       Load-Watch-List.
           OPEN INPUT WATCH-LIST-FILE
           IF WATCH-OK
               PERFORM UNTIL WATCH-EOF
                   READ WATCH-LIST-FILE
                       AT END
                           SET WATCH-EOF TO TRUE
                       NOT AT END
                           IF WS-WATCH-COUNT < 500
                               ADD 1 TO WS-WATCH-COUNT
                               MOVE AWL-EMPLOYEE-ID
                                   TO WS-WATCH-EMP (WS-WATCH-COUNT)
                               MOVE AWL-CATEGORY
                                   TO WS-WATCH-CATEGORY
                                       (WS-WATCH-COUNT)
                               MOVE AWL-REQUESTER-ID
                                   TO WS-WATCH-REQUESTER
                                       (WS-WATCH-COUNT)
                           ELSE
                               DISPLAY 'Watch list over 500 entries, '
                                   'employee ' AWL-EMPLOYEE-ID
                                   ' not watched'
                               SET REVIEW-HAS-WARNINGS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WATCH-LIST-FILE.

      * One pass over the whole log; only the review month's records
      * are looked at.
       Read-Log-Pass.
           MOVE SPACES TO WS-PREV-LOOKUP-KEY
           MOVE 'N' TO WS-SSN-PENDING
           OPEN INPUT ACCESS-LOG
           IF NOT LOG-OK
               DISPLAY 'Cannot open access log, status '
                   WS-LOG-STATUS
               MOVE 'ACCESS LOG ACCLOG.DAT COULD NOT BE READ - '
                   & 'REVIEW INCOMPLETE' TO Report-Data
               PERFORM Write-Report-Line
               CLOSE REVIEW-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL LOG-EOF
               READ ACCESS-LOG
                   AT END
                       SET LOG-EOF TO TRUE
                   NOT AT END
                       IF ACC-RUN-STAMP (1:6) = WS-REVIEW-MONTH
                           PERFORM Review-Log-Record
                       END-IF
               END-READ
           END-PERFORM
           IF SSN-LINE-PENDING
               PERFORM Print-Ssn-Search
           END-IF
           CLOSE ACCESS-LOG.

       Review-Log-Record.
           MOVE SPACES TO WS-LOOKUP-KEY
           STRING ACC-RUN-STAMP ACC-PROGRAM ACC-LOOKUP-SEQ
               DELIMITED BY SIZE INTO WS-LOOKUP-KEY
           IF WS-LOOKUP-KEY = WS-PREV-LOOKUP-KEY
               MOVE 'N' TO WS-NEW-LOOKUP
           ELSE
               MOVE 'Y' TO WS-NEW-LOOKUP
               MOVE WS-LOOKUP-KEY TO WS-PREV-LOOKUP-KEY
           END-IF
           EVALUATE TRUE
               WHEN PASS-TALLY
                   PERFORM Tally-Log-Record
               WHEN PASS-SSN
                   PERFORM Collect-Ssn-Search
               WHEN PASS-WATCHED
                   PERFORM Check-Watched-Record
           END-EVALUATE.

       Tally-Log-Record.
           PERFORM Find-Requester
           IF WS-REQ-FOUND > 0
               IF NEW-LOOKUP
                   ADD 1 TO WS-REQ-LOOKUPS (WS-REQ-FOUND)
                   IF ACC-SEARCH-BY-SSN
                       ADD 1 TO WS-REQ-SSN (WS-REQ-FOUND)
                   END-IF
                   IF ACC-REQUEST-REFUSED
                       ADD 1 TO WS-REQ-REFUSED (WS-REQ-FOUND)
                   END-IF
               END-IF
               IF ACC-RECORD-RETURNED
                   ADD 1 TO WS-REQ-RECORDS (WS-REQ-FOUND)
               END-IF
           END-IF
           IF NEW-LOOKUP
               ADD 1 TO WS-MONTH-LOOKUPS
               IF ACC-REQUEST-REFUSED
                   ADD 1 TO WS-MONTH-REFUSED
               END-IF
           END-IF
           IF ACC-RECORD-RETURNED
               ADD 1 TO WS-MONTH-RECORDS
           END-IF.

       Find-Requester.
           MOVE 0 TO WS-REQ-FOUND
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT OR WS-REQ-FOUND > 0
               IF WS-REQ-ID (WS-REQ-SUB) = ACC-REQUESTER-ID
                   MOVE WS-REQ-SUB TO WS-REQ-FOUND
               END-IF
           END-PERFORM
           IF WS-REQ-FOUND = 0
               IF WS-REQ-COUNT < 500
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-REQ-FOUND
                   MOVE ACC-REQUESTER-ID TO WS-REQ-ID (WS-REQ-FOUND)
                   MOVE 0 TO WS-REQ-LOOKUPS (WS-REQ-FOUND)
                   MOVE 0 TO WS-REQ-RECORDS (WS-REQ-FOUND)
                   MOVE 0 TO WS-REQ-SSN (WS-REQ-FOUND)
                   MOVE 0 TO WS-REQ-REFUSED (WS-REQ-FOUND)
               ELSE
                   IF NOT REQUESTER-TABLE-FULL
                       DISPLAY 'Over 500 requesters in the month - '
                           'later requesters not tallied'
                       SET REQUESTER-TABLE-FULL TO TRUE
                       SET REVIEW-HAS-WARNINGS TO TRUE
                   END-IF
               END-IF
           END-IF.

       Print-Heavy-Users.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-HEAVY-THRESHOLD TO WS-COUNT-EDIT-3
           STRING 'HEAVY USERS - ' WS-COUNT-EDIT-3
               ' OR MORE LOOKUPS IN THE MONTH'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE 'REQUESTER   LOOKUPS  RECORDS RETURNED  SSN SEARCHES  '
               & 'REFUSED' TO Report-Data
           PERFORM Write-Report-Line
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-LOOKUPS (WS-REQ-SUB) >= WS-HEAVY-THRESHOLD
                   ADD 1 TO WS-HEAVY-COUNT
                   MOVE WS-REQ-LOOKUPS (WS-REQ-SUB) TO WS-COUNT-EDIT
                   MOVE WS-REQ-RECORDS (WS-REQ-SUB) TO WS-COUNT-EDIT-2
                   MOVE WS-REQ-SSN (WS-REQ-SUB) TO WS-COUNT-EDIT-3
                   MOVE WS-REQ-REFUSED (WS-REQ-SUB) TO WS-COUNT-EDIT-4
                   STRING WS-REQ-ID (WS-REQ-SUB) '   ' WS-COUNT-EDIT
                       '          ' WS-COUNT-EDIT-2 '         '
                       WS-COUNT-EDIT-3 '    ' WS-COUNT-EDIT-4
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM
           IF WS-HEAVY-COUNT = 0
               MOVE '  NO REQUESTER REACHED THE THRESHOLD'
                   TO Report-Data
               PERFORM Write-Report-Line
           END-IF.

      * The first record of an SSN lookup starts its line; the
      * records after it only add to the number returned.
       Collect-Ssn-Search.
           IF NEW-LOOKUP
               IF SSN-LINE-PENDING
                   PERFORM Print-Ssn-Search
               END-IF
               IF ACC-SEARCH-BY-SSN
                   SET SSN-LINE-PENDING TO TRUE
                   ADD 1 TO WS-MONTH-SSN
                   MOVE ACC-RUN-STAMP TO WS-SSN-STAMP
                   MOVE ACC-PROGRAM TO WS-SSN-PROGRAM
                   MOVE ACC-REQUESTER-ID TO WS-SSN-REQUESTER
                   MOVE ACC-REASON-CODE TO WS-SSN-REASON
                   MOVE ACC-SEARCH-VALUE (1:11) TO WS-SSN-VALUE
                   MOVE ACC-RESULT TO WS-SSN-RESULT
                   MOVE 0 TO WS-SSN-RETURNED
               END-IF
           END-IF
           IF SSN-LINE-PENDING AND ACC-RECORD-RETURNED
               ADD 1 TO WS-SSN-RETURNED
           END-IF.

       Print-Ssn-Search.
           EVALUATE WS-SSN-RESULT
               WHEN 'R'
                   MOVE 'RETURNED' TO WS-RESULT-TEXT
               WHEN 'X'
                   MOVE 'REFUSED' TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'NONE FOUND' TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE WS-SSN-RETURNED TO WS-COUNT-EDIT-3
           STRING WS-SSN-STAMP (1:8) '-' WS-SSN-STAMP (9:6) '  '
               WS-SSN-PROGRAM '  ' WS-SSN-REQUESTER '  '
               WS-SSN-REASON '      ' WS-SSN-VALUE '  '
               WS-RESULT-TEXT ' ' WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE 'N' TO WS-SSN-PENDING.

       Check-Watched-Record.
           IF ACC-RECORD-RETURNED
               MOVE 0 TO WS-WATCH-FOUND
               PERFORM VARYING WS-WATCH-SUB FROM 1 BY 1
                   UNTIL WS-WATCH-SUB > WS-WATCH-COUNT
                       OR WS-WATCH-FOUND > 0
                   IF WS-WATCH-EMP (WS-WATCH-SUB) = ACC-EMPLOYEE-ID
                       MOVE WS-WATCH-SUB TO WS-WATCH-FOUND
                   END-IF
               END-PERFORM
               IF WS-WATCH-FOUND > 0
                   PERFORM Print-Watched-Lookup
               END-IF
           END-IF.

       Print-Watched-Lookup.
           ADD 1 TO WS-WATCHED-COUNT
           EVALUATE WS-WATCH-CATEGORY (WS-WATCH-FOUND)
               WHEN 'O'
                   MOVE 'OFFICER' TO WS-CATEGORY-TEXT
               WHEN 'P'
                   MOVE 'PAYROLL STAFF' TO WS-CATEGORY-TEXT
               WHEN OTHER
                   MOVE 'WATCHED' TO WS-CATEGORY-TEXT
           END-EVALUATE
           IF WS-WATCH-REQUESTER (WS-WATCH-FOUND) NOT = SPACES AND
               WS-WATCH-REQUESTER (WS-WATCH-FOUND) = ACC-REQUESTER-ID
               MOVE 'OWN RECORD' TO WS-OWN-TEXT
               ADD 1 TO WS-OWN-COUNT
           ELSE
               MOVE SPACES TO WS-OWN-TEXT
           END-IF
           MOVE ACC-EMPLOYEE-ID TO WS-ID-EDIT
           MOVE ACC-PAY-PERIOD TO WS-PERIOD-EDIT
           STRING ACC-RUN-STAMP (1:8) '-' ACC-RUN-STAMP (9:6) '  '
               ACC-PROGRAM '  ' ACC-REQUESTER-ID '  '
               ACC-REASON-CODE '      ' WS-ID-EDIT '   '
               WS-CATEGORY-TEXT '  ' WS-PERIOD-EDIT '  ' WS-OWN-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Review-Totals.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-MONTH-LOOKUPS TO WS-COUNT-EDIT
           MOVE WS-MONTH-RECORDS TO WS-COUNT-EDIT-2
           STRING 'MONTH TOTALS  ' WS-COUNT-EDIT ' LOOKUPS  '
               WS-COUNT-EDIT-2 ' RECORDS RETURNED'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-REQ-COUNT TO WS-COUNT-EDIT-3
           MOVE WS-HEAVY-COUNT TO WS-COUNT-EDIT-4
           STRING '              ' WS-COUNT-EDIT-3 ' REQUESTERS, '
               WS-COUNT-EDIT-4 ' HEAVY'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-MONTH-SSN TO WS-COUNT-EDIT-3
           MOVE WS-MONTH-REFUSED TO WS-COUNT-EDIT-4
           STRING '              ' WS-COUNT-EDIT-3 ' SSN SEARCHES, '
               WS-COUNT-EDIT-4 ' CARDS REFUSED'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-WATCHED-COUNT TO WS-COUNT-EDIT-3
           MOVE WS-OWN-COUNT TO WS-COUNT-EDIT-4
           STRING '              ' WS-COUNT-EDIT-3
               ' WATCHED RECORDS RETURNED, ' WS-COUNT-EDIT-4
               ' OWN RECORD'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE REVIEW-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM AccessReview.
