       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadcountReport.
      * Monthly headcount, hires, terminations and turnover for HR
      * and finance. HDCTPRM.DAT names the month (YYYYMM); with no
      * parm card the report is of the month before the run date.
      * For every company and department HEADCNT.DAT shows:
      *   OPENING  - employed at the close of the day before the
      *              month began
      *   HIRES / REHIRES - hire dates in the month, a rehire being
      *              a record EmployeeMaint brought back with 'R'
      *   TERMINATIONS - separation dates in the month, voluntary,
      *              involuntary, or other when TermPay was given no
      *              reason
      *   TRANSFERS IN / OUT - department or company moves in the
      *              month, taken from the master journal EMPJRNL.DAT
      *   CLOSING  - employed at the close of the month's last day
      *   TURNOVER - terminations over the average of opening and
      *              closing headcount
      * with subtotals by company and a total for all companies.
      * Headcount is figured from the master's hire and separation
      * dates, so a month can be run again later; an employee counts
      * in the department they were in at the time, worked back from
      * the journal's department changes since. A terminated record
      * that carries no separation date (one terminated before the
      * date was kept) is left out and counted at the foot. The
      * journal must still hold the month - once ArchivePurge has
      * moved it off, the month's transfers are no longer seen, and
      * the report says so.
      * Each month's company figures replace that month's records on
      * HDCTHIST.DAT, and a 12-month trend by company with the
      * rolling 12-month turnover rate is printed from the history.
      * Return code 4 when the journal is missing or does not reach
      * back to the month, a work table fills, or the history cannot
      * be rewritten; 8 when the master or the report cannot be
      * opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEADCOUNT-PARM-FILE ASSIGN TO 'HDCTPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL EMP-JOURNAL ASSIGN TO 'EMPJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL HEADCOUNT-HISTORY ASSIGN TO 'HDCTHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HEADCOUNT-REPORT ASSIGN TO 'HEADCNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEADCOUNT-PARM-FILE.
       01  HEADCOUNT-PARM-RECORD.
           05 HDP-REPORT-MONTH         PIC 9(6).

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       FD  HEADCOUNT-HISTORY.
           COPY HDCTHIST.

       FD  HEADCOUNT-REPORT.
       01  HEADCOUNT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
           88 JRNL-EOF                 VALUE '10'.
           88 JRNL-NOT-PRESENT         VALUE '05'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
           88 HIST-WRITE-OK            VALUE '00' '05'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01 WS-REPORT-MONTH          PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR       PIC 9(4).
           05 WS-REPORT-MM         PIC 9(2).
       01 WS-MONTH-START           PIC 9(8).
       01 WS-MONTH-END             PIC 9(8).
       01 WS-OPENING-DATE          PIC 9(8).
       01 WS-NEXT-MONTH-START      PIC 9(8).
       01 WS-TREND-FROM-MONTH      PIC 9(6).
       01 WS-MONTH-ORDINAL         PIC 9(6).
       01 WS-TREND-FROM-YEAR       PIC 9(4).
       01 WS-TREND-FROM-MM         PIC 9(2).
       01 WS-WARNING-FLAG          PIC X VALUE 'N'.
           88 HEADCOUNT-HAS-WARNINGS   VALUE 'Y'.

      * Journal images laid out as the master record, renamed so they
      * can sit beside the master's own record area.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==PRIOR-RECORD==
               LEADING ==EMP-== BY ==PRIOR-==.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==LATER-RECORD==
               LEADING ==EMP-== BY ==LATER-==.
       01 WS-JRNL-MONTH            PIC 9(6).
       01 WS-FIRST-JRNL-MONTH      PIC 9(6) VALUE 0.

      * Company and department, the unit everything is counted by.
       01 WS-FIND-KEY.
           05 WS-FIND-COMPANY      PIC X(2).
           05 WS-FIND-DEPT         PIC X(4).
       01 WS-OPEN-KEY              PIC X(6).
       01 WS-CLOSE-KEY             PIC X(6).

      * One entry per employee whose department or company changed
      * in the month or since: the unit before the month's first
      * change, and the unit before the first change after the
      * month - the units the employee opened and closed the month
      * in. Spaces where there was no such change.
       01 WS-TRANSFER-TABLE.
           05 WS-XFR-COUNT         PIC 9(4) VALUE 0.
           05 WS-XFR-ENTRY OCCURS 3000 TIMES.
               10 WS-XFR-EMP-ID        PIC 9(5).
               10 WS-XFR-OPEN-KEY      PIC X(6).
               10 WS-XFR-CLOSE-KEY     PIC X(6).
       01 WS-XFR-SUB               PIC 9(4).
       01 WS-XFR-FOUND             PIC 9(4).

      * Units in company and department order, counted as the
      * journal and the master are read.
       01 WS-UNIT-TABLE.
           05 WS-UNIT-COUNT        PIC 9(3) VALUE 0.
           05 WS-UNIT-ENTRY OCCURS 501 TIMES.
               10 WS-UNIT-KEY.
                   15 WS-UNIT-COMPANY      PIC X(2).
                   15 WS-UNIT-DEPT         PIC X(4).
               10 WS-UNIT-COUNTS.
                   15 HC-OPENING           PIC 9(6).
                   15 HC-HIRES             PIC 9(6).
                   15 HC-REHIRES           PIC 9(6).
                   15 HC-TERM-VOL          PIC 9(6).
                   15 HC-TERM-INV          PIC 9(6).
                   15 HC-TERM-OTH          PIC 9(6).
                   15 HC-XFER-IN           PIC 9(6).
                   15 HC-XFER-OUT          PIC 9(6).
                   15 HC-CLOSING           PIC 9(6).
       01 WS-UNIT-SUB              PIC 9(3).
       01 WS-UNIT-FOUND            PIC 9(3).
       01 WS-MOVE-SUB              PIC S9(4).

      * Company subtotal, all-company total, and the figures for the
      * line being printed - the same layout as a unit's counts and
      * as the history record's.
       01 WS-CO-COUNTS.
           05 HC-OPENING           PIC 9(6).
           05 HC-HIRES             PIC 9(6).
           05 HC-REHIRES           PIC 9(6).
           05 HC-TERM-VOL          PIC 9(6).
           05 HC-TERM-INV          PIC 9(6).
           05 HC-TERM-OTH          PIC 9(6).
           05 HC-XFER-IN           PIC 9(6).
           05 HC-XFER-OUT          PIC 9(6).
           05 HC-CLOSING           PIC 9(6).
       01 WS-ALL-COUNTS.
           05 HC-OPENING           PIC 9(6).
           05 HC-HIRES             PIC 9(6).
           05 HC-REHIRES           PIC 9(6).
           05 HC-TERM-VOL          PIC 9(6).
           05 HC-TERM-INV          PIC 9(6).
           05 HC-TERM-OTH          PIC 9(6).
           05 HC-XFER-IN           PIC 9(6).
           05 HC-XFER-OUT          PIC 9(6).
           05 HC-CLOSING           PIC 9(6).
       01 WS-LINE-COUNTS.
           05 HC-OPENING           PIC 9(6).
           05 HC-HIRES             PIC 9(6).
           05 HC-REHIRES           PIC 9(6).
           05 HC-TERM-VOL          PIC 9(6).
           05 HC-TERM-INV          PIC 9(6).
           05 HC-TERM-OTH          PIC 9(6).
           05 HC-XFER-IN           PIC 9(6).
           05 HC-XFER-OUT          PIC 9(6).
           05 HC-CLOSING           PIC 9(6).
       01 WS-CURRENT-COMPANY       PIC X(2).
       01 WS-LINE-TERMS            PIC 9(7).
       01 WS-AVERAGE-HEADCOUNT     PIC 9(7)V9.
       01 WS-TURNOVER-RATE         PIC 9(4)V9.

       01 WS-TEST-DATE             PIC 9(8).
       01 WS-EMPLOYED              PIC X.
           88 EMPLOYED-ON-TEST-DATE    VALUE 'Y'.
       01 WS-EMPLOYEE-COUNT        PIC 9(7) VALUE 0.
       01 WS-UNDATED-COUNT         PIC 9(7) VALUE 0.

      * HDCTHIST.DAT held in core while the month's records are
      * replaced, then written back in month and company order.
       01 WS-HIST-TABLE.
           05 WS-HIST-COUNT        PIC 9(4) VALUE 0.
           05 WS-HIST-ENTRY OCCURS 3001 TIMES.
               10 WS-HIST-KEY.
                   15 WS-HIST-MONTH        PIC 9(6).
                   15 WS-HIST-COMPANY      PIC X(2).
               10 WS-HIST-COUNTS       PIC X(54).
       01 WS-HIST-SUB              PIC 9(4).
       01 WS-NEW-HIST-KEY.
           05 WS-NEW-HIST-MONTH    PIC 9(6).
           05 WS-NEW-HIST-COMPANY  PIC X(2).

      * Rolling 12-month figures for one company's trend.
       01 WS-TREND-COMPANY         PIC X(2).
       01 WS-TREND-SUB             PIC 9(4).
       01 WS-TREND-MONTHS          PIC 9(2).
       01 WS-TREND-TERMS           PIC 9(7).
       01 WS-TREND-AVERAGE-SUM     PIC 9(8)V9.

       01 Report-Data              PIC X(132).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL          PIC X(10).
           05 WS-CL-OPENING        PIC ZZZZZZ9.
           05 WS-CL-HIRES          PIC ZZZZZZ9.
           05 WS-CL-REHIRES        PIC ZZZZZZZ9.
           05 WS-CL-TERM-VOL       PIC ZZZZZZZZ9.
           05 WS-CL-TERM-INV       PIC ZZZZZZZZ9.
           05 WS-CL-TERM-OTH       PIC ZZZZZZZZ9.
           05 WS-CL-XFER-IN        PIC ZZZZZZZ9.
           05 WS-CL-XFER-OUT       PIC ZZZZZZZZ9.
           05 WS-CL-CLOSING        PIC ZZZZZZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 WS-CL-TURNOVER       PIC ZZZ9.9.
           05 WS-CL-TURNOVER-X REDEFINES WS-CL-TURNOVER
                                   PIC X(6).
           05 WS-CL-PERCENT        PIC X(1).
       01 WS-COUNT-EDIT            PIC ZZZZZZ9.
       01 WS-RATE-EDIT             PIC ZZZ9.9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM Read-Headcount-Parm

           OPEN OUTPUT HEADCOUNT-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open headcount report, status '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO Report-Data
           STRING '              HEADCOUNT, HIRES, TERMINATIONS AND '
               'TURNOVER  MONTH ' WS-REPORT-MONTH
               '  (' WS-MONTH-START ' - ' WS-MONTH-END ')'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line

           PERFORM Load-Journal-Transfers
           PERFORM Count-Master-Records
           PERFORM Load-Headcount-History

           MOVE 'CO DEPT   OPENING  HIRES REHIRES TERM-VOL TERM-INV'
               & ' TERM-OTH  XFR-IN  XFR-OUT  CLOSING  TURNOVER'
               TO Report-Data
           PERFORM Write-Report-Line
           PERFORM Print-Unit-Lines
           PERFORM Print-Month-Footing
           PERFORM Save-Headcount-History
           PERFORM Print-Trend

           CLOSE HEADCOUNT-REPORT
           IF HEADCOUNT-HAS-WARNINGS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Headcount-Parm.
      * Default: the calendar month before the run date.
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-REPORT-MONTH =
                   (WS-TODAY-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-REPORT-MONTH =
                   WS-TODAY-YEAR * 100 + WS-TODAY-MONTH - 1
           END-IF
           OPEN INPUT HEADCOUNT-PARM-FILE
           IF PARM-OK
               READ HEADCOUNT-PARM-FILE
                   NOT AT END
                       IF HDP-REPORT-MONTH > 0
                           MOVE HDP-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
           END-IF
           CLOSE HEADCOUNT-PARM-FILE
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
           IF WS-REPORT-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-REPORT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1)
           COMPUTE WS-OPENING-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1)
      * The trend runs over the twelve months ending with this one.
           COMPUTE WS-MONTH-ORDINAL =
               WS-REPORT-YEAR * 12 + WS-REPORT-MM - 1 - 11
           DIVIDE WS-MONTH-ORDINAL BY 12 GIVING WS-TREND-FROM-YEAR
               REMAINDER WS-TREND-FROM-MM
           COMPUTE WS-TREND-FROM-MONTH =
               WS-TREND-FROM-YEAR * 100 + WS-TREND-FROM-MM + 1.

      * Department and company changes, from the rewrites on the
      * journal. A rehire that lands in another department is a
      * hire, not a transfer, so only changes between two employed
      * images count.
       Load-Journal-Transfers.
           OPEN INPUT EMP-JOURNAL
           IF JRNL-NOT-PRESENT
               MOVE 'NOTE: NO MASTER JOURNAL ON FILE - TRANSFERS '
                   & 'NOT COUNTED' TO Report-Data
               PERFORM Write-Report-Line
               SET HEADCOUNT-HAS-WARNINGS TO TRUE
           END-IF
           IF JRNL-OK
               PERFORM UNTIL JRNL-EOF
                   READ EMP-JOURNAL
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           MOVE JRNL-RUN-STAMP (1:6) TO WS-JRNL-MONTH
                           IF WS-FIRST-JRNL-MONTH = 0
                               MOVE WS-JRNL-MONTH
                                   TO WS-FIRST-JRNL-MONTH
                           END-IF
                           IF JRNL-ACTION-REWRITE AND
                               WS-JRNL-MONTH >= WS-REPORT-MONTH
                               PERFORM Check-Journal-Transfer
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FIRST-JRNL-MONTH > WS-REPORT-MONTH
                   MOVE 'NOTE: MASTER JOURNAL STARTS AFTER THE MONTH '
                       & 'BEGAN - TRANSFERS MAY BE INCOMPLETE'
                       TO Report-Data
                   PERFORM Write-Report-Line
                   SET HEADCOUNT-HAS-WARNINGS TO TRUE
               END-IF
           END-IF
           CLOSE EMP-JOURNAL.

       Check-Journal-Transfer.
           MOVE JRNL-BEFORE-IMAGE TO PRIOR-RECORD
           MOVE JRNL-AFTER-IMAGE TO LATER-RECORD
           IF (PRIOR-DEPT-CODE NOT = LATER-DEPT-CODE OR
               PRIOR-COMPANY-CODE NOT = LATER-COMPANY-CODE) AND
               NOT PRIOR-STATUS-TERMINATED AND
               NOT LATER-STATUS-TERMINATED
               PERFORM Find-Transfer-Entry
               IF WS-XFR-FOUND > 0
                   MOVE PRIOR-COMPANY-CODE TO WS-FIND-COMPANY
                   MOVE PRIOR-DEPT-CODE TO WS-FIND-DEPT
                   IF WS-JRNL-MONTH = WS-REPORT-MONTH
                       IF WS-XFR-OPEN-KEY (WS-XFR-FOUND) = SPACES
                           MOVE WS-FIND-KEY
                               TO WS-XFR-OPEN-KEY (WS-XFR-FOUND)
                       END-IF
                       PERFORM Find-Unit
                       IF WS-UNIT-FOUND > 0
                           ADD 1 TO HC-XFER-OUT OF WS-UNIT-ENTRY
                               (WS-UNIT-FOUND)
                       END-IF
                       MOVE LATER-COMPANY-CODE TO WS-FIND-COMPANY
                       MOVE LATER-DEPT-CODE TO WS-FIND-DEPT
                       PERFORM Find-Unit
                       IF WS-UNIT-FOUND > 0
                           ADD 1 TO HC-XFER-IN OF WS-UNIT-ENTRY
                               (WS-UNIT-FOUND)
                       END-IF
                   ELSE
                       IF WS-XFR-CLOSE-KEY (WS-XFR-FOUND) = SPACES
                           MOVE WS-FIND-KEY
                               TO WS-XFR-CLOSE-KEY (WS-XFR-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Find-Transfer-Entry.
           MOVE 0 TO WS-XFR-FOUND
           PERFORM VARYING WS-XFR-SUB FROM 1 BY 1
               UNTIL WS-XFR-SUB > WS-XFR-COUNT OR WS-XFR-FOUND > 0
               IF WS-XFR-EMP-ID (WS-XFR-SUB) = PRIOR-ID
                   MOVE WS-XFR-SUB TO WS-XFR-FOUND
               END-IF
           END-PERFORM
           IF WS-XFR-FOUND = 0
               IF WS-XFR-COUNT < 3000
                   ADD 1 TO WS-XFR-COUNT
                   MOVE PRIOR-ID TO WS-XFR-EMP-ID (WS-XFR-COUNT)
                   MOVE SPACES TO WS-XFR-OPEN-KEY (WS-XFR-COUNT)
                   MOVE SPACES TO WS-XFR-CLOSE-KEY (WS-XFR-COUNT)
                   MOVE WS-XFR-COUNT TO WS-XFR-FOUND
               ELSE
                   DISPLAY 'Transfer table full, employee '
                       PRIOR-ID ' not tracked'
                   SET HEADCOUNT-HAS-WARNINGS TO TRUE
               END-IF
           END-IF.

      * Units are kept in company and department order as they are
      * found, so the report prints straight down the table.
       Find-Unit.
           MOVE 0 TO WS-UNIT-FOUND
           MOVE 1 TO WS-UNIT-SUB
           PERFORM UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
                   OR WS-UNIT-KEY (WS-UNIT-SUB) >= WS-FIND-KEY
               ADD 1 TO WS-UNIT-SUB
           END-PERFORM
           IF WS-UNIT-SUB <= WS-UNIT-COUNT AND
               WS-UNIT-KEY (WS-UNIT-SUB) = WS-FIND-KEY
               MOVE WS-UNIT-SUB TO WS-UNIT-FOUND
           ELSE
               IF WS-UNIT-COUNT < 500
                   PERFORM VARYING WS-MOVE-SUB FROM WS-UNIT-COUNT
                       BY -1 UNTIL WS-MOVE-SUB < WS-UNIT-SUB
                       MOVE WS-UNIT-ENTRY (WS-MOVE-SUB)
                           TO WS-UNIT-ENTRY (WS-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-UNIT-COUNT
                   MOVE WS-FIND-KEY TO WS-UNIT-KEY (WS-UNIT-SUB)
                   INITIALIZE WS-UNIT-COUNTS (WS-UNIT-SUB)
                   MOVE WS-UNIT-SUB TO WS-UNIT-FOUND
               ELSE
                   DISPLAY 'Department table full, ' WS-FIND-KEY
                       ' not counted'
                   SET HEADCOUNT-HAS-WARNINGS TO TRUE
               END-IF
           END-IF.

       Count-Master-Records.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 'EMPLOYEE MASTER COULD NOT BE READ - REPORT '
                   & 'INCOMPLETE' TO Report-Data
               PERFORM Write-Report-Line
               CLOSE HEADCOUNT-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEE-COUNT
                       PERFORM Count-Employee
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       Count-Employee.
           IF EMP-STATUS-TERMINATED AND
               (EMP-TERM-DATE = 0 OR EMP-TERM-DATE < EMP-HIRE-DATE)
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               PERFORM Find-Employee-Units
               MOVE WS-OPENING-DATE TO WS-TEST-DATE
               PERFORM Test-Employed-At
               IF EMPLOYED-ON-TEST-DATE
                   MOVE WS-OPEN-KEY TO WS-FIND-KEY
                   PERFORM Find-Unit
                   IF WS-UNIT-FOUND > 0
                       ADD 1 TO HC-OPENING OF WS-UNIT-ENTRY
                           (WS-UNIT-FOUND)
                   END-IF
               END-IF
               IF EMP-HIRE-DATE >= WS-MONTH-START AND
                   EMP-HIRE-DATE <= WS-MONTH-END
                   MOVE WS-OPEN-KEY TO WS-FIND-KEY
                   PERFORM Find-Unit
                   IF WS-UNIT-FOUND > 0
                       IF EMP-IS-REHIRE
                           ADD 1 TO HC-REHIRES OF WS-UNIT-ENTRY
                               (WS-UNIT-FOUND)
                       ELSE
                           ADD 1 TO HC-HIRES OF WS-UNIT-ENTRY
                               (WS-UNIT-FOUND)
                       END-IF
                   END-IF
               END-IF
               IF EMP-TERM-DATE >= WS-MONTH-START AND
                   EMP-TERM-DATE <= WS-MONTH-END
                   MOVE WS-CLOSE-KEY TO WS-FIND-KEY
                   PERFORM Find-Unit
                   IF WS-UNIT-FOUND > 0
                       EVALUATE TRUE
                           WHEN EMP-TERM-VOLUNTARY
                               ADD 1 TO HC-TERM-VOL OF WS-UNIT-ENTRY
                                   (WS-UNIT-FOUND)
                           WHEN EMP-TERM-INVOLUNTARY
                               ADD 1 TO HC-TERM-INV OF WS-UNIT-ENTRY
                                   (WS-UNIT-FOUND)
                           WHEN OTHER
                               ADD 1 TO HC-TERM-OTH OF WS-UNIT-ENTRY
                                   (WS-UNIT-FOUND)
                       END-EVALUATE
                   END-IF
               END-IF
               MOVE WS-MONTH-END TO WS-TEST-DATE
               PERFORM Test-Employed-At
               IF EMPLOYED-ON-TEST-DATE
                   MOVE WS-CLOSE-KEY TO WS-FIND-KEY
                   PERFORM Find-Unit
                   IF WS-UNIT-FOUND > 0
                       ADD 1 TO HC-CLOSING OF WS-UNIT-ENTRY
                           (WS-UNIT-FOUND)
                   END-IF
               END-IF
           END-IF.

      * The master holds the unit the employee is in now; the journal
      * entries work it back to month end and to the month's start.
       Find-Employee-Units.
           MOVE EMP-COMPANY-CODE TO WS-FIND-COMPANY
           MOVE EMP-DEPT-CODE TO WS-FIND-DEPT
           MOVE WS-FIND-KEY TO WS-CLOSE-KEY
           MOVE 0 TO WS-XFR-FOUND
           PERFORM VARYING WS-XFR-SUB FROM 1 BY 1
               UNTIL WS-XFR-SUB > WS-XFR-COUNT OR WS-XFR-FOUND > 0
               IF WS-XFR-EMP-ID (WS-XFR-SUB) = EMP-ID
                   MOVE WS-XFR-SUB TO WS-XFR-FOUND
               END-IF
           END-PERFORM
           IF WS-XFR-FOUND > 0 AND
               WS-XFR-CLOSE-KEY (WS-XFR-FOUND) NOT = SPACES
               MOVE WS-XFR-CLOSE-KEY (WS-XFR-FOUND) TO WS-CLOSE-KEY
           END-IF
           MOVE WS-CLOSE-KEY TO WS-OPEN-KEY
           IF WS-XFR-FOUND > 0 AND
               WS-XFR-OPEN-KEY (WS-XFR-FOUND) NOT = SPACES
               MOVE WS-XFR-OPEN-KEY (WS-XFR-FOUND) TO WS-OPEN-KEY
           END-IF.

      * Employed at the close of the test date: hired by then and not
      * yet separated. A rehired employee also counts for the time
      * up to the separation before the rehire.
       Test-Employed-At.
           MOVE 'N' TO WS-EMPLOYED
           IF EMP-HIRE-DATE > 0 AND EMP-HIRE-DATE <= WS-TEST-DATE AND
               (EMP-TERM-DATE = 0 OR EMP-TERM-DATE < EMP-HIRE-DATE
                OR EMP-TERM-DATE > WS-TEST-DATE)
               MOVE 'Y' TO WS-EMPLOYED
           END-IF
           IF EMP-IS-REHIRE AND EMP-TERM-DATE > 0 AND
               EMP-TERM-DATE < EMP-HIRE-DATE AND
               EMP-TERM-DATE > WS-TEST-DATE
               MOVE 'Y' TO WS-EMPLOYED
           END-IF.

       Load-Headcount-History.
      * The month's own records are dropped here and replaced from
      * this run's figures.
           OPEN INPUT HEADCOUNT-HISTORY
           IF HIST-OK
               PERFORM UNTIL HIST-EOF
                   READ HEADCOUNT-HISTORY
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           IF HDH-MONTH NOT = WS-REPORT-MONTH
                               IF WS-HIST-COUNT < 3000
                                   ADD 1 TO WS-HIST-COUNT
                                   MOVE HDH-KEY
                                       TO WS-HIST-KEY (WS-HIST-COUNT)
                                   MOVE HDH-COUNTS TO
                                       WS-HIST-COUNTS (WS-HIST-COUNT)
                               ELSE
                                   DISPLAY 'Headcount history over '
                                       '3000 records, ' HDH-KEY
                                       ' dropped'
                                   SET HEADCOUNT-HAS-WARNINGS TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HEADCOUNT-HISTORY.

       Print-Unit-Lines.
           INITIALIZE WS-ALL-COUNTS
           INITIALIZE WS-CO-COUNTS
           IF WS-UNIT-COUNT > 0
               MOVE WS-UNIT-COMPANY (1) TO WS-CURRENT-COMPANY
           END-IF
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-UNIT-COUNT
               IF WS-UNIT-COMPANY (WS-UNIT-SUB) NOT = WS-CURRENT-COMPANY
                   PERFORM Print-Company-Total
                   MOVE WS-UNIT-COMPANY (WS-UNIT-SUB)
                       TO WS-CURRENT-COMPANY
               END-IF
               MOVE WS-UNIT-COUNTS (WS-UNIT-SUB) TO WS-LINE-COUNTS
               MOVE SPACES TO WS-CL-LABEL
               STRING WS-UNIT-COMPANY (WS-UNIT-SUB) ' '
                   WS-UNIT-DEPT (WS-UNIT-SUB)
                   DELIMITED BY SIZE INTO WS-CL-LABEL
               PERFORM Print-Count-Line
               ADD CORRESPONDING WS-LINE-COUNTS TO WS-CO-COUNTS
           END-PERFORM
           IF WS-UNIT-COUNT > 0
               PERFORM Print-Company-Total
           END-IF
           MOVE WS-ALL-COUNTS TO WS-LINE-COUNTS
           MOVE 'ALL COS' TO WS-CL-LABEL
           PERFORM Print-Count-Line
           MOVE '**' TO WS-NEW-HIST-COMPANY
           PERFORM Add-Month-History.

       Print-Company-Total.
           MOVE WS-CO-COUNTS TO WS-LINE-COUNTS
           MOVE SPACES TO WS-CL-LABEL
           STRING WS-CURRENT-COMPANY ' TOTAL'
               DELIMITED BY SIZE INTO WS-CL-LABEL
           PERFORM Print-Count-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-CURRENT-COMPANY TO WS-NEW-HIST-COMPANY
           PERFORM Add-Month-History
           ADD CORRESPONDING WS-CO-COUNTS TO WS-ALL-COUNTS
           INITIALIZE WS-CO-COUNTS.

       Print-Count-Line.
           MOVE HC-OPENING OF WS-LINE-COUNTS TO WS-CL-OPENING
           MOVE HC-HIRES OF WS-LINE-COUNTS TO WS-CL-HIRES
           MOVE HC-REHIRES OF WS-LINE-COUNTS TO WS-CL-REHIRES
           MOVE HC-TERM-VOL OF WS-LINE-COUNTS TO WS-CL-TERM-VOL
           MOVE HC-TERM-INV OF WS-LINE-COUNTS TO WS-CL-TERM-INV
           MOVE HC-TERM-OTH OF WS-LINE-COUNTS TO WS-CL-TERM-OTH
           MOVE HC-XFER-IN OF WS-LINE-COUNTS TO WS-CL-XFER-IN
           MOVE HC-XFER-OUT OF WS-LINE-COUNTS TO WS-CL-XFER-OUT
           MOVE HC-CLOSING OF WS-LINE-COUNTS TO WS-CL-CLOSING
           COMPUTE WS-LINE-TERMS = HC-TERM-VOL OF WS-LINE-COUNTS
               + HC-TERM-INV OF WS-LINE-COUNTS
               + HC-TERM-OTH OF WS-LINE-COUNTS
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (HC-OPENING OF WS-LINE-COUNTS
                + HC-CLOSING OF WS-LINE-COUNTS) / 2
           IF WS-AVERAGE-HEADCOUNT = 0
               MOVE '   N/A' TO WS-CL-TURNOVER-X
               MOVE SPACE TO WS-CL-PERCENT
           ELSE
               COMPUTE WS-TURNOVER-RATE ROUNDED =
                   WS-LINE-TERMS * 100 / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-TURNOVER-RATE
               END-COMPUTE
               MOVE WS-TURNOVER-RATE TO WS-CL-TURNOVER
               MOVE '%' TO WS-CL-PERCENT
           END-IF
           MOVE WS-COUNT-LINE TO Report-Data
           PERFORM Write-Report-Line.

      * The line just printed goes onto the history in key order.
       Add-Month-History.
           MOVE WS-REPORT-MONTH TO WS-NEW-HIST-MONTH
           MOVE 1 TO WS-HIST-SUB
           PERFORM UNTIL WS-HIST-SUB > WS-HIST-COUNT
                   OR WS-HIST-KEY (WS-HIST-SUB) > WS-NEW-HIST-KEY
               ADD 1 TO WS-HIST-SUB
           END-PERFORM
           IF WS-HIST-COUNT < 3000
               PERFORM VARYING WS-MOVE-SUB FROM WS-HIST-COUNT
                   BY -1 UNTIL WS-MOVE-SUB < WS-HIST-SUB
                   MOVE WS-HIST-ENTRY (WS-MOVE-SUB)
                       TO WS-HIST-ENTRY (WS-MOVE-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-HIST-COUNT
               MOVE WS-NEW-HIST-KEY TO WS-HIST-KEY (WS-HIST-SUB)
               MOVE WS-LINE-COUNTS TO WS-HIST-COUNTS (WS-HIST-SUB)
           ELSE
               DISPLAY 'Headcount history full, ' WS-NEW-HIST-KEY
                   ' not kept'
               SET HEADCOUNT-HAS-WARNINGS TO TRUE
           END-IF.

       Print-Month-Footing.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT
           STRING 'MASTER RECORDS READ:        ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-UNDATED-COUNT TO WS-COUNT-EDIT
           STRING 'TERMINATED, NO SEPARATION DATE ON FILE (NOT '
               'COUNTED): ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Save-Headcount-History.
           OPEN OUTPUT HEADCOUNT-HISTORY
           IF NOT HIST-WRITE-OK
               DISPLAY 'Cannot rewrite headcount history, status '
                   WS-HIST-STATUS
               SET HEADCOUNT-HAS-WARNINGS TO TRUE
           ELSE
               PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
                   MOVE WS-HIST-KEY (WS-HIST-SUB) TO HDH-KEY
                   MOVE WS-HIST-COUNTS (WS-HIST-SUB) TO HDH-COUNTS
                   WRITE HEADCOUNT-HISTORY-RECORD
               END-PERFORM
               CLOSE HEADCOUNT-HISTORY
           END-IF.

      * One trend block for every company reported this month, the
      * all-companies figures first.
       Print-Trend.
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
               IF WS-HIST-MONTH (WS-HIST-SUB) = WS-REPORT-MONTH
                   MOVE WS-HIST-COMPANY (WS-HIST-SUB)
                       TO WS-TREND-COMPANY
                   PERFORM Print-Company-Trend
               END-IF
           END-PERFORM.

       Print-Company-Trend.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           IF WS-TREND-COMPANY = '**'
               STRING '12-MONTH TREND - ALL COMPANIES  ('
                   WS-TREND-FROM-MONTH ' - ' WS-REPORT-MONTH ')'
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               STRING '12-MONTH TREND - COMPANY ' WS-TREND-COMPANY
                   '  (' WS-TREND-FROM-MONTH ' - ' WS-REPORT-MONTH ')'
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line
           MOVE 'MONTH     OPENING  HIRES REHIRES TERM-VOL TERM-INV'
               & ' TERM-OTH  XFR-IN  XFR-OUT  CLOSING  TURNOVER'
               TO Report-Data
           PERFORM Write-Report-Line
           MOVE 0 TO WS-TREND-MONTHS
           MOVE 0 TO WS-TREND-TERMS
           MOVE 0 TO WS-TREND-AVERAGE-SUM
           PERFORM VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > WS-HIST-COUNT
               IF WS-HIST-COMPANY (WS-TREND-SUB) = WS-TREND-COMPANY
                   AND WS-HIST-MONTH (WS-TREND-SUB)
                       >= WS-TREND-FROM-MONTH
                   AND WS-HIST-MONTH (WS-TREND-SUB) <= WS-REPORT-MONTH
                   MOVE WS-HIST-COUNTS (WS-TREND-SUB) TO WS-LINE-COUNTS
                   MOVE SPACES TO WS-CL-LABEL
                   MOVE WS-HIST-MONTH (WS-TREND-SUB) TO WS-CL-LABEL
                   PERFORM Print-Count-Line
                   ADD 1 TO WS-TREND-MONTHS
                   ADD WS-LINE-TERMS TO WS-TREND-TERMS
                   ADD WS-AVERAGE-HEADCOUNT TO WS-TREND-AVERAGE-SUM
               END-IF
           END-PERFORM
      * Rolling turnover: the year's separations over the average of
      * the monthly average headcounts on file.
           MOVE SPACES TO Report-Data
           IF WS-TREND-AVERAGE-SUM = 0
               MOVE WS-TREND-MONTHS TO WS-COUNT-EDIT
               STRING 'ROLLING 12-MONTH TURNOVER:   N/A   ('
                   WS-COUNT-EDIT ' MONTHS ON FILE)'
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               COMPUTE WS-TURNOVER-RATE ROUNDED =
                   WS-TREND-TERMS * 100 * WS-TREND-MONTHS
                   / WS-TREND-AVERAGE-SUM
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-TURNOVER-RATE
               END-COMPUTE
               MOVE WS-TURNOVER-RATE TO WS-RATE-EDIT
               MOVE WS-TREND-MONTHS TO WS-COUNT-EDIT
               STRING 'ROLLING 12-MONTH TURNOVER: ' WS-RATE-EDIT
                   '%  (' WS-COUNT-EDIT ' MONTHS ON FILE)'
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE HEADCOUNT-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM HeadcountReport.
