       IDENTIFICATION DIVISION.
       PROGRAM-ID. HrFeedExtract.
      * Outbound payroll-to-HR interface, the return half of
      * HrFeedTranslate - run after each pay cycle and after each
      * run that updates the master, it sends the HR system every
      * employee whose HR-relevant payroll data changed, so HR's pay
      * rates, leave balances, deposit standing and terminations no
      * longer drift until the quarterly spreadsheet reconciliation.
      * The changes are found on the master journal EMPJRNL.DAT:
      * every journal record stamped after the last extract (the run
      * stamp kept on HREXCTL.DAT) names an employee touched since.
      * The employee's master record as it stood before the first
      * of those updates is compared with the master now, field by
      * field over what HR keeps - name, role, department, salary,
      * hourly rate, pay frequency, rating, work state, employment
      * status and leave type, vacation and sick balances, deposit
      * status - so a cycle that only moved the YTD buckets sends
      * nothing, and a change later backed out sends nothing. Record
      * actions on HREXPORT.DAT:
      *   A  added to the master since the last extract
      *   C  changed
      *   S  separated - status changed to terminated
      *   X  removed from the master
      * Roles and departments go back as HR job titles and org units
      * through HRMAP.DAT read in reverse (the first 'J' row naming
      * the role, the first 'O' row naming the department). An
      * employee whose role or department has no mapping is held
      * out and listed on the HREXRPT.DAT report, and the extract
      * stamp is then NOT advanced, so once the mapping is fixed the
      * rerun sends the held records again - the records carry
      * current values, so anything resent loads harmlessly. The
      * file carries the same header and salary-hash trailer as the
      * inbound batches (BATCHCTL) so HR can prove it loaded it all.
      * The run refuses to start while a payroll cycle holds the
      * master - its journal records would be only partly written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTRACT-CONTROL-FILE ASSIGN TO 'HREXCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL EMP-JOURNAL ASSIGN TO 'EMPJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT HR-MAPPING ASSIGN TO 'HRMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HR-EXPORT ASSIGN TO 'HREXPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO 'HREXRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The last extract - the highest journal run stamp it covered,
      * its date, and the records sent.
       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-RECORD.
           05 HXC-LAST-STAMP           PIC X(15).
           05 HXC-LAST-DATE            PIC 9(8).
           05 HXC-LAST-COUNT           PIC 9(5).

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       FD  HR-MAPPING.
       01  HR-MAPPING-RECORD.
           05 HRM-TYPE                 PIC X(1).
               88 HRM-JOB-MAPPING          VALUE 'J'.
               88 HRM-ORG-MAPPING          VALUE 'O'.
           05 HRM-FROM-VALUE           PIC X(30).
           05 HRM-TO-VALUE             PIC X(20).

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

      * HR's import layout - the inbound feed's identifying fields,
      * with the payroll-owned status, leave and deposit fields HR
      * keeps a copy of.
       FD  HR-EXPORT.
       01  HR-EXPORT-RECORD.
           05 HRX-ACTION               PIC X(1).
               88 HRX-ADDED                VALUE 'A'.
               88 HRX-CHANGED              VALUE 'C'.
               88 HRX-SEPARATED            VALUE 'S'.
               88 HRX-REMOVED              VALUE 'X'.
           05 HRX-EMP-ID               PIC 9(5).
           05 HRX-NAME                 PIC X(40).
           05 HRX-JOB-TITLE            PIC X(30).
           05 HRX-ORG-UNIT             PIC X(8).
           05 HRX-SALARY               PIC 9(7)V99.
           05 HRX-HOURLY-RATE          PIC 9(3)V99.
           05 HRX-PAY-FREQUENCY        PIC X(1).
           05 HRX-RATING               PIC 9(1).
           05 HRX-WORK-STATE           PIC X(2).
           05 HRX-EMPLOYMENT-STATUS    PIC X(1).
           05 HRX-STATUS-DATE          PIC 9(8).
           05 HRX-LEAVE-TYPE           PIC X(1).
           05 HRX-VACATION-BALANCE     PIC 9(3)V99.
           05 HRX-SICK-BALANCE         PIC 9(3)V99.
           05 HRX-DEPOSIT-STATUS       PIC X(1).
           05 HRX-CHANGED-DATE         PIC 9(8).
           COPY BATCHCTL.

       FD  EXTRACT-REPORT.
       01  EXTRACT-REPORT-LINE         PIC X(110).

       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS        PIC XX.
           88 CONTROL-OK               VALUE '00'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
           88 JRNL-EOF                 VALUE '10'.
       01 WS-MAP-STATUS            PIC XX.
           88 MAP-OK                   VALUE '00'.
           88 MAP-EOF                  VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-EXPORT-STATUS         PIC XX.
           88 EXPORT-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-LOCK-STATUS           PIC XX.
           88 LOCK-OK                  VALUE '00'.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.
           88 CYCLE-LOCK-BLOCKED       VALUE 'Y'.

      * A journal image laid out as the master record, renamed so it
      * can sit beside the master's own record area.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==PRIOR-RECORD==
               LEADING ==EMP-== BY ==PRIOR-==.

       01 WS-LAST-STAMP            PIC X(15) VALUE LOW-VALUES.
       01 WS-LAST-DATE             PIC 9(8) VALUE 0.
       01 WS-HIGH-STAMP            PIC X(15) VALUE LOW-VALUES.
       01 WS-RUN-STAMP             PIC X(21).
       01 WS-TODAY                 PIC 9(8).

      * In-core mapping table loaded from HRMAP.DAT.
       01 WS-MAP-TABLE.
           05 WS-MAP-COUNT         PIC 9(3) VALUE 0.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-MAP-TYPE          PIC X(1).
               10 WS-MAP-FROM          PIC X(30).
               10 WS-MAP-TO            PIC X(20).
       01 WS-MAP-SUB               PIC 9(3).
       01 WS-MAPPED-TITLE          PIC X(30).
       01 WS-MAPPED-ORG            PIC X(8).
       01 WS-TITLE-FOUND           PIC X.
       01 WS-ORG-FOUND             PIC X.

      * One entry per employee journaled since the last extract: the
      * HR fields as they stood before the first update, the first
      * and last journal actions, the date the employment status
      * last changed, and the date of the latest update.
       01 WS-CHANGE-TABLE.
           05 WS-CHG-COUNT         PIC 9(4) VALUE 0.
           05 WS-CHG-ENTRY OCCURS 3000 TIMES.
               10 WS-CHG-EMP-ID        PIC 9(5).
               10 WS-CHG-FIRST-ACTION  PIC X(1).
               10 WS-CHG-LAST-ACTION   PIC X(1).
               10 WS-CHG-STATUS-DATE   PIC 9(8).
               10 WS-CHG-LAST-DATE     PIC 9(8).
               10 WS-CHG-NAME          PIC X(40).
               10 WS-CHG-ROLE          PIC X(20).
               10 WS-CHG-DEPT          PIC X(4).
               10 WS-CHG-SALARY        PIC 9(7)V99.
               10 WS-CHG-HOURLY-RATE   PIC 9(3)V99.
               10 WS-CHG-PAY-FREQUENCY PIC X(1).
               10 WS-CHG-RATING        PIC 9(1).
               10 WS-CHG-WORK-STATE    PIC X(2).
               10 WS-CHG-STATUS        PIC X(1).
               10 WS-CHG-LEAVE-TYPE    PIC X(1).
               10 WS-CHG-VACATION      PIC 9(3)V99.
               10 WS-CHG-SICK          PIC 9(3)V99.
               10 WS-CHG-DEPOSIT       PIC X(1).
       01 WS-CHG-SUB               PIC 9(4).
       01 WS-CHG-MATCH             PIC 9(4).
       01 WS-CHG-TABLE-FULL        PIC X VALUE 'N'.
           88 CHANGE-TABLE-FULL        VALUE 'Y'.
       01 WS-BEFORE-STATUS         PIC X(1).

       01 WS-CHANGED-FIELDS        PIC X(60).
       01 WS-FIELD-PTR             PIC 9(3).
       01 WS-SENT-COUNT            PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-SAME-COUNT            PIC 9(5) VALUE 0.
       01 WS-JRNL-READ-COUNT       PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL            PIC 9(13) VALUE 0.
       01 Report-Data              PIC X(110).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Check-Cycle-Lock
           IF CYCLE-LOCK-BLOCKED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP (1:8) TO WS-TODAY
           PERFORM Read-Control-Record

           PERFORM Load-Mapping-Table
           IF WS-MAP-COUNT = 0
               DISPLAY 'HR mapping table empty or missing, '
                   'extract stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Collect-Journal-Changes
           IF CHANGE-TABLE-FULL
               DISPLAY 'More than 3000 employees changed since the '
                   'last extract - run stopped, nothing sent'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HR-EXPORT
           IF NOT EXPORT-OK
               DISPLAY 'Cannot open HR export file, status '
                   WS-EXPORT-STATUS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open HR extract report, status '
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE HR-EXPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET BCR-IS-HEADER TO TRUE
           MOVE WS-RUN-STAMP (5:8) TO BCR-BATCH-ID
           MOVE WS-TODAY TO BCR-CREATE-DATE
           MOVE 'PAYROLL' TO BCR-SOURCE
           WRITE BATCH-CONTROL-RECORD

           MOVE '        PAYROLL TO HR EXTRACT' TO Report-Data
           PERFORM Write-Report-Line
           IF WS-LAST-DATE = 0
               STRING 'FIRST EXTRACT - ALL JOURNALED CHANGES  RUN '
                   WS-RUN-STAMP (1:15)
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               STRING 'CHANGES SINCE EXTRACT OF ' WS-LAST-DATE
                   '  RUN ' WS-RUN-STAMP (1:15)
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line
           MOVE 'EMP ID  ACT  RESULT' TO Report-Data
           PERFORM Write-Report-Line

           PERFORM Extract-One-Employee
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT

           SET BCR-IS-TRAILER TO TRUE
           MOVE WS-SENT-COUNT TO BCR-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO BCR-HASH-TOTAL
           WRITE BATCH-CONTROL-RECORD

           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           STRING 'JOURNAL RECORDS READ ' WS-JRNL-READ-COUNT
               '  EMPLOYEES TOUCHED ' WS-CHG-COUNT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           STRING 'SENT ' WS-SENT-COUNT '  NO HR CHANGE '
               WS-SAME-COUNT '  HELD ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           IF WS-HELD-COUNT > 0
               MOVE '*** EXTRACT STAMP NOT ADVANCED - FIX HRMAP.DAT '
                   & 'AND RERUN TO SEND THE HELD RECORDS' TO Report-Data
               PERFORM Write-Report-Line
           END-IF

           CLOSE EMPLOYEE-MASTER
           CLOSE HR-EXPORT
           CLOSE EXTRACT-REPORT
           IF WS-HELD-COUNT = 0
               PERFORM Write-Control-Record
           END-IF
           DISPLAY 'HR extract: ' WS-SENT-COUNT ' sent, '
               WS-HELD-COUNT ' held for mapping'
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Check-Cycle-Lock.
           MOVE 'N' TO WS-LOCK-BLOCKED
           OPEN INPUT RUN-LOCK-FILE
           IF LOCK-OK
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYCLE-IS-LOCKED
                           MOVE 'Y' TO WS-LOCK-BLOCKED
                           DISPLAY 'Payroll cycle for period '
                               LOCK-PAY-PERIOD ' (range '
                               LOCK-FROM-ID '-' LOCK-TO-ID
                               ') has the master since '
                               LOCK-TIMESTAMP ' - run refused'
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-LOCK-FILE.

       Read-Control-Record.
      * No control record yet - the first run sends every change
      * still on the journal.
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF CONTROL-OK
               READ EXTRACT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HXC-LAST-STAMP TO WS-LAST-STAMP
                       MOVE HXC-LAST-DATE TO WS-LAST-DATE
               END-READ
           END-IF
           CLOSE EXTRACT-CONTROL-FILE
           MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.

       Write-Control-Record.
           OPEN OUTPUT EXTRACT-CONTROL-FILE
           IF NOT CONTROL-OK
               DISPLAY 'Cannot rewrite HR extract control, status '
                   WS-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-HIGH-STAMP TO HXC-LAST-STAMP
               MOVE WS-TODAY TO HXC-LAST-DATE
               MOVE WS-SENT-COUNT TO HXC-LAST-COUNT
               WRITE EXTRACT-CONTROL-RECORD
               CLOSE EXTRACT-CONTROL-FILE
           END-IF.

       Load-Mapping-Table.
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT HR-MAPPING
           IF MAP-OK
               PERFORM UNTIL MAP-EOF
                   READ HR-MAPPING
                       AT END
                           SET MAP-EOF TO TRUE
                       NOT AT END
                           IF WS-MAP-COUNT < 200
                               ADD 1 TO WS-MAP-COUNT
                               MOVE HRM-TYPE
                                   TO WS-MAP-TYPE (WS-MAP-COUNT)
                               MOVE HRM-FROM-VALUE
                                   TO WS-MAP-FROM (WS-MAP-COUNT)
                               MOVE HRM-TO-VALUE
                                   TO WS-MAP-TO (WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HR-MAPPING.

       Collect-Journal-Changes.
           OPEN INPUT EMP-JOURNAL
           IF JRNL-OK
               PERFORM UNTIL JRNL-EOF OR CHANGE-TABLE-FULL
                   READ EMP-JOURNAL
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           IF JRNL-RUN-STAMP > WS-LAST-STAMP
                               ADD 1 TO WS-JRNL-READ-COUNT
                               PERFORM Record-Journal-Change
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMP-JOURNAL.

       Record-Journal-Change.
           IF JRNL-RUN-STAMP > WS-HIGH-STAMP
               MOVE JRNL-RUN-STAMP TO WS-HIGH-STAMP
           END-IF
           MOVE 0 TO WS-CHG-MATCH
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-EMP-ID (WS-CHG-SUB) = JRNL-EMP-ID
                   MOVE WS-CHG-SUB TO WS-CHG-MATCH
               END-IF
           END-PERFORM
           MOVE JRNL-BEFORE-IMAGE TO PRIOR-RECORD
           MOVE PRIOR-EMPLOYMENT-STATUS TO WS-BEFORE-STATUS
           IF WS-CHG-MATCH = 0
               IF WS-CHG-COUNT >= 3000
                   SET CHANGE-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-CHG-COUNT
                   MOVE WS-CHG-COUNT TO WS-CHG-MATCH
                   PERFORM Save-Prior-Fields
               END-IF
           END-IF
           IF WS-CHG-MATCH NOT = 0
               MOVE JRNL-ACTION TO WS-CHG-LAST-ACTION (WS-CHG-MATCH)
               MOVE JRNL-RUN-STAMP (1:8)
                   TO WS-CHG-LAST-DATE (WS-CHG-MATCH)
               MOVE JRNL-AFTER-IMAGE TO PRIOR-RECORD
               IF JRNL-ACTION-WRITE OR
                   PRIOR-EMPLOYMENT-STATUS NOT = WS-BEFORE-STATUS
                   MOVE JRNL-RUN-STAMP (1:8)
                       TO WS-CHG-STATUS-DATE (WS-CHG-MATCH)
               END-IF
           END-IF.

       Save-Prior-Fields.
           MOVE JRNL-EMP-ID TO WS-CHG-EMP-ID (WS-CHG-MATCH)
           MOVE JRNL-ACTION TO WS-CHG-FIRST-ACTION (WS-CHG-MATCH)
           MOVE 0 TO WS-CHG-STATUS-DATE (WS-CHG-MATCH)
           MOVE PRIOR-NAME TO WS-CHG-NAME (WS-CHG-MATCH)
           MOVE PRIOR-ROLE TO WS-CHG-ROLE (WS-CHG-MATCH)
           MOVE PRIOR-DEPT-CODE TO WS-CHG-DEPT (WS-CHG-MATCH)
           MOVE PRIOR-SALARY TO WS-CHG-SALARY (WS-CHG-MATCH)
           MOVE PRIOR-HOURLY-RATE TO WS-CHG-HOURLY-RATE (WS-CHG-MATCH)
           MOVE PRIOR-PAY-FREQUENCY
               TO WS-CHG-PAY-FREQUENCY (WS-CHG-MATCH)
           MOVE PRIOR-PERFORMANCE-RATING
               TO WS-CHG-RATING (WS-CHG-MATCH)
           MOVE PRIOR-WORK-STATE TO WS-CHG-WORK-STATE (WS-CHG-MATCH)
           MOVE PRIOR-EMPLOYMENT-STATUS
               TO WS-CHG-STATUS (WS-CHG-MATCH)
           MOVE PRIOR-LEAVE-TYPE TO WS-CHG-LEAVE-TYPE (WS-CHG-MATCH)
           MOVE PRIOR-VACATION-BALANCE
               TO WS-CHG-VACATION (WS-CHG-MATCH)
           MOVE PRIOR-SICK-BALANCE TO WS-CHG-SICK (WS-CHG-MATCH)
           MOVE PRIOR-DEPOSIT-STATUS TO WS-CHG-DEPOSIT (WS-CHG-MATCH).

       Extract-One-Employee.
           MOVE WS-CHG-EMP-ID (WS-CHG-SUB) TO WS-ID-EDIT
           MOVE WS-CHG-EMP-ID (WS-CHG-SUB) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   PERFORM Extract-Removed-Employee
               NOT INVALID KEY
                   PERFORM Extract-Current-Employee
           END-READ.

       Extract-Removed-Employee.
           IF WS-CHG-LAST-ACTION (WS-CHG-SUB) = 'D'
               MOVE SPACES TO HR-EXPORT-RECORD
               MOVE 'X' TO HRX-ACTION
               MOVE WS-CHG-EMP-ID (WS-CHG-SUB) TO HRX-EMP-ID
               MOVE WS-CHG-NAME (WS-CHG-SUB) TO HRX-NAME
               MOVE 0 TO HRX-SALARY
               MOVE 0 TO HRX-HOURLY-RATE
               MOVE 0 TO HRX-RATING
               MOVE 0 TO HRX-STATUS-DATE
               MOVE 0 TO HRX-VACATION-BALANCE
               MOVE 0 TO HRX-SICK-BALANCE
               MOVE WS-CHG-LAST-DATE (WS-CHG-SUB) TO HRX-CHANGED-DATE
               PERFORM Write-Export-Record
               STRING WS-ID-EDIT '   X   SENT - removed from master'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           ELSE
      * Journaled but not on the master, and not by a delete - the
      * master has been restored or rebuilt since; HR is told nothing.
               ADD 1 TO WS-SAME-COUNT
               STRING WS-ID-EDIT '       NOT SENT - journaled but no '
                   'longer on the master'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Extract-Current-Employee.
           PERFORM List-Changed-Fields
           EVALUATE TRUE
               WHEN WS-CHG-FIRST-ACTION (WS-CHG-SUB) = 'W'
                   MOVE 'A' TO HRX-ACTION
               WHEN WS-CHANGED-FIELDS = SPACES
                   MOVE SPACE TO HRX-ACTION
               WHEN EMP-STATUS-TERMINATED AND
                   WS-CHG-STATUS (WS-CHG-SUB) NOT = 'T'
                   MOVE 'S' TO HRX-ACTION
               WHEN OTHER
                   MOVE 'C' TO HRX-ACTION
           END-EVALUATE
           IF HRX-ACTION = SPACE
               ADD 1 TO WS-SAME-COUNT
           ELSE
               PERFORM Map-Role-To-Title
               PERFORM Map-Dept-To-Org
               EVALUATE TRUE
                   WHEN WS-TITLE-FOUND = 'N'
                       ADD 1 TO WS-HELD-COUNT
                       STRING WS-ID-EDIT '   ' HRX-ACTION
                           '   HELD - no HR job title maps to role '
                           EMP-ROLE
                           DELIMITED BY SIZE INTO Report-Data
                       PERFORM Write-Report-Line
                   WHEN WS-ORG-FOUND = 'N'
                       ADD 1 TO WS-HELD-COUNT
                       STRING WS-ID-EDIT '   ' HRX-ACTION
                           '   HELD - no HR org unit maps to dept '
                           EMP-DEPT-CODE
                           DELIMITED BY SIZE INTO Report-Data
                       PERFORM Write-Report-Line
                   WHEN OTHER
                       PERFORM Build-Export-Record
                       PERFORM Write-Export-Record
                       STRING WS-ID-EDIT '   ' HRX-ACTION '   SENT  '
                           WS-CHANGED-FIELDS
                           DELIMITED BY SIZE INTO Report-Data
                       PERFORM Write-Report-Line
               END-EVALUATE
           END-IF.

      * Names the HR fields that differ from the pre-change image,
      * for the report and to decide whether HR needs the record.
       List-Changed-Fields.
           MOVE SPACES TO WS-CHANGED-FIELDS
           MOVE 1 TO WS-FIELD-PTR
           IF EMP-NAME NOT = WS-CHG-NAME (WS-CHG-SUB)
               STRING 'NAME ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           IF EMP-ROLE NOT = WS-CHG-ROLE (WS-CHG-SUB)
               STRING 'ROLE ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           IF EMP-DEPT-CODE NOT = WS-CHG-DEPT (WS-CHG-SUB)
               STRING 'DEPT ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           IF EMP-SALARY NOT = WS-CHG-SALARY (WS-CHG-SUB) OR
               EMP-HOURLY-RATE NOT = WS-CHG-HOURLY-RATE (WS-CHG-SUB)
               OR EMP-PAY-FREQUENCY
                   NOT = WS-CHG-PAY-FREQUENCY (WS-CHG-SUB)
               STRING 'PAY-RATE ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           IF EMP-PERFORMANCE-RATING NOT = WS-CHG-RATING (WS-CHG-SUB)
               STRING 'RATING ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           IF EMP-WORK-STATE NOT = WS-CHG-WORK-STATE (WS-CHG-SUB)
               STRING 'STATE ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           IF EMP-EMPLOYMENT-STATUS NOT = WS-CHG-STATUS (WS-CHG-SUB)
               OR EMP-LEAVE-TYPE NOT = WS-CHG-LEAVE-TYPE (WS-CHG-SUB)
               STRING 'STATUS ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           IF EMP-VACATION-BALANCE NOT = WS-CHG-VACATION (WS-CHG-SUB)
               OR EMP-SICK-BALANCE NOT = WS-CHG-SICK (WS-CHG-SUB)
               STRING 'LEAVE ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           IF EMP-DEPOSIT-STATUS NOT = WS-CHG-DEPOSIT (WS-CHG-SUB)
               STRING 'DEPOSIT ' DELIMITED BY SIZE
                   INTO WS-CHANGED-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF.

       Map-Role-To-Title.
           MOVE 'N' TO WS-TITLE-FOUND
           MOVE SPACES TO WS-MAPPED-TITLE
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-TITLE-FOUND = 'Y'
               IF WS-MAP-TYPE (WS-MAP-SUB) = 'J' AND
                   WS-MAP-TO (WS-MAP-SUB) = EMP-ROLE
                   MOVE WS-MAP-FROM (WS-MAP-SUB) TO WS-MAPPED-TITLE
                   MOVE 'Y' TO WS-TITLE-FOUND
               END-IF
           END-PERFORM.

       Map-Dept-To-Org.
           MOVE 'N' TO WS-ORG-FOUND
           MOVE SPACES TO WS-MAPPED-ORG
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT OR WS-ORG-FOUND = 'Y'
               IF WS-MAP-TYPE (WS-MAP-SUB) = 'O' AND
                   WS-MAP-TO (WS-MAP-SUB) (1:4) = EMP-DEPT-CODE
                   MOVE WS-MAP-FROM (WS-MAP-SUB) (1:8) TO WS-MAPPED-ORG
                   MOVE 'Y' TO WS-ORG-FOUND
               END-IF
           END-PERFORM.

       Build-Export-Record.
           MOVE EMP-ID TO HRX-EMP-ID
           MOVE EMP-NAME TO HRX-NAME
           MOVE WS-MAPPED-TITLE TO HRX-JOB-TITLE
           MOVE WS-MAPPED-ORG TO HRX-ORG-UNIT
           MOVE EMP-SALARY TO HRX-SALARY
           MOVE EMP-HOURLY-RATE TO HRX-HOURLY-RATE
           MOVE EMP-PAY-FREQUENCY TO HRX-PAY-FREQUENCY
           MOVE EMP-PERFORMANCE-RATING TO HRX-RATING
           MOVE EMP-WORK-STATE TO HRX-WORK-STATE
           MOVE EMP-EMPLOYMENT-STATUS TO HRX-EMPLOYMENT-STATUS
           MOVE WS-CHG-STATUS-DATE (WS-CHG-SUB) TO HRX-STATUS-DATE
           MOVE EMP-LEAVE-TYPE TO HRX-LEAVE-TYPE
           MOVE EMP-VACATION-BALANCE TO HRX-VACATION-BALANCE
           MOVE EMP-SICK-BALANCE TO HRX-SICK-BALANCE
           MOVE EMP-DEPOSIT-STATUS TO HRX-DEPOSIT-STATUS
           MOVE WS-CHG-LAST-DATE (WS-CHG-SUB) TO HRX-CHANGED-DATE.

       Write-Export-Record.
           WRITE HR-EXPORT-RECORD
           ADD 1 TO WS-SENT-COUNT
      * Same hash BatchCheck accumulates on EMPMAINT: the salary
      * digit string summed as an integer (cents).
           COMPUTE WS-HASH-TOTAL =
               WS-HASH-TOTAL + HRX-SALARY * 100.

       Write-Report-Line.
           WRITE EXTRACT-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM HrFeedExtract.
