       IDENTIFICATION DIVISION.
       PROGRAM-ID. SsnvsRequest.
      * SSA name/SSN verification, first step - builds the SSNVS
      * bulk request file SSNVSREQ.DAT, so a name that does not match
      * the SSA's records is caught at hire instead of returning a
      * year later as a no-match letter against the W-2 file. The
      * employees submitted are those with anything new since the
      * last submission (the run stamp kept on SSNVCTL.DAT):
      *   - every add, rehire, name change and SSN change on the
      *     maintenance audit trail MNTAUDIT.DAT stamped after it;
      *   - every hire and rehire on the new-hire queue NEWHIRE.DAT
      *     still pending state reporting or reported since, unless
      *     the master shows the employee already submitted on or
      *     after the hire date.
      * Each request carries the master's current name and SSN (a
      * later change supersedes an earlier one), and the employee
      * is marked pending on the master - journaled like any other
      * master update - until SsnvsResponse posts the SSA's answer.
      * An employee no longer on the master, or whose SSN is not
      * nine digits, is listed on the control report SSNVREQR.DAT
      * and not submitted. The run refuses to start while a payroll
      * cycle holds the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SSNVS-CONTROL-FILE ASSIGN TO 'SSNVCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL MAINT-AUDIT ASSIGN TO 'MNTAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL NEWHIRE-QUEUE ASSIGN TO 'NEWHIRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SSNVS-REQUEST-FILE ASSIGN TO 'SSNVSREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO 'SSNVREQR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL EMP-JOURNAL ASSIGN TO 'EMPJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The last submission - its run stamp (compared against the
      * audit trail's run stamps), date, and request count.
       FD  SSNVS-CONTROL-FILE.
       01  SSNVS-CONTROL-RECORD.
           05 SVC-LAST-STAMP           PIC X(15).
           05 SVC-LAST-DATE            PIC 9(8).
           05 SVC-LAST-COUNT           PIC 9(5).

      * EmployeeMaint's audit lines: a transaction header ('EMP '
      * id ' ACTION ' code ' RUN ' stamp ...) followed by one
      * '  FIELD ' line per changed field.
       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-LINE            PIC X(132).
       01  MAINT-AUDIT-HEADER REDEFINES MAINT-AUDIT-LINE.
           05 MAH-EMP-LABEL            PIC X(4).
           05 MAH-EMP-ID               PIC X(5).
           05 FILLER                   PIC X(8).
           05 MAH-ACTION               PIC X(1).
           05 FILLER                   PIC X(5).
           05 MAH-RUN-STAMP            PIC X(15).
           05 FILLER                   PIC X(94).
       01  MAINT-AUDIT-FIELD REDEFINES MAINT-AUDIT-LINE.
           05 MAF-FIELD-LABEL          PIC X(8).
           05 MAF-FIELD-NAME           PIC X(12).
           05 FILLER                   PIC X(112).

       FD  NEWHIRE-QUEUE.
           COPY NEWHIRE.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  SSNVS-REQUEST-FILE.
           COPY SSNVSREC.

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE         PIC X(100).

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS        PIC XX.
           88 CONTROL-OK               VALUE '00'.
       01 WS-AUDIT-STATUS          PIC XX.
           88 AUDIT-OK                 VALUE '00'.
           88 AUDIT-EOF                VALUE '10'.
       01 WS-QUEUE-STATUS          PIC XX.
           88 QUEUE-OK                 VALUE '00'.
           88 QUEUE-EOF                VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-REQUEST-STATUS        PIC XX.
           88 REQUEST-OK               VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
       01 WS-JRNL-STAMP            PIC X(15).
       01 WS-LOCK-STATUS           PIC XX.
           88 LOCK-OK                  VALUE '00'.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.
           88 CYCLE-LOCK-BLOCKED       VALUE 'Y'.

       01 WS-LAST-STAMP            PIC X(15) VALUE LOW-VALUES.
       01 WS-LAST-DATE             PIC 9(8) VALUE 0.
       01 WS-TODAY                 PIC 9(8).

      * The audit header being read - its field lines belong to it.
       01 WS-AUDIT-EMP-ID          PIC X(5) VALUE SPACES.
       01 WS-AUDIT-IS-NEW          PIC X VALUE 'N'.
           88 AUDIT-AFTER-LAST         VALUE 'Y'.

      * The employees to submit, each once. Forced entries came off
      * the audit trail; the others off the new-hire queue, with
      * the hire date that must postdate any earlier submission.
       01 WS-SELECT-TABLE.
           05 WS-SEL-COUNT         PIC 9(4) VALUE 0.
           05 WS-SEL-ENTRY OCCURS 2000 TIMES.
               10 WS-SEL-EMP-ID        PIC 9(5).
               10 WS-SEL-FORCED        PIC X(1).
               10 WS-SEL-HIRE-DATE     PIC 9(8).
       01 WS-SEL-SUB               PIC 9(4).
       01 WS-SEL-FOUND             PIC 9(4).
       01 WS-SEL-OVERFLOW          PIC X VALUE 'N'.
           88 SELECT-TABLE-FULL        VALUE 'Y'.
       01 WS-NEW-EMP-ID            PIC 9(5).
       01 WS-NEW-FORCED            PIC X(1).
       01 WS-NEW-HIRE-DATE         PIC 9(8).

      * The master name split into the SSA's last/first/middle -
      * either "LAST, FIRST MIDDLE" or "FIRST [MIDDLE] LAST".
       01 WS-NAME-WORK             PIC X(40).
       01 WS-NAME-REST             PIC X(40).
       01 WS-NAME-PART-1           PIC X(20).
       01 WS-NAME-PART-2           PIC X(20).
       01 WS-NAME-PART-3           PIC X(20).
       01 WS-NAME-PARTS            PIC 9(2).
       01 WS-COMMA-COUNT           PIC 9(2).
       01 WS-SSN-DIGITS            PIC X(9).

       01 WS-SUBMIT-COUNT          PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT            PIC 9(5) VALUE 0.
       01 WS-ALREADY-COUNT         PIC 9(5) VALUE 0.
       01 Report-Data              PIC X(100).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
      * Pending marks rewrite the master in place - never while a
      * payroll cycle has it.
           PERFORM Check-Cycle-Lock
           IF CYCLE-LOCK-BLOCKED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
           MOVE WS-JRNL-STAMP (1:8) TO WS-TODAY
           PERFORM Read-Control-Record
           PERFORM Select-From-Audit-Trail
           PERFORM Select-From-Newhire-Queue
           IF SELECT-TABLE-FULL
               DISPLAY 'More than 2000 employees to verify - run '
                   'stopped, nothing submitted'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SSNVS-REQUEST-FILE
           IF NOT REQUEST-OK
               DISPLAY 'Cannot open SSNVS request file, status '
                   WS-REQUEST-STATUS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONTROL-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open SSNVS control report, status '
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE SSNVS-REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND EMP-JOURNAL
           IF NOT JRNL-OK
               DISPLAY 'Cannot open master journal, status '
                   WS-JRNL-STATUS ', SSNVS request run stopped'
               CLOSE EMPLOYEE-MASTER
               CLOSE SSNVS-REQUEST-FILE
               CLOSE CONTROL-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE '        SSA NAME/SSN VERIFICATION REQUEST'
               TO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           IF WS-LAST-DATE = 0
               STRING 'FIRST SUBMISSION - RUN ' WS-JRNL-STAMP
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               STRING 'CHANGES SINCE SUBMISSION OF ' WS-LAST-DATE
                   ' - RUN ' WS-JRNL-STAMP
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line
           MOVE 'EMP ID  NAME                                     '
               & 'RESULT' TO Report-Data
           PERFORM Write-Report-Line
           PERFORM Submit-One-Employee
               VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-COUNT

           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-SUBMIT-COUNT TO WS-COUNT-EDIT
           STRING 'SUBMITTED ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'NOT SUBMITTED - SEE ABOVE ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           CLOSE EMPLOYEE-MASTER
           CLOSE SSNVS-REQUEST-FILE
           CLOSE CONTROL-REPORT
           CLOSE EMP-JOURNAL
           PERFORM Write-Control-Record
           DISPLAY 'SSNVS request: ' WS-SUBMIT-COUNT ' submitted, '
               WS-SKIP-COUNT ' not submitted, ' WS-ALREADY-COUNT
               ' already submitted'
           IF WS-SKIP-COUNT > 0
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
      * No control record yet - the first run submits everything on
      * the audit trail and the queue.
           OPEN INPUT SSNVS-CONTROL-FILE
           IF CONTROL-OK
               READ SSNVS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SVC-LAST-STAMP TO WS-LAST-STAMP
                       MOVE SVC-LAST-DATE TO WS-LAST-DATE
               END-READ
           END-IF
           CLOSE SSNVS-CONTROL-FILE.

       Write-Control-Record.
           OPEN OUTPUT SSNVS-CONTROL-FILE
           IF CONTROL-OK
               MOVE WS-JRNL-STAMP TO SVC-LAST-STAMP
               MOVE WS-TODAY TO SVC-LAST-DATE
               MOVE WS-SUBMIT-COUNT TO SVC-LAST-COUNT
               WRITE SSNVS-CONTROL-RECORD
               CLOSE SSNVS-CONTROL-FILE
           ELSE
               DISPLAY 'Cannot write SSNVS control file, status '
                   WS-CONTROL-STATUS ' - next run resubmits these'
           END-IF.

       Select-From-Audit-Trail.
           OPEN INPUT MAINT-AUDIT
           IF AUDIT-OK
               PERFORM UNTIL AUDIT-EOF
                   READ MAINT-AUDIT
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-Audit-Line
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MAINT-AUDIT.

       Check-Audit-Line.
           EVALUATE TRUE
               WHEN MAH-EMP-LABEL = 'EMP '
                   MOVE MAH-EMP-ID TO WS-AUDIT-EMP-ID
                   MOVE 'N' TO WS-AUDIT-IS-NEW
                   IF MAH-RUN-STAMP > WS-LAST-STAMP AND
                       MAH-EMP-ID IS NUMERIC
                       SET AUDIT-AFTER-LAST TO TRUE
                       IF MAH-ACTION = 'A' OR MAH-ACTION = 'R'
                           PERFORM Select-Audited-Employee
                       END-IF
                   END-IF
               WHEN MAF-FIELD-LABEL = '  FIELD '
                   IF AUDIT-AFTER-LAST AND
                       (MAF-FIELD-NAME = 'NAME' OR
                       MAF-FIELD-NAME = 'SSN')
                       PERFORM Select-Audited-Employee
                   END-IF
           END-EVALUATE.

       Select-Audited-Employee.
           MOVE WS-AUDIT-EMP-ID TO WS-NEW-EMP-ID
           MOVE 'Y' TO WS-NEW-FORCED
           MOVE 0 TO WS-NEW-HIRE-DATE
           PERFORM Add-Selection.

       Select-From-Newhire-Queue.
           OPEN INPUT NEWHIRE-QUEUE
           IF QUEUE-OK
               PERFORM UNTIL QUEUE-EOF
                   READ NEWHIRE-QUEUE
                       AT END
                           SET QUEUE-EOF TO TRUE
                       NOT AT END
                           IF NH-PENDING OR
                               NH-REPORTED-DATE >= WS-LAST-DATE
                               MOVE NH-EMP-ID TO WS-NEW-EMP-ID
                               MOVE 'N' TO WS-NEW-FORCED
                               MOVE NH-HIRE-DATE TO WS-NEW-HIRE-DATE
                               PERFORM Add-Selection
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE NEWHIRE-QUEUE.

       Add-Selection.
           MOVE 0 TO WS-SEL-FOUND
           PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
               UNTIL WS-SEL-SUB > WS-SEL-COUNT OR WS-SEL-FOUND > 0
               IF WS-SEL-EMP-ID (WS-SEL-SUB) = WS-NEW-EMP-ID
                   MOVE WS-SEL-SUB TO WS-SEL-FOUND
               END-IF
           END-PERFORM
           IF WS-SEL-FOUND = 0
               IF WS-SEL-COUNT >= 2000
                   SET SELECT-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-SEL-COUNT
                   MOVE WS-NEW-EMP-ID TO WS-SEL-EMP-ID (WS-SEL-COUNT)
                   MOVE WS-NEW-FORCED TO WS-SEL-FORCED (WS-SEL-COUNT)
                   MOVE WS-NEW-HIRE-DATE
                       TO WS-SEL-HIRE-DATE (WS-SEL-COUNT)
               END-IF
           ELSE
               IF WS-NEW-FORCED = 'Y'
                   MOVE 'Y' TO WS-SEL-FORCED (WS-SEL-FOUND)
               END-IF
               IF WS-NEW-HIRE-DATE > WS-SEL-HIRE-DATE (WS-SEL-FOUND)
                   MOVE WS-NEW-HIRE-DATE
                       TO WS-SEL-HIRE-DATE (WS-SEL-FOUND)
               END-IF
           END-IF.

       Submit-One-Employee.
           MOVE WS-SEL-EMP-ID (WS-SEL-SUB) TO EMP-ID
           MOVE WS-SEL-EMP-ID (WS-SEL-SUB) TO WS-ID-EDIT
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE SPACES TO Report-Data
                   STRING WS-ID-EDIT '   '
                       '                                         '
                       'NOT ON MASTER - NOT SUBMITTED'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               NOT INVALID KEY
                   PERFORM Build-Request
           END-READ.

       Build-Request.
           MOVE EMP-SSN (1:3) TO WS-SSN-DIGITS (1:3)
           MOVE EMP-SSN (5:2) TO WS-SSN-DIGITS (4:2)
           MOVE EMP-SSN (8:4) TO WS-SSN-DIGITS (6:4)
           EVALUATE TRUE
               WHEN WS-SSN-DIGITS NOT NUMERIC
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE SPACES TO Report-Data
                   STRING WS-ID-EDIT '   ' EMP-NAME
                       ' SSN NOT 9 DIGITS - CORRECT AND RESUBMIT'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               WHEN WS-SEL-FORCED (WS-SEL-SUB) = 'N' AND
                   NOT EMP-SSN-NOT-SUBMITTED AND
                   EMP-SSN-VERIFY-DATE >= WS-SEL-HIRE-DATE (WS-SEL-SUB)
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
                   PERFORM Write-Request-Record
           END-EVALUATE.

       Write-Request-Record.
           MOVE SPACES TO SSNVS-RECORD
           MOVE WS-SSN-DIGITS TO SSV-SSN
           MOVE '214' TO SSV-TYPE-CODE
           PERFORM Split-Employee-Name
           MOVE EMP-ID TO SSV-CTL-EMP-ID
           MOVE WS-TODAY TO SSV-CTL-SUBMIT-DATE
           WRITE SSNVS-RECORD

           MOVE EMPLOYEE-RECORD TO JRNL-BEFORE-IMAGE
           SET EMP-SSN-VERIFY-PENDING TO TRUE
           MOVE SPACE TO EMP-SSN-VERIFY-CODE
           MOVE WS-TODAY TO EMP-SSN-VERIFY-DATE
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY 'Rewrite failed for employee ' EMP-ID
                       ', status ' WS-MASTER-STATUS
               NOT INVALID KEY
                   PERFORM Write-Journal-Record
           END-REWRITE
           ADD 1 TO WS-SUBMIT-COUNT
           MOVE SPACES TO Report-Data
           STRING WS-ID-EDIT '   ' EMP-NAME ' SUBMITTED'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Split-Employee-Name.
           MOVE SPACES TO WS-NAME-PART-1 WS-NAME-PART-2 WS-NAME-PART-3
           MOVE 0 TO WS-NAME-PARTS
           MOVE 0 TO WS-COMMA-COUNT
           MOVE FUNCTION TRIM (EMP-NAME) TO WS-NAME-WORK
           INSPECT WS-NAME-WORK TALLYING WS-COMMA-COUNT FOR ALL ','
           IF WS-COMMA-COUNT > 0
               MOVE SPACES TO WS-NAME-REST
               UNSTRING WS-NAME-WORK DELIMITED BY ','
                   INTO WS-NAME-PART-3 WS-NAME-REST
               END-UNSTRING
               MOVE FUNCTION TRIM (WS-NAME-REST) TO WS-NAME-WORK
               UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
                   INTO WS-NAME-PART-1 WS-NAME-PART-2
               END-UNSTRING
           ELSE
               UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
                   INTO WS-NAME-PART-1 WS-NAME-PART-2 WS-NAME-PART-3
                   TALLYING IN WS-NAME-PARTS
               END-UNSTRING
      * Two words are first and last; one word is a last name only.
               EVALUATE TRUE
                   WHEN WS-NAME-PART-3 NOT = SPACES
                       CONTINUE
                   WHEN WS-NAME-PART-2 NOT = SPACES
                       MOVE WS-NAME-PART-2 TO WS-NAME-PART-3
                       MOVE SPACES TO WS-NAME-PART-2
                   WHEN OTHER
                       MOVE WS-NAME-PART-1 TO WS-NAME-PART-3
                       MOVE SPACES TO WS-NAME-PART-1
               END-EVALUATE
           END-IF
           MOVE WS-NAME-PART-3 TO SSV-LAST-NAME
           MOVE WS-NAME-PART-1 TO SSV-FIRST-NAME
           MOVE WS-NAME-PART-2 TO SSV-MIDDLE-NAME.

       Write-Journal-Record.
           MOVE WS-JRNL-STAMP TO JRNL-RUN-STAMP
           MOVE 'SsnvsRequest' TO JRNL-PROGRAM
           SET JRNL-ACTION-REWRITE TO TRUE
           MOVE EMP-ID TO JRNL-EMP-ID
           MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       Write-Report-Line.
           WRITE CONTROL-REPORT-LINE FROM Report-Data.
       END PROGRAM SsnvsRequest.
