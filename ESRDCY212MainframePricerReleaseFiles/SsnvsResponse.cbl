       IDENTIFICATION DIVISION.
       PROGRAM-ID. SsnvsResponse.
      * SSA name/SSN verification, second step - posts the SSA's
      * answers on the SSNVS response file SSNVSRSP.DAT to the
      * master and gives HR its follow-up list. Each response is
      * matched to the employee by the ID carried in the user
      * control data:
      *   - verified, and not shown deceased: the master is marked
      *     verified (V);
      *   - otherwise the master is marked unverified (U) with the
      *     SSA's verification code, or D when the only failure is
      *     the SSA's death indicator;
      *   - an answer about an SSN the master no longer carries, or
      *     older than the employee's latest submission, is listed
      *     and not posted - SsnvsRequest has or will submit the
      *     current details.
      * Posts are journaled like every other master update. The
      * follow-up report SSNVRPT.DAT lists this response's results,
      * each failure with what it means and what HR asks the
      * employee for, then every employee the master still shows
      * unverified, with the days since it was flagged. The run ends
      * with return code 4 when anyone is left unverified and
      * refuses to start while a payroll cycle holds the master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSNVS-RESPONSE-FILE ASSIGN TO 'SSNVSRSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FOLLOWUP-REPORT ASSIGN TO 'SSNVRPT.DAT'
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
       FD  SSNVS-RESPONSE-FILE.
           COPY SSNVSREC.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  FOLLOWUP-REPORT.
       01  FOLLOWUP-REPORT-LINE        PIC X(120).

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       WORKING-STORAGE SECTION.
       01 WS-RESPONSE-STATUS       PIC XX.
           88 RESPONSE-OK              VALUE '00'.
           88 RESPONSE-EOF             VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
       01 WS-JRNL-STAMP            PIC X(15).
       01 WS-LOCK-STATUS           PIC XX.
           88 LOCK-OK                  VALUE '00'.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.
           88 CYCLE-LOCK-BLOCKED       VALUE 'Y'.
       01 WS-SCAN-DONE             PIC X.
           88 MASTER-SCAN-DONE         VALUE 'Y'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-INT             PIC 9(8).
       01 WS-FLAGGED-INT           PIC 9(8).
       01 WS-DAYS-OPEN             PIC 9(5).
       01 WS-SSN-DIGITS            PIC X(9).
       01 WS-NEW-CODE              PIC X(1).
       01 WS-CODE-TEXT             PIC X(36).
       01 WS-ACTION-TEXT           PIC X(44).

      * The still-unverified employees, for the open follow-up list.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-COUNT        PIC 9(4) VALUE 0.
           05 WS-OPEN-ENTRY OCCURS 2000 TIMES.
               10 WS-OPEN-DATE         PIC 9(8).
               10 WS-OPEN-EMP-ID       PIC 9(5).
               10 WS-OPEN-NAME         PIC X(40).
               10 WS-OPEN-CODE         PIC X(1).
       01 WS-OPEN-SUB              PIC 9(4).
       01 WS-OPEN-OVERFLOW         PIC X VALUE 'N'.
           88 OPEN-TABLE-FULL          VALUE 'Y'.

       01 WS-VERIFIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT           PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT         PIC 9(5) VALUE 0.
       01 Report-Data              PIC X(120).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-DAYS-EDIT             PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Check-Cycle-Lock
           IF CYCLE-LOCK-BLOCKED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SSNVS-RESPONSE-FILE
           IF NOT RESPONSE-OK
               DISPLAY 'Cannot open SSNVS response file, status '
                   WS-RESPONSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               CLOSE SSNVS-RESPONSE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FOLLOWUP-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open SSNVS follow-up report, status '
                   WS-REPORT-STATUS
               CLOSE SSNVS-RESPONSE-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
           MOVE WS-JRNL-STAMP (1:8) TO WS-TODAY
           OPEN EXTEND EMP-JOURNAL
           IF NOT JRNL-OK
               DISPLAY 'Cannot open master journal, status '
                   WS-JRNL-STATUS ', SSNVS response run stopped'
               CLOSE SSNVS-RESPONSE-FILE
               CLOSE EMPLOYEE-MASTER
               CLOSE FOLLOWUP-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE '        SSA NAME/SSN VERIFICATION - HR FOLLOW-UP'
               TO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           STRING 'RESPONSE POSTED ' WS-TODAY
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'EMP ID  NAME                                     '
               & 'RESULT' TO Report-Data
           PERFORM Write-Report-Line

           PERFORM UNTIL RESPONSE-EOF
               READ SSNVS-RESPONSE-FILE
                   AT END
                       SET RESPONSE-EOF TO TRUE
                   NOT AT END
                       PERFORM Post-One-Response
               END-READ
           END-PERFORM

           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-VERIFIED-COUNT TO WS-COUNT-EDIT
           STRING 'VERIFIED ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'UNVERIFIED ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-STALE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'SUPERSEDED, NOT POSTED ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'NOT ON MASTER ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           PERFORM List-Open-Followups

           CLOSE SSNVS-RESPONSE-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE FOLLOWUP-REPORT
           CLOSE EMP-JOURNAL
           DISPLAY 'SSNVS response: ' WS-VERIFIED-COUNT
               ' verified, ' WS-FAILED-COUNT ' unverified, '
               WS-OPEN-COUNT ' open follow-ups'
           IF WS-OPEN-COUNT > 0
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

       Post-One-Response.
           MOVE SSV-CTL-EMP-ID TO EMP-ID
           MOVE SSV-CTL-EMP-ID TO WS-ID-EDIT
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO Report-Data
                   STRING WS-ID-EDIT '   '
                       '                                         '
                       'NOT ON MASTER - NOT POSTED'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               NOT INVALID KEY
                   PERFORM Check-Response-Current
           END-READ.

       Check-Response-Current.
           MOVE EMP-SSN (1:3) TO WS-SSN-DIGITS (1:3)
           MOVE EMP-SSN (5:2) TO WS-SSN-DIGITS (4:2)
           MOVE EMP-SSN (8:4) TO WS-SSN-DIGITS (6:4)
           IF WS-SSN-DIGITS NOT = SSV-SSN OR
               (EMP-SSN-VERIFY-PENDING AND
               EMP-SSN-VERIFY-DATE > SSV-CTL-SUBMIT-DATE)
               ADD 1 TO WS-STALE-COUNT
               MOVE SPACES TO Report-Data
               STRING WS-ID-EDIT '   ' EMP-NAME
                   ' SUPERSEDED BY A LATER SUBMISSION - NOT POSTED'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           ELSE
               PERFORM Apply-Response
           END-IF.

       Apply-Response.
           MOVE EMPLOYEE-RECORD TO JRNL-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN SSV-VERIFIED AND NOT SSV-DECEASED
                   SET EMP-SSN-VERIFIED TO TRUE
                   MOVE SPACE TO EMP-SSN-VERIFY-CODE
               WHEN SSV-VERIFIED
                   SET EMP-SSN-UNVERIFIED TO TRUE
                   MOVE 'D' TO EMP-SSN-VERIFY-CODE
               WHEN OTHER
                   SET EMP-SSN-UNVERIFIED TO TRUE
                   MOVE SSV-VERIFY-CODE TO EMP-SSN-VERIFY-CODE
           END-EVALUATE
           MOVE WS-TODAY TO EMP-SSN-VERIFY-DATE
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY 'Rewrite failed for employee ' EMP-ID
                       ', status ' WS-MASTER-STATUS
               NOT INVALID KEY
                   PERFORM Write-Journal-Record
           END-REWRITE
           MOVE SPACES TO Report-Data
           IF EMP-SSN-VERIFIED
               ADD 1 TO WS-VERIFIED-COUNT
               STRING WS-ID-EDIT '   ' EMP-NAME ' VERIFIED'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE EMP-SSN-VERIFY-CODE TO WS-NEW-CODE
               PERFORM Describe-Failure-Code
               STRING WS-ID-EDIT '   ' EMP-NAME ' UNVERIFIED '
                   WS-NEW-CODE ' - ' WS-CODE-TEXT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               MOVE SPACES TO Report-Data
               STRING '        HR: ' WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Describe-Failure-Code.
      * What the SSA's code means, and what HR asks the employee for
      * - a mismatch is never by itself grounds for action against
      * the employee.
           EVALUATE WS-NEW-CODE
               WHEN '1'
                   MOVE 'SSN NOT IN SSA FILES'
                       TO WS-CODE-TEXT
                   MOVE 'VIEW SS CARD, CORRECT SSN IF MISKEYED'
                       TO WS-ACTION-TEXT
               WHEN '2'
               WHEN '3'
               WHEN '4'
               WHEN '7'
                   MOVE 'NAME MATCHES, OTHER DETAILS DO NOT'
                       TO WS-CODE-TEXT
                   MOVE 'CONFIRM DETAILS WITH EMPLOYEE'
                       TO WS-ACTION-TEXT
               WHEN '5'
                   MOVE 'NAME DOES NOT MATCH SSN'
                       TO WS-CODE-TEXT
                   MOVE 'COMPARE NAME TO SS CARD, UPDATE SSA OR HR'
                       TO WS-ACTION-TEXT
               WHEN 'D'
                   MOVE 'SSA SHOWS NUMBER HOLDER DECEASED'
                       TO WS-CODE-TEXT
                   MOVE 'ASK EMPLOYEE TO CONTACT THE SSA'
                       TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'NOT VERIFIED, OTHER REASON'
                       TO WS-CODE-TEXT
                   MOVE 'ASK EMPLOYEE TO CONTACT THE SSA'
                       TO WS-ACTION-TEXT
           END-EVALUATE.

       List-Open-Followups.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE 0 TO EMP-ID
           START EMPLOYEE-MASTER KEY IS GREATER THAN EMP-ID
               INVALID KEY
                   SET MASTER-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL MASTER-SCAN-DONE
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET MASTER-SCAN-DONE TO TRUE
                   NOT AT END
                       IF EMP-SSN-UNVERIFIED
                           PERFORM Add-Open-Followup
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'OPEN FOLLOW-UPS - EVERY EMPLOYEE STILL UNVERIFIED'
               TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'EMP ID  NAME                                     '
               & 'FLAGGED   DAYS  CODE' TO Report-Data
           PERFORM Write-Report-Line
           IF WS-OPEN-COUNT = 0
               MOVE '  NONE' TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM Print-Open-Followup
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
           IF OPEN-TABLE-FULL
               MOVE '  *** MORE THAN 2000 OPEN - LIST INCOMPLETE'
                   TO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Add-Open-Followup.
           IF WS-OPEN-COUNT >= 2000
               SET OPEN-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               MOVE EMP-SSN-VERIFY-DATE TO WS-OPEN-DATE (WS-OPEN-COUNT)
               MOVE EMP-ID TO WS-OPEN-EMP-ID (WS-OPEN-COUNT)
               MOVE EMP-NAME TO WS-OPEN-NAME (WS-OPEN-COUNT)
               MOVE EMP-SSN-VERIFY-CODE TO WS-OPEN-CODE (WS-OPEN-COUNT)
           END-IF.

       Print-Open-Followup.
           MOVE 0 TO WS-DAYS-OPEN
           IF WS-OPEN-DATE (WS-OPEN-SUB) > 0
               COMPUTE WS-FLAGGED-INT = FUNCTION INTEGER-OF-DATE
                   (WS-OPEN-DATE (WS-OPEN-SUB))
               IF WS-TODAY-INT > WS-FLAGGED-INT
                   COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-FLAGGED-INT
               END-IF
           END-IF
           MOVE WS-OPEN-EMP-ID (WS-OPEN-SUB) TO WS-ID-EDIT
           MOVE WS-DAYS-OPEN TO WS-DAYS-EDIT
           MOVE WS-OPEN-CODE (WS-OPEN-SUB) TO WS-NEW-CODE
           PERFORM Describe-Failure-Code
           MOVE SPACES TO Report-Data
           STRING WS-ID-EDIT '   ' WS-OPEN-NAME (WS-OPEN-SUB) ' '
               WS-OPEN-DATE (WS-OPEN-SUB) ' ' WS-DAYS-EDIT '  '
               WS-NEW-CODE ' ' WS-CODE-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Journal-Record.
           MOVE WS-JRNL-STAMP TO JRNL-RUN-STAMP
           MOVE 'SsnvsResponse' TO JRNL-PROGRAM
           SET JRNL-ACTION-REWRITE TO TRUE
           MOVE EMP-ID TO JRNL-EMP-ID
           MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       Write-Report-Line.
           WRITE FOLLOWUP-REPORT-LINE FROM Report-Data.
       END PROGRAM SsnvsResponse.
