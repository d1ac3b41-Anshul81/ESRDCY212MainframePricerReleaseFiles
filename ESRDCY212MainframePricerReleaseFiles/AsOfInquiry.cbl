       IDENTIFICATION DIVISION.
       PROGRAM-ID. AsOfInquiry.
      * Point-in-time master inquiry - what an employee's record
      * looked like at the end of a past date, for the auditors and
      * attorneys who ask. Request cards on ASOFREQ.DAT name one
      * employee ('E') or a department ('D') and the date. The
      * record is rebuilt from the current master by backing the
      * before-images on the master journal out newest-first, back
      * to the first change made after the date: the journal still
      * on EMPJRNL.DAT and the closed years ArchivePurge moved to
      * JRARyyyy.DAT (every archive from the date's year on, absent
      * files skipped). An employee journaled as added after the
      * date was not on the master then; one deleted since is
      * rebuilt from the deletion's before-image. For a department,
      * the employees in it are the ones whose rebuilt record
      * carried the department on the date - transfers in and out
      * since are followed. The W-4 election, which lives on
      * W4ELECT.DAT and not on the master, is rebuilt the same way
      * from the W4HIST.DAT change history. ASOFRPT.DAT shows each
      * rebuilt record, then every master change and W-4 change
      * made to those employees between the date and today, with
      * the run stamp and the program that made it. A journal or
      * W-4 history that starts after the date is flagged - changes
      * before it cannot be backed out. The SSN and the bank and
      * pay-card accounts are masked to their last four digits.
      * Like the other inquiries every card must name its requester
      * and a valid reason code (ACCLOG.cpy) or it is refused, and
      * every lookup goes to the access log ACCLOG.DAT. Return code
      * 4 when a card was refused or a work table filled; 8 when
      * the requests, master, report or access log cannot be
      * opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AS-OF-REQUESTS ASSIGN TO 'ASOFREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL EMP-JOURNAL ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL W4-ELECTION-FILE ASSIGN TO 'W4ELECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECT-STATUS.
           SELECT OPTIONAL W4-HISTORY ASSIGN TO 'W4HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W4HIST-STATUS.
           SELECT AS-OF-REPORT ASSIGN TO 'ASOFRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL ACCESS-LOG ASSIGN TO 'ACCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AS-OF-REQUESTS.
       01  AS-OF-REQUEST-RECORD.
           05 AOR-TYPE                 PIC X(1).
               88 AOR-BY-EMPLOYEE          VALUE 'E'.
               88 AOR-BY-DEPT              VALUE 'D'.
           05 AOR-EMPLOYEE-ID          PIC 9(5).
           05 AOR-DEPT-CODE            PIC X(4).
           05 AOR-AS-OF-DATE           PIC 9(8).
           05 AOR-REQUESTER-ID         PIC X(8).
           05 AOR-REASON-CODE          PIC X(2).

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       FD  W4-ELECTION-FILE.
           COPY W4ELECT.

       FD  W4-HISTORY.
           COPY W4HIST.

       FD  AS-OF-REPORT.
       01  AS-OF-REPORT-LINE           PIC X(132).

       FD  ACCESS-LOG.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS            PIC XX.
           88 REQ-OK                   VALUE '00'.
           88 REQ-EOF                  VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
           88 JRNL-EOF                 VALUE '10'.
       01 WS-ELECT-STATUS          PIC XX.
           88 ELECT-OK                 VALUE '00'.
           88 ELECT-EOF                VALUE '10'.
       01 WS-W4HIST-STATUS         PIC XX.
           88 W4HIST-OK                VALUE '00'.
           88 W4HIST-EOF               VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-LOG-STATUS            PIC XX.
           88 LOG-OK                   VALUE '00' '05'.
       01 WS-RUN-STAMP             PIC X(15).
       01 WS-TODAY                 PIC 9(8).
       01 WS-LOOKUP-SEQ            PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
       01 WS-WARNING-FLAG          PIC X VALUE 'N'.
           88 INQUIRY-HAS-WARNINGS     VALUE 'Y'.

      * The journal files for the request, oldest first: each
      * archive year from the one before the as-of date's, then the
      * live journal.
       01 WS-JOURNAL-FILENAME      PIC X(12) VALUE SPACES.
       01 WS-ARCHIVE-YEAR          PIC 9(4).
       01 WS-TODAY-YEAR            PIC 9(4).
       01 WS-AS-OF-YEAR            PIC 9(4).
       01 WS-SCAN-PASS             PIC X(1).
           88 SCAN-TO-REBUILD          VALUE 'R'.
           88 SCAN-TO-LIST             VALUE 'L'.
       01 WS-FIRST-JRNL-DATE       PIC X(8).
       01 WS-FIRST-W4H-DATE        PIC X(8).

      * One entry per employee in the request with a journaled
      * change after the date: the first such change, and - when it
      * was not the add that created the record - its before-image,
      * the record as the date left it. Backing every later
      * before-image out newest-first ends on that same image, so
      * only the oldest is kept.
       01 WS-REBUILD-TABLE.
           05 WS-RB-COUNT          PIC 9(4) VALUE 0.
           05 WS-RB-ENTRY OCCURS 3000 TIMES.
               10 WS-RB-EMP-ID         PIC 9(5).
               10 WS-RB-FIRST-ACTION   PIC X(1).
               10 WS-RB-FIRST-STAMP    PIC X(15).
               10 WS-RB-FIRST-PROGRAM  PIC X(20).
               10 WS-RB-SELECTED       PIC X(1).
               10 WS-RB-PRINTED        PIC X(1).
               10 WS-RB-IMAGE-SUB      PIC 9(4).
       01 WS-RB-SUB                PIC 9(4).
       01 WS-RB-FOUND              PIC 9(4).
       01 WS-RB-KEY                PIC 9(5).
       01 WS-IMAGE-TABLE.
           05 WS-IMAGE-COUNT       PIC 9(4) VALUE 0.
           05 WS-IMAGE OCCURS 2000 TIMES PIC X(800).
       01 WS-TABLE-FULL            PIC X VALUE 'N'.
           88 REBUILD-TABLE-FULL       VALUE 'Y'.

      * Employees reported on for the request - their changes since
      * the date are the ones listed.
       01 WS-SHOWN-TABLE.
           05 WS-SHOWN-COUNT       PIC 9(4) VALUE 0.
           05 WS-SHOWN-ID OCCURS 3000 TIMES PIC 9(5).
       01 WS-SHOWN-SUB             PIC 9(4).
       01 WS-SHOWN-FOUND           PIC X.
           88 EMPLOYEE-WAS-SHOWN       VALUE 'Y'.
       01 WS-SCAN-DONE             PIC X.
           88 MASTER-SCAN-DONE         VALUE 'Y'.
       01 WS-RECORD-NOTE           PIC X(40).
       01 WS-CHANGE-COUNT          PIC 9(5).

      * The rebuilt record, and the two sides of a journaled change,
      * laid out as the master record.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==ASOF-RECORD==
               LEADING ==EMP-== BY ==ASOF-==.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==PRIOR-RECORD==
               LEADING ==EMP-== BY ==PRIOR-==.
           COPY EMPREC REPLACING
               ==EMPLOYEE-RECORD== BY ==LATER-RECORD==
               LEADING ==EMP-== BY ==LATER-==.

      * The W-4 row as the date left it, and the two sides of a W-4
      * change, laid out as the W4ELECT.DAT row.
           COPY W4ELECT REPLACING
               ==W4-ELECTION-RECORD== BY ==ASOF-W4-RECORD==
               LEADING ==W4-== BY ==ASOF-W4-==.
           COPY W4ELECT REPLACING
               ==W4-ELECTION-RECORD== BY ==PRIOR-W4-RECORD==
               LEADING ==W4-== BY ==PRIOR-W4-==.
           COPY W4ELECT REPLACING
               ==W4-ELECTION-RECORD== BY ==LATER-W4-RECORD==
               LEADING ==W4-== BY ==LATER-W4-==.
       01 WS-W4-FOUND              PIC X.
           88 W4-CHANGE-FOUND          VALUE 'Y'.

       01 Report-Data              PIC X(132).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-SSN-MASKED            PIC X(11).
       01 WS-SALARY-EDIT           PIC Z,ZZZ,ZZ9.99.
       01 WS-RATE-EDIT             PIC ZZ9.99.
       01 WS-HOURS-EDIT            PIC ZZ9.99.
       01 WS-HOURS-EDIT-2          PIC ZZ9.99.
       01 WS-YTD-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-YTD-EDIT-2            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT           PIC ZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2         PIC ZZ,ZZ9.99.
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
       01 WS-ACTION-TEXT           PIC X(24).
       01 WS-W4-STATUS-TEXT        PIC X(16).

      * Account masking: the last four characters of the account,
      * the rest starred.
       01 WS-MASK-IN               PIC X(19).
       01 WS-MASK-OUT              PIC X(19).
       01 WS-MASK-LENGTH           PIC 99.
       01 WS-ACCOUNT-MASKED        PIC X(19).
       01 WS-CARD-MASKED           PIC X(19).

      * One field's change within a journaled rewrite.
       01 WS-CHG-FIELD             PIC X(12).
       01 WS-CHG-BEFORE            PIC X(24).
       01 WS-CHG-AFTER             PIC X(24).
       01 WS-FIELDS-CHANGED        PIC 9(2).

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT AS-OF-REQUESTS
           IF NOT REQ-OK
               DISPLAY 'Cannot open as-of requests, status '
                   WS-REQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               CLOSE AS-OF-REQUESTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AS-OF-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open as-of report, status '
                   WS-REPORT-STATUS
               CLOSE AS-OF-REQUESTS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * No lookup is made unless it can be logged.
           OPEN EXTEND ACCESS-LOG
           IF NOT LOG-OK
               DISPLAY 'Cannot open access log, status '
                   WS-LOG-STATUS ' - no inquiries made'
               CLOSE AS-OF-REQUESTS
               CLOSE EMPLOYEE-MASTER
               CLOSE AS-OF-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP (1:8) TO WS-TODAY
           MOVE WS-TODAY (1:4) TO WS-TODAY-YEAR

           MOVE '              POINT-IN-TIME MASTER INQUIRY'
               TO Report-Data
           PERFORM Write-Report-Line

           PERFORM UNTIL REQ-EOF
               READ AS-OF-REQUESTS
                   AT END
                       SET REQ-EOF TO TRUE
                   NOT AT END
                       PERFORM Process-As-Of-Request
               END-READ
           END-PERFORM

           CLOSE AS-OF-REQUESTS
           CLOSE EMPLOYEE-MASTER
           CLOSE AS-OF-REPORT
           CLOSE ACCESS-LOG
           IF WS-REFUSED-COUNT > 0
               DISPLAY WS-REFUSED-COUNT ' as-of cards refused - '
                   'no requester ID or reason code'
           END-IF
           IF WS-REFUSED-COUNT > 0 OR INQUIRY-HAS-WARNINGS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Process-As-Of-Request.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE AOR-EMPLOYEE-ID TO WS-ID-EDIT
           IF AOR-BY-DEPT
               STRING 'REQUEST TYPE ' AOR-TYPE '  DEPT '
                   AOR-DEPT-CODE '  AS OF ' AOR-AS-OF-DATE
                   '  BY ' AOR-REQUESTER-ID
                   '  REASON ' AOR-REASON-CODE
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               STRING 'REQUEST TYPE ' AOR-TYPE '  EMPLOYEE '
                   WS-ID-EDIT '  AS OF ' AOR-AS-OF-DATE
                   '  BY ' AOR-REQUESTER-ID
                   '  REASON ' AOR-REASON-CODE
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line
           PERFORM Start-Access-Log-Entry
           EVALUATE TRUE
               WHEN AOR-REQUESTER-ID = SPACES OR NOT ACC-REASON-VALID
                   MOVE '  REFUSED - REQUESTER ID AND A VALID REASON '
                       & 'CODE (PY AU HR EV LG EE) ARE REQUIRED'
                       TO Report-Data
                   PERFORM Write-Report-Line
                   ADD 1 TO WS-REFUSED-COUNT
                   SET ACC-REQUEST-REFUSED TO TRUE
                   PERFORM Write-Access-Log
               WHEN NOT AOR-BY-EMPLOYEE AND NOT AOR-BY-DEPT
                   MOVE '  UNKNOWN REQUEST TYPE - USE E OR D'
                       TO Report-Data
                   PERFORM Write-Report-Line
                   SET ACC-NONE-FOUND TO TRUE
                   PERFORM Write-Access-Log
               WHEN AOR-AS-OF-DATE NOT NUMERIC
                   MOVE '  AS-OF DATE IS NOT A VALID YYYYMMDD DATE'
                       TO Report-Data
                   PERFORM Write-Report-Line
                   SET ACC-NONE-FOUND TO TRUE
                   PERFORM Write-Access-Log
               WHEN FUNCTION TEST-DATE-YYYYMMDD (AOR-AS-OF-DATE)
                       NOT = 0
                   MOVE '  AS-OF DATE IS NOT A VALID YYYYMMDD DATE'
                       TO Report-Data
                   PERFORM Write-Report-Line
                   SET ACC-NONE-FOUND TO TRUE
                   PERFORM Write-Access-Log
               WHEN OTHER
                   PERFORM Rebuild-As-Of
           END-EVALUATE.

      * Who asked, when, why and for what - the employee or
      * department and the date asked about.
       Start-Access-Log-Entry.
           ADD 1 TO WS-LOOKUP-SEQ
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-RUN-STAMP TO ACC-RUN-STAMP
           MOVE 'AsOfInquiry' TO ACC-PROGRAM
           MOVE WS-LOOKUP-SEQ TO ACC-LOOKUP-SEQ
           MOVE AOR-REQUESTER-ID TO ACC-REQUESTER-ID
           MOVE AOR-REASON-CODE TO ACC-REASON-CODE
           MOVE AOR-TYPE TO ACC-SEARCH-TYPE
           IF AOR-BY-DEPT
               STRING 'DEPT ' AOR-DEPT-CODE ' AS OF ' AOR-AS-OF-DATE
                   DELIMITED BY SIZE INTO ACC-SEARCH-VALUE
           ELSE
               STRING 'EMP ' AOR-EMPLOYEE-ID ' AS OF '
                   AOR-AS-OF-DATE
                   DELIMITED BY SIZE INTO ACC-SEARCH-VALUE
           END-IF
           MOVE 0 TO ACC-PAY-PERIOD
           MOVE 0 TO ACC-EMPLOYEE-ID.

       Write-Access-Log.
           WRITE ACCESS-LOG-RECORD
           IF NOT LOG-OK
               DISPLAY 'Access log write failed, status '
                   WS-LOG-STATUS ' - inquiry stopped'
               CLOSE AS-OF-REQUESTS
               CLOSE EMPLOYEE-MASTER
               CLOSE AS-OF-REPORT
               CLOSE ACCESS-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Rebuild-As-Of.
           MOVE 0 TO WS-RB-COUNT
           MOVE 0 TO WS-IMAGE-COUNT
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 'N' TO WS-TABLE-FULL
           MOVE SPACES TO WS-FIRST-JRNL-DATE
           SET SCAN-TO-REBUILD TO TRUE
           PERFORM Scan-Journal-Files
           IF REBUILD-TABLE-FULL
               MOVE '  NOTE: MORE CHANGED EMPLOYEES THAN THE WORK '
                   & 'TABLES HOLD - SOME RECORDS MAY SHOW A LATER '
                   & 'STATE' TO Report-Data
               PERFORM Write-Report-Line
               SET INQUIRY-HAS-WARNINGS TO TRUE
           END-IF
           IF WS-FIRST-JRNL-DATE = SPACES
               MOVE '  NOTE: NO MASTER JOURNAL ON FILE - RECORDS ARE '
                   & 'SHOWN AS THEY STAND TODAY' TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               IF WS-FIRST-JRNL-DATE > AOR-AS-OF-DATE
                   STRING '  NOTE: MASTER JOURNAL ON FILE STARTS '
                       WS-FIRST-JRNL-DATE ' - CHANGES BEFORE THEN '
                       'CANNOT BE BACKED OUT'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               END-IF
           END-IF

           STRING '  RECORD AS IT STOOD AT THE END OF '
               AOR-AS-OF-DATE
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           IF AOR-BY-EMPLOYEE
               PERFORM Show-Employee-As-Of
           ELSE
               PERFORM Show-Department-As-Of
           END-IF

           IF WS-SHOWN-COUNT = 0
               SET ACC-NONE-FOUND TO TRUE
               MOVE 0 TO ACC-EMPLOYEE-ID
               PERFORM Write-Access-Log
           ELSE
               MOVE SPACES TO Report-Data
               PERFORM Write-Report-Line
               STRING '  MASTER CHANGES AFTER ' AOR-AS-OF-DATE
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               MOVE 0 TO WS-CHANGE-COUNT
               SET SCAN-TO-LIST TO TRUE
               PERFORM Scan-Journal-Files
               IF WS-CHANGE-COUNT = 0
                   MOVE '    NONE' TO Report-Data
                   PERFORM Write-Report-Line
               END-IF
               MOVE SPACES TO Report-Data
               PERFORM Write-Report-Line
               STRING '  W-4 ELECTION CHANGES AFTER ' AOR-AS-OF-DATE
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               PERFORM List-W4-Changes
           END-IF.

      * The archives a change after the date can sit in - one per
      * closed year from the date's year on - then the live journal.
      * The year before is read too, only to show the journal
      * reaches back past the date; the date test passes over its
      * records, as it does the older years an archive run swept
      * into a later year's file.
       Scan-Journal-Files.
           MOVE AOR-AS-OF-DATE (1:4) TO WS-AS-OF-YEAR
           SUBTRACT 1 FROM WS-AS-OF-YEAR
           PERFORM VARYING WS-ARCHIVE-YEAR FROM WS-AS-OF-YEAR
               BY 1 UNTIL WS-ARCHIVE-YEAR > WS-TODAY-YEAR
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING 'JRAR' WS-ARCHIVE-YEAR '.DAT'
                   DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
               PERFORM Scan-One-Journal-File
           END-PERFORM
           MOVE 'EMPJRNL.DAT' TO WS-JOURNAL-FILENAME
           PERFORM Scan-One-Journal-File.

       Scan-One-Journal-File.
           OPEN INPUT EMP-JOURNAL
           IF JRNL-OK
               PERFORM UNTIL JRNL-EOF
                   READ EMP-JOURNAL
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           IF WS-FIRST-JRNL-DATE = SPACES
                               MOVE JRNL-RUN-STAMP (1:8)
                                   TO WS-FIRST-JRNL-DATE
                           END-IF
                           IF JRNL-RUN-STAMP (1:8) > AOR-AS-OF-DATE
                               IF SCAN-TO-REBUILD
                                   PERFORM Collect-Journal-Record
                               ELSE
                                   PERFORM List-Journal-Record
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMP-JOURNAL.

      * Only an employee's first change after the date matters to
      * the rebuild. For a department the before-image of that
      * change says whether the employee was in it on the date.
       Collect-Journal-Record.
           IF AOR-BY-DEPT OR JRNL-EMP-ID = AOR-EMPLOYEE-ID
               MOVE JRNL-EMP-ID TO WS-RB-KEY
               PERFORM Find-Rebuild-Entry
               IF WS-RB-FOUND = 0
                   PERFORM Add-Rebuild-Entry
               END-IF
           END-IF.

      * WS-RB-KEY in, WS-RB-FOUND out - the entry's subscript, or
      * zero when the employee has no journaled change after the
      * date.
       Find-Rebuild-Entry.
           MOVE 0 TO WS-RB-FOUND
           PERFORM VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT OR WS-RB-FOUND > 0
               IF WS-RB-EMP-ID (WS-RB-SUB) = WS-RB-KEY
                   MOVE WS-RB-SUB TO WS-RB-FOUND
               END-IF
           END-PERFORM.

       Add-Rebuild-Entry.
           IF WS-RB-COUNT >= 3000
               SET REBUILD-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-SUB
               MOVE JRNL-EMP-ID TO WS-RB-EMP-ID (WS-RB-SUB)
               MOVE JRNL-ACTION TO WS-RB-FIRST-ACTION (WS-RB-SUB)
               MOVE JRNL-RUN-STAMP TO WS-RB-FIRST-STAMP (WS-RB-SUB)
               MOVE JRNL-PROGRAM TO WS-RB-FIRST-PROGRAM (WS-RB-SUB)
               MOVE 'N' TO WS-RB-SELECTED (WS-RB-SUB)
               MOVE 'N' TO WS-RB-PRINTED (WS-RB-SUB)
               MOVE 0 TO WS-RB-IMAGE-SUB (WS-RB-SUB)
               IF NOT JRNL-ACTION-WRITE
                   MOVE JRNL-BEFORE-IMAGE TO PRIOR-RECORD
                   IF AOR-BY-EMPLOYEE
                       OR PRIOR-DEPT-CODE = AOR-DEPT-CODE
                       PERFORM Keep-Rebuilt-Image
                   END-IF
               END-IF
           END-IF.

       Keep-Rebuilt-Image.
           IF WS-IMAGE-COUNT >= 2000
               SET REBUILD-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-IMAGE-COUNT
               MOVE JRNL-BEFORE-IMAGE TO WS-IMAGE (WS-IMAGE-COUNT)
               MOVE WS-IMAGE-COUNT TO WS-RB-IMAGE-SUB (WS-RB-SUB)
               MOVE 'Y' TO WS-RB-SELECTED (WS-RB-SUB)
           END-IF.

      * One employee: the rebuilt image when the record changed
      * after the date, otherwise the record as it stands.
       Show-Employee-As-Of.
           MOVE AOR-EMPLOYEE-ID TO WS-RB-KEY
           PERFORM Find-Rebuild-Entry
           IF WS-RB-FOUND > 0
               MOVE WS-RB-FOUND TO WS-RB-SUB
               IF WS-RB-IMAGE-SUB (WS-RB-SUB) > 0
                   MOVE WS-IMAGE (WS-RB-IMAGE-SUB (WS-RB-SUB))
                       TO ASOF-RECORD
                   PERFORM Describe-Rebuilt-Record
                   PERFORM Print-As-Of-Record
               ELSE
                   MOVE AOR-EMPLOYEE-ID TO WS-ID-EDIT
                   STRING '    EMPLOYEE ' WS-ID-EDIT
                       ' WAS NOT ON THE MASTER - ADDED '
                       WS-RB-FIRST-STAMP (WS-RB-SUB) (1:8) ' BY '
                       WS-RB-FIRST-PROGRAM (WS-RB-SUB)
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
                   MOVE AOR-EMPLOYEE-ID TO ASOF-ID
                   PERFORM Note-Employee-Shown
                   SET ACC-NONE-FOUND TO TRUE
                   MOVE AOR-EMPLOYEE-ID TO ACC-EMPLOYEE-ID
                   PERFORM Write-Access-Log
               END-IF
           ELSE
               MOVE AOR-EMPLOYEE-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE '    NOT ON THE MASTER AND NO CHANGE '
                           & 'JOURNALED SINCE THE DATE'
                           TO Report-Data
                       PERFORM Write-Report-Line
                   NOT INVALID KEY
                       MOVE EMPLOYEE-RECORD TO ASOF-RECORD
                       MOVE '(UNCHANGED SINCE)' TO WS-RECORD-NOTE
                       PERFORM Print-As-Of-Record
               END-READ
           END-IF.

      * A department: the master in key order, each employee either
      * rebuilt or as it stands, then anyone in the department on
      * the date who has since been deleted from the master.
       Show-Department-As-Of.
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
                       PERFORM Show-Master-Employee
               END-READ
           END-PERFORM
           PERFORM VARYING WS-RB-SUB FROM 1 BY 1
               UNTIL WS-RB-SUB > WS-RB-COUNT
               IF WS-RB-SELECTED (WS-RB-SUB) = 'Y'
                   AND WS-RB-PRINTED (WS-RB-SUB) = 'N'
                   MOVE WS-IMAGE (WS-RB-IMAGE-SUB (WS-RB-SUB))
                       TO ASOF-RECORD
                   PERFORM Describe-Rebuilt-Record
                   PERFORM Print-As-Of-Record
               END-IF
           END-PERFORM
           IF WS-SHOWN-COUNT = 0
               MOVE '    NO EMPLOYEES IN THE DEPARTMENT ON THE DATE'
                   TO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Show-Master-Employee.
           MOVE EMP-ID TO WS-RB-KEY
           PERFORM Find-Rebuild-Entry
           IF WS-RB-FOUND > 0
               MOVE WS-RB-FOUND TO WS-RB-SUB
               IF WS-RB-SELECTED (WS-RB-SUB) = 'Y'
                   MOVE WS-IMAGE (WS-RB-IMAGE-SUB (WS-RB-SUB))
                       TO ASOF-RECORD
                   PERFORM Describe-Rebuilt-Record
                   PERFORM Print-As-Of-Record
               END-IF
           ELSE
               IF EMP-DEPT-CODE = AOR-DEPT-CODE
                   MOVE EMPLOYEE-RECORD TO ASOF-RECORD
                   MOVE '(UNCHANGED SINCE)' TO WS-RECORD-NOTE
                   PERFORM Print-As-Of-Record
               END-IF
           END-IF.

       Describe-Rebuilt-Record.
           MOVE 'Y' TO WS-RB-PRINTED (WS-RB-SUB)
           IF WS-RB-FIRST-ACTION (WS-RB-SUB) = 'D'
               MOVE '(REBUILT - SINCE DELETED FROM MASTER)'
                   TO WS-RECORD-NOTE
           ELSE
               MOVE '(REBUILT FROM THE JOURNAL)' TO WS-RECORD-NOTE
           END-IF.

       Print-As-Of-Record.
           PERFORM Note-Employee-Shown
           SET ACC-RECORD-RETURNED TO TRUE
           MOVE ASOF-ID TO ACC-EMPLOYEE-ID
           PERFORM Write-Access-Log

           MOVE ASOF-ID TO WS-ID-EDIT
           STRING 'XXX-XX-' ASOF-SSN (8:4)
               DELIMITED BY SIZE INTO WS-SSN-MASKED
           STRING '    ' WS-ID-EDIT '  ' ASOF-NAME '  '
               WS-SSN-MASKED '  STATUS ' ASOF-EMPLOYMENT-STATUS
               '  ' WS-RECORD-NOTE
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           STRING '          ROLE ' ASOF-ROLE '  DEPT '
               ASOF-DEPT-CODE '  COMPANY ' ASOF-COMPANY-CODE
               '  WORK STATE ' ASOF-WORK-STATE
               '  LOCAL TAX ' ASOF-LOCAL-TAX-CODE
               '  FLSA ' ASOF-FLSA-STATUS
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE ASOF-SALARY TO WS-SALARY-EDIT
           MOVE ASOF-HOURLY-RATE TO WS-RATE-EDIT
           STRING '          PAY FREQ ' ASOF-PAY-FREQUENCY
               '  SALARY ' WS-SALARY-EDIT '  HOURLY RATE '
               WS-RATE-EDIT '  RATING ' ASOF-PERFORMANCE-RATING
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE ASOF-BANK-ACCOUNT TO WS-MASK-IN
           PERFORM Mask-Account
           MOVE WS-MASK-OUT TO WS-ACCOUNT-MASKED
           STRING '          BANK ROUTING ' ASOF-BANK-ROUTING
               '  ACCOUNT ' WS-ACCOUNT-MASKED
               '  TYPE ' ASOF-ACCOUNT-TYPE
               '  DEPOSIT STATUS ' ASOF-DEPOSIT-STATUS
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           IF ASOF-PAYCARD-PROGRAM NOT = SPACES
               MOVE ASOF-PAYCARD-ACCOUNT TO WS-MASK-IN
               PERFORM Mask-Account
               MOVE WS-MASK-OUT TO WS-CARD-MASKED
               STRING '          PAY CARD ' ASOF-PAYCARD-PROGRAM
                   '  ACCOUNT ' WS-CARD-MASKED
                   '  STATUS ' ASOF-PAYCARD-STATUS
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF
           STRING '          HIRED ' ASOF-HIRE-DATE
               '  TERMINATED ' ASOF-TERM-DATE
               '  REASON ' ASOF-TERM-REASON
               '  REHIRED ' ASOF-REHIRED
               '  LEAVE ' ASOF-LEAVE-TYPE ' '
               ASOF-LEAVE-START-DATE ' TO ' ASOF-LEAVE-RETURN-DATE
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE ASOF-VACATION-BALANCE TO WS-HOURS-EDIT
           MOVE ASOF-SICK-BALANCE TO WS-HOURS-EDIT-2
           MOVE ASOF-YTD-GROSS TO WS-YTD-EDIT
           MOVE ASOF-YTD-NET TO WS-YTD-EDIT-2
           STRING '          VACATION HOURS ' WS-HOURS-EDIT
               '  SICK HOURS ' WS-HOURS-EDIT-2
               '  YTD GROSS ' WS-YTD-EDIT '  YTD NET ' WS-YTD-EDIT-2
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           STRING '          ADDRESS ' ASOF-ADDRESS
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           PERFORM Show-W4-As-Of.

       Note-Employee-Shown.
           IF WS-SHOWN-COUNT < 3000
               ADD 1 TO WS-SHOWN-COUNT
               MOVE ASOF-ID TO WS-SHOWN-ID (WS-SHOWN-COUNT)
           ELSE
               SET INQUIRY-HAS-WARNINGS TO TRUE
           END-IF.

       Check-Employee-Shown.
           MOVE 'N' TO WS-SHOWN-FOUND
           PERFORM VARYING WS-SHOWN-SUB FROM 1 BY 1
               UNTIL WS-SHOWN-SUB > WS-SHOWN-COUNT
                   OR EMPLOYEE-WAS-SHOWN
               IF WS-SHOWN-ID (WS-SHOWN-SUB) = PRIOR-ID
                   SET EMPLOYEE-WAS-SHOWN TO TRUE
               END-IF
           END-PERFORM.

       Mask-Account.
           MOVE SPACES TO WS-MASK-OUT
           IF WS-MASK-IN NOT = SPACES
               MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-MASK-IN))
                   TO WS-MASK-LENGTH
               IF WS-MASK-LENGTH > 4
                   MOVE ALL '*' TO WS-MASK-OUT (1:WS-MASK-LENGTH - 4)
                   MOVE WS-MASK-IN (WS-MASK-LENGTH - 3:4)
                       TO WS-MASK-OUT (WS-MASK-LENGTH - 3:4)
               ELSE
                   MOVE WS-MASK-IN TO WS-MASK-OUT
               END-IF
           END-IF.

      * The W-4 row on file today, with the first W-4 change after
      * the date backed out of it - its before-image is the row the
      * date left.
       Show-W4-As-Of.
           MOVE SPACES TO ASOF-W4-RECORD
           OPEN INPUT W4-ELECTION-FILE
           IF ELECT-OK
               PERFORM UNTIL ELECT-EOF
                   READ W4-ELECTION-FILE
                       AT END
                           SET ELECT-EOF TO TRUE
                       NOT AT END
                           IF W4-EMPLOYEE-ID = ASOF-ID
                               MOVE W4-ELECTION-RECORD
                                   TO ASOF-W4-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE W4-ELECTION-FILE
           MOVE 'N' TO WS-W4-FOUND
           MOVE SPACES TO WS-FIRST-W4H-DATE
           OPEN INPUT W4-HISTORY
           IF W4HIST-OK
               PERFORM UNTIL W4HIST-EOF
                   READ W4-HISTORY
                       AT END
                           SET W4HIST-EOF TO TRUE
                       NOT AT END
                           IF WS-FIRST-W4H-DATE = SPACES
                               MOVE W4H-RUN-STAMP (1:8)
                                   TO WS-FIRST-W4H-DATE
                           END-IF
                           IF W4H-EMPLOYEE-ID = ASOF-ID
                               AND W4H-RUN-STAMP (1:8)
                                   > AOR-AS-OF-DATE
                               AND NOT W4-CHANGE-FOUND
                               MOVE W4H-BEFORE-IMAGE
                                   TO ASOF-W4-RECORD
                               SET W4-CHANGE-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE W4-HISTORY
           IF ASOF-W4-RECORD = SPACES
               MOVE '          W-4  NO ELECTION ON FILE - DEFAULT '
                   & 'WITHHOLDING' TO Report-Data
           ELSE
               IF ASOF-W4-ELECTION-ACTIVE
                   MOVE 'ACTIVE' TO WS-W4-STATUS-TEXT
               ELSE
                   MOVE 'ENDED - DEFAULT' TO WS-W4-STATUS-TEXT
               END-IF
               MOVE ASOF-W4-DEPENDENT-CREDITS TO WS-AMOUNT-EDIT
               MOVE ASOF-W4-EXTRA-PER-PERIOD TO WS-AMOUNT-EDIT-2
               STRING '          W-4  FILING STATUS '
                   ASOF-W4-FILING-STATUS
                   '  DEPENDENT CREDITS ' WS-AMOUNT-EDIT
                   '  EXTRA PER PERIOD ' WS-AMOUNT-EDIT-2
                   '  ' WS-W4-STATUS-TEXT
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line
           IF WS-FIRST-W4H-DATE = SPACES
               MOVE '          NOTE: NO W-4 CHANGE HISTORY ON FILE - '
                   & 'ELECTION IS SHOWN AS IT STANDS TODAY'
                   TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               IF WS-FIRST-W4H-DATE > AOR-AS-OF-DATE
                   STRING '          NOTE: W-4 CHANGE HISTORY STARTS '
                       WS-FIRST-W4H-DATE ' - W-4 CHANGES BEFORE THEN '
                       'CANNOT BE BACKED OUT'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               END-IF
           END-IF.

      * Every journaled change after the date to an employee
      * reported on, oldest first.
       List-Journal-Record.
           MOVE JRNL-BEFORE-IMAGE TO PRIOR-RECORD
           MOVE JRNL-AFTER-IMAGE TO LATER-RECORD
           MOVE JRNL-EMP-ID TO PRIOR-ID
           PERFORM Check-Employee-Shown
           IF EMPLOYEE-WAS-SHOWN
               ADD 1 TO WS-CHANGE-COUNT
               EVALUATE TRUE
                   WHEN JRNL-ACTION-WRITE
                       MOVE 'ADDED TO THE MASTER' TO WS-ACTION-TEXT
                   WHEN JRNL-ACTION-DELETE
                       MOVE 'DELETED FROM THE MASTER'
                           TO WS-ACTION-TEXT
                   WHEN OTHER
                       MOVE 'CHANGED' TO WS-ACTION-TEXT
               END-EVALUATE
               MOVE JRNL-EMP-ID TO WS-ID-EDIT
               STRING '    ' JRNL-RUN-STAMP (1:8) '-'
                   JRNL-RUN-STAMP (9:6) '  ' JRNL-PROGRAM
                   '  EMP ' WS-ID-EDIT '  ' WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               IF JRNL-ACTION-REWRITE
                   PERFORM List-Changed-Fields
               END-IF
           END-IF.

      * The fields EmployeeMaint's audit trail follows, plus the
      * standing the other programs set. A rewrite touching none of
      * them moved only pay-to-date figures and leave balances.
       List-Changed-Fields.
           MOVE 0 TO WS-FIELDS-CHANGED
           IF PRIOR-NAME NOT = LATER-NAME
               MOVE 'NAME' TO WS-CHG-FIELD
               MOVE PRIOR-NAME TO WS-CHG-BEFORE
               MOVE LATER-NAME TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-SSN NOT = LATER-SSN
               MOVE 'SSN' TO WS-CHG-FIELD
               STRING 'XXX-XX-' PRIOR-SSN (8:4)
                   DELIMITED BY SIZE INTO WS-CHG-BEFORE
               STRING 'XXX-XX-' LATER-SSN (8:4)
                   DELIMITED BY SIZE INTO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-ROLE NOT = LATER-ROLE
               MOVE 'ROLE' TO WS-CHG-FIELD
               MOVE PRIOR-ROLE TO WS-CHG-BEFORE
               MOVE LATER-ROLE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-SALARY NOT = LATER-SALARY
               MOVE 'SALARY' TO WS-CHG-FIELD
               MOVE PRIOR-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-CHG-BEFORE
               MOVE LATER-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-HOURLY-RATE NOT = LATER-HOURLY-RATE
               MOVE 'HOURLY-RATE' TO WS-CHG-FIELD
               MOVE PRIOR-HOURLY-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-CHG-BEFORE
               MOVE LATER-HOURLY-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-HIRE-DATE NOT = LATER-HIRE-DATE
               MOVE 'HIRE-DATE' TO WS-CHG-FIELD
               MOVE PRIOR-HIRE-DATE TO WS-CHG-BEFORE
               MOVE LATER-HIRE-DATE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-DEPT-CODE NOT = LATER-DEPT-CODE
               MOVE 'DEPT' TO WS-CHG-FIELD
               MOVE PRIOR-DEPT-CODE TO WS-CHG-BEFORE
               MOVE LATER-DEPT-CODE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-COMPANY-CODE NOT = LATER-COMPANY-CODE
               MOVE 'COMPANY' TO WS-CHG-FIELD
               MOVE PRIOR-COMPANY-CODE TO WS-CHG-BEFORE
               MOVE LATER-COMPANY-CODE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-WORK-STATE NOT = LATER-WORK-STATE
               MOVE 'WORK-STATE' TO WS-CHG-FIELD
               MOVE PRIOR-WORK-STATE TO WS-CHG-BEFORE
               MOVE LATER-WORK-STATE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-LOCAL-TAX-CODE NOT = LATER-LOCAL-TAX-CODE
               MOVE 'LOCAL-TAX' TO WS-CHG-FIELD
               MOVE PRIOR-LOCAL-TAX-CODE TO WS-CHG-BEFORE
               MOVE LATER-LOCAL-TAX-CODE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-PAY-FREQUENCY NOT = LATER-PAY-FREQUENCY
               MOVE 'PAY-FREQ' TO WS-CHG-FIELD
               MOVE PRIOR-PAY-FREQUENCY TO WS-CHG-BEFORE
               MOVE LATER-PAY-FREQUENCY TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-FLSA-STATUS NOT = LATER-FLSA-STATUS
               MOVE 'FLSA-STATUS' TO WS-CHG-FIELD
               MOVE PRIOR-FLSA-STATUS TO WS-CHG-BEFORE
               MOVE LATER-FLSA-STATUS TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-PERFORMANCE-RATING NOT = LATER-PERFORMANCE-RATING
               MOVE 'RATING' TO WS-CHG-FIELD
               MOVE PRIOR-PERFORMANCE-RATING TO WS-CHG-BEFORE
               MOVE LATER-PERFORMANCE-RATING TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-BANK-ROUTING NOT = LATER-BANK-ROUTING
               MOVE 'BANK-ROUTING' TO WS-CHG-FIELD
               MOVE PRIOR-BANK-ROUTING TO WS-CHG-BEFORE
               MOVE LATER-BANK-ROUTING TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-BANK-ACCOUNT NOT = LATER-BANK-ACCOUNT
               MOVE 'BANK-ACCOUNT' TO WS-CHG-FIELD
               MOVE PRIOR-BANK-ACCOUNT TO WS-MASK-IN
               PERFORM Mask-Account
               MOVE WS-MASK-OUT TO WS-CHG-BEFORE
               MOVE LATER-BANK-ACCOUNT TO WS-MASK-IN
               PERFORM Mask-Account
               MOVE WS-MASK-OUT TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-ACCOUNT-TYPE NOT = LATER-ACCOUNT-TYPE
               MOVE 'ACCT-TYPE' TO WS-CHG-FIELD
               MOVE PRIOR-ACCOUNT-TYPE TO WS-CHG-BEFORE
               MOVE LATER-ACCOUNT-TYPE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-DEPOSIT-STATUS NOT = LATER-DEPOSIT-STATUS
               MOVE 'DEPOSIT-STAT' TO WS-CHG-FIELD
               MOVE PRIOR-DEPOSIT-STATUS TO WS-CHG-BEFORE
               MOVE LATER-DEPOSIT-STATUS TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-PAYCARD-PROGRAM NOT = LATER-PAYCARD-PROGRAM
               MOVE 'CARD-PROGRAM' TO WS-CHG-FIELD
               MOVE PRIOR-PAYCARD-PROGRAM TO WS-CHG-BEFORE
               MOVE LATER-PAYCARD-PROGRAM TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-PAYCARD-ACCOUNT NOT = LATER-PAYCARD-ACCOUNT
               MOVE 'CARD-ACCOUNT' TO WS-CHG-FIELD
               MOVE PRIOR-PAYCARD-ACCOUNT TO WS-MASK-IN
               PERFORM Mask-Account
               MOVE WS-MASK-OUT TO WS-CHG-BEFORE
               MOVE LATER-PAYCARD-ACCOUNT TO WS-MASK-IN
               PERFORM Mask-Account
               MOVE WS-MASK-OUT TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-PAYCARD-STATUS NOT = LATER-PAYCARD-STATUS
               MOVE 'CARD-STATUS' TO WS-CHG-FIELD
               MOVE PRIOR-PAYCARD-STATUS TO WS-CHG-BEFORE
               MOVE LATER-PAYCARD-STATUS TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-ADDRESS NOT = LATER-ADDRESS
               MOVE 'ADDRESS' TO WS-CHG-FIELD
               MOVE PRIOR-ADDRESS TO WS-CHG-BEFORE
               MOVE LATER-ADDRESS TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-EMPLOYMENT-STATUS NOT = LATER-EMPLOYMENT-STATUS
               MOVE 'EMP-STATUS' TO WS-CHG-FIELD
               MOVE PRIOR-EMPLOYMENT-STATUS TO WS-CHG-BEFORE
               MOVE LATER-EMPLOYMENT-STATUS TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-LEAVE-TYPE NOT = LATER-LEAVE-TYPE
               MOVE 'LEAVE-TYPE' TO WS-CHG-FIELD
               MOVE PRIOR-LEAVE-TYPE TO WS-CHG-BEFORE
               MOVE LATER-LEAVE-TYPE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-LEAVE-START-DATE NOT = LATER-LEAVE-START-DATE
               MOVE 'LEAVE-START' TO WS-CHG-FIELD
               MOVE PRIOR-LEAVE-START-DATE TO WS-CHG-BEFORE
               MOVE LATER-LEAVE-START-DATE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-LEAVE-RETURN-DATE NOT = LATER-LEAVE-RETURN-DATE
               MOVE 'LEAVE-RETURN' TO WS-CHG-FIELD
               MOVE PRIOR-LEAVE-RETURN-DATE TO WS-CHG-BEFORE
               MOVE LATER-LEAVE-RETURN-DATE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-TERM-DATE NOT = LATER-TERM-DATE
               MOVE 'TERM-DATE' TO WS-CHG-FIELD
               MOVE PRIOR-TERM-DATE TO WS-CHG-BEFORE
               MOVE LATER-TERM-DATE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-TERM-REASON NOT = LATER-TERM-REASON
               MOVE 'TERM-REASON' TO WS-CHG-FIELD
               MOVE PRIOR-TERM-REASON TO WS-CHG-BEFORE
               MOVE LATER-TERM-REASON TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-REHIRED NOT = LATER-REHIRED
               MOVE 'REHIRED' TO WS-CHG-FIELD
               MOVE PRIOR-REHIRED TO WS-CHG-BEFORE
               MOVE LATER-REHIRED TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-DEATH-DATE NOT = LATER-DEATH-DATE
               MOVE 'DEATH-DATE' TO WS-CHG-FIELD
               MOVE PRIOR-DEATH-DATE TO WS-CHG-BEFORE
               MOVE LATER-DEATH-DATE TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF WS-FIELDS-CHANGED = 0
               MOVE '          PAY-TO-DATE FIGURES AND LEAVE BALANCES '
                   & 'ONLY' TO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Print-Field-Change.
           ADD 1 TO WS-FIELDS-CHANGED
           STRING '          FIELD ' WS-CHG-FIELD
               ' BEFORE ' WS-CHG-BEFORE
               ' AFTER ' WS-CHG-AFTER
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO WS-CHG-BEFORE
           MOVE SPACES TO WS-CHG-AFTER.

      * W-4 changes after the date to the employees reported on.
       List-W4-Changes.
           MOVE 0 TO WS-CHANGE-COUNT
           OPEN INPUT W4-HISTORY
           IF W4HIST-OK
               PERFORM UNTIL W4HIST-EOF
                   READ W4-HISTORY
                       AT END
                           SET W4HIST-EOF TO TRUE
                       NOT AT END
                           MOVE W4H-EMPLOYEE-ID TO PRIOR-ID
                           IF W4H-RUN-STAMP (1:8) > AOR-AS-OF-DATE
                               PERFORM Check-Employee-Shown
                               IF EMPLOYEE-WAS-SHOWN
                                   PERFORM Print-W4-Change
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE W4-HISTORY
           IF WS-CHANGE-COUNT = 0
               MOVE '    NONE' TO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Print-W4-Change.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE W4H-BEFORE-IMAGE TO PRIOR-W4-RECORD
           MOVE W4H-AFTER-IMAGE TO LATER-W4-RECORD
           MOVE W4H-EMPLOYEE-ID TO WS-ID-EDIT
           STRING '    ' W4H-RUN-STAMP (1:8) '-'
               W4H-RUN-STAMP (9:6) '  ' W4H-PROGRAM
               '  EMP ' WS-ID-EDIT '  W-4 CHANGED'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE 0 TO WS-FIELDS-CHANGED
           IF PRIOR-W4-RECORD = SPACES
               MOVE 'FILING' TO WS-CHG-FIELD
               MOVE 'NO ELECTION' TO WS-CHG-BEFORE
               MOVE LATER-W4-FILING-STATUS TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           ELSE
               IF PRIOR-W4-FILING-STATUS NOT = LATER-W4-FILING-STATUS
                   MOVE 'FILING' TO WS-CHG-FIELD
                   MOVE PRIOR-W4-FILING-STATUS TO WS-CHG-BEFORE
                   MOVE LATER-W4-FILING-STATUS TO WS-CHG-AFTER
                   PERFORM Print-Field-Change
               END-IF
               IF PRIOR-W4-STATUS NOT = LATER-W4-STATUS
                   MOVE 'W4-STATUS' TO WS-CHG-FIELD
                   MOVE PRIOR-W4-STATUS TO WS-CHG-BEFORE
                   MOVE LATER-W4-STATUS TO WS-CHG-AFTER
                   PERFORM Print-Field-Change
               END-IF
           END-IF
           IF PRIOR-W4-RECORD = SPACES OR
               PRIOR-W4-DEPENDENT-CREDITS
                   NOT = LATER-W4-DEPENDENT-CREDITS
               MOVE 'DEP-CREDITS' TO WS-CHG-FIELD
               IF PRIOR-W4-RECORD NOT = SPACES
                   MOVE PRIOR-W4-DEPENDENT-CREDITS TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-CHG-BEFORE
               END-IF
               MOVE LATER-W4-DEPENDENT-CREDITS TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF PRIOR-W4-RECORD = SPACES OR
               PRIOR-W4-EXTRA-PER-PERIOD
                   NOT = LATER-W4-EXTRA-PER-PERIOD
               MOVE 'EXTRA' TO WS-CHG-FIELD
               IF PRIOR-W4-RECORD NOT = SPACES
                   MOVE PRIOR-W4-EXTRA-PER-PERIOD TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-CHG-BEFORE
               END-IF
               MOVE LATER-W4-EXTRA-PER-PERIOD TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-CHG-AFTER
               PERFORM Print-Field-Change
           END-IF
           IF WS-FIELDS-CHANGED = 0
               MOVE '          ELECTION RE-FILED UNCHANGED'
                   TO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE AS-OF-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM AsOfInquiry.
