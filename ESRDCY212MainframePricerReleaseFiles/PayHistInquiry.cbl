      * period on file for the employee) - and prints the matching
      * history detail to HISTRPT.DAT in register form, so "what did
      * this employee net in period 09" is a request card, not an
      * archaeology project through retained posted files. Every card
      * must also name its requester and a valid reason code
      * (ACCLOG.cpy) or it is refused unread, and every lookup is
      * written to the permanent access log ACCLOG.DAT for the
      * monthly AccessReview. Return code 4 when any card was
      * refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-REPORT ASSIGN TO 'HISTRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL ACCESS-LOG ASSIGN TO 'ACCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  HISTORY-REQUEST-RECORD.
           05 HREQ-EMPLOYEE-ID         PIC 9(5).
           05 HREQ-PAY-PERIOD          PIC 9(6).
           05 HREQ-REQUESTER-ID        PIC X(8).
           05 HREQ-REASON-CODE         PIC X(2).

       FD  PAY-HISTORY.
           COPY PAYHIST.
       FD  HISTORY-REPORT.
       01  HISTORY-REPORT-LINE         PIC X(132).

       FD  ACCESS-LOG.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS            PIC XX.
           88 REQ-OK                   VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-LOG-STATUS            PIC XX.
           88 LOG-OK                   VALUE '00' '05'.
       01 WS-RUN-STAMP             PIC X(15).
       01 WS-LOOKUP-SEQ            PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
       01 WS-BROWSE-DONE           PIC X.
           88 BROWSE-DONE              VALUE 'Y'.
       01 WS-FOUND-ONE             PIC X.
               STOP RUN
           END-IF

      * No lookup is made unless it can be logged.
           OPEN EXTEND ACCESS-LOG
           IF NOT LOG-OK
               DISPLAY 'Cannot open access log, status '
                   WS-LOG-STATUS ' - no inquiries made'
               CLOSE HISTORY-REQUESTS
               CLOSE PAY-HISTORY
               CLOSE HISTORY-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           MOVE '              PAY HISTORY INQUIRY' TO Report-Data
           PERFORM Write-Report-Line
           STRING 'EMP ID  PERIOD  CHECK DATE   GROSS       '
           CLOSE HISTORY-REQUESTS
           CLOSE PAY-HISTORY
           CLOSE HISTORY-REPORT
           CLOSE ACCESS-LOG
           IF WS-REFUSED-COUNT > 0
               DISPLAY WS-REFUSED-COUNT ' history cards refused - '
                   'no requester ID or reason code'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Process-History-Request.
           PERFORM Start-Access-Log-Entry
           IF HREQ-REQUESTER-ID = SPACES OR NOT ACC-REASON-VALID
               MOVE HREQ-EMPLOYEE-ID TO WS-ID-EDIT
               MOVE HREQ-PAY-PERIOD TO WS-PERIOD-EDIT
               MOVE SPACES TO Report-Data
               STRING WS-ID-EDIT '  ' WS-PERIOD-EDIT
                   '  REFUSED - REQUESTER ID AND A VALID REASON '
                   'CODE (PY AU HR EV LG EE) ARE REQUIRED'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               ADD 1 TO WS-REFUSED-COUNT
               SET ACC-REQUEST-REFUSED TO TRUE
               PERFORM Write-Access-Log
           ELSE
               PERFORM Look-Up-History
           END-IF.

      * Who asked, when, why and for whom. One log record per
      * lookup - the employee is the only one a card can return.
       Start-Access-Log-Entry.
           ADD 1 TO WS-LOOKUP-SEQ
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-RUN-STAMP TO ACC-RUN-STAMP
           MOVE 'PayHistInquiry' TO ACC-PROGRAM
           MOVE WS-LOOKUP-SEQ TO ACC-LOOKUP-SEQ
           MOVE HREQ-REQUESTER-ID TO ACC-REQUESTER-ID
           MOVE HREQ-REASON-CODE TO ACC-REASON-CODE
           MOVE 'H' TO ACC-SEARCH-TYPE
           MOVE HREQ-EMPLOYEE-ID TO ACC-SEARCH-VALUE
           MOVE HREQ-PAY-PERIOD TO ACC-PAY-PERIOD
           MOVE 0 TO ACC-EMPLOYEE-ID.

       Write-Access-Log.
           WRITE ACCESS-LOG-RECORD
           IF NOT LOG-OK
               DISPLAY 'Access log write failed, status '
                   WS-LOG-STATUS ' - inquiry stopped'
               CLOSE HISTORY-REQUESTS
               CLOSE PAY-HISTORY
               CLOSE HISTORY-REPORT
               CLOSE ACCESS-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Look-Up-History.
           IF HREQ-PAY-PERIOD = 0
               PERFORM Browse-Employee-History
               IF FOUND-A-RECORD
                   SET ACC-RECORD-RETURNED TO TRUE
                   MOVE HREQ-EMPLOYEE-ID TO ACC-EMPLOYEE-ID
               ELSE
                   SET ACC-NONE-FOUND TO TRUE
               END-IF
               PERFORM Write-Access-Log
           ELSE
               MOVE HREQ-EMPLOYEE-ID TO HIST-EMPLOYEE-ID
               MOVE HREQ-PAY-PERIOD TO HIST-PAY-PERIOD
                           '  NO PAY HISTORY ON FILE'
                           DELIMITED BY SIZE INTO Report-Data
                       PERFORM Write-Report-Line
                       SET ACC-NONE-FOUND TO TRUE
                   NOT INVALID KEY
                       PERFORM Print-History-Detail
                       SET ACC-RECORD-RETURNED TO TRUE
                       MOVE HREQ-EMPLOYEE-ID TO ACC-EMPLOYEE-ID
               END-READ
               PERFORM Write-Access-Log
           END-IF.

       Browse-Employee-History.
               + HIST-STATE-WITHHOLDING + HIST-FICA-WITHHOLDING
               + HIST-MEDICARE-WITHHOLDING + HIST-HEALTH-PREMIUM
               + HIST-RETIREMENT-401K + HIST-GARNISH
               + HIST-LOCAL-WITHHOLDING + HIST-HSA-CONTRIBUTION
           MOVE WS-DEDUCT-TOTAL TO WS-DEDUCT-EDIT
           MOVE HIST-NET-SALARY TO WS-NET-EDIT
           STRING
