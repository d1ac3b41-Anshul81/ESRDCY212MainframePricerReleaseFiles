      * matching record prints on INQRPT.DAT with the pay profile and
      * YTD figures. The SSN is masked on the report the same way the
      * register masks it - the inquiry never prints a full SSN.
      * Every card must name its requester and a valid reason code
      * (ACCLOG.cpy); a card without them is refused and nothing is
      * looked up. Each lookup - refused, empty or not - goes to the
      * permanent access log ACCLOG.DAT with one record per employee
      * returned, for the monthly AccessReview. Return code 4 when
      * any card was refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-REPORT ASSIGN TO 'INQRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL ACCESS-LOG ASSIGN TO 'ACCLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 INQ-BY-SSN               VALUE 'S'.
               88 INQ-BY-DEPT              VALUE 'D'.
           05 INQ-VALUE                PIC X(40).
           05 INQ-REQUESTER-ID         PIC X(8).
           05 INQ-REASON-CODE          PIC X(2).

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  INQUIRY-REPORT.
       01  INQUIRY-REPORT-LINE         PIC X(132).

       FD  ACCESS-LOG.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS            PIC XX.
           88 REQ-OK                   VALUE '00'.
           88 MASTER-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-LOG-STATUS            PIC XX.
           88 LOG-OK                   VALUE '00' '05'.
       01 WS-RUN-STAMP             PIC X(15).
       01 WS-LOOKUP-SEQ            PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
       01 WS-SCAN-DONE             PIC X.
           88 MASTER-SCAN-DONE         VALUE 'Y'.
       01 WS-MATCHED               PIC X.
               STOP RUN
           END-IF

      * No lookup is made unless it can be logged.
           OPEN EXTEND ACCESS-LOG
           IF NOT LOG-OK
               DISPLAY 'Cannot open access log, status '
                   WS-LOG-STATUS ' - no inquiries made'
               CLOSE INQUIRY-REQUESTS
               CLOSE EMPLOYEE-MASTER
               CLOSE INQUIRY-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP

           MOVE '              EMPLOYEE INQUIRY REPORT' TO Report-Data
           PERFORM Write-Report-Line

           CLOSE INQUIRY-REQUESTS
           CLOSE EMPLOYEE-MASTER
           CLOSE INQUIRY-REPORT
           CLOSE ACCESS-LOG
           IF WS-REFUSED-COUNT > 0
               DISPLAY WS-REFUSED-COUNT ' inquiry cards refused - '
                   'no requester ID or reason code'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Process-Inquiry-Request.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           STRING 'REQUEST TYPE ' INQ-TYPE '  VALUE '
               INQ-VALUE '  BY ' INQ-REQUESTER-ID
               '  REASON ' INQ-REASON-CODE
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           PERFORM Start-Access-Log-Entry
           EVALUATE TRUE
               WHEN INQ-REQUESTER-ID = SPACES OR NOT ACC-REASON-VALID
                   MOVE '  REFUSED - REQUESTER ID AND A VALID REASON '
                       & 'CODE (PY AU HR EV LG EE) ARE REQUIRED'
                       TO Report-Data
                   PERFORM Write-Report-Line
                   ADD 1 TO WS-REFUSED-COUNT
                   SET ACC-REQUEST-REFUSED TO TRUE
                   PERFORM Write-Access-Log
               WHEN NOT INQ-BY-NAME AND NOT INQ-BY-SSN
                   AND NOT INQ-BY-DEPT
                   MOVE '  UNKNOWN REQUEST TYPE - USE N, S, OR D'
                       TO Report-Data
                   PERFORM Write-Report-Line
                   SET ACC-NONE-FOUND TO TRUE
                   PERFORM Write-Access-Log
               WHEN OTHER
                   MOVE INQ-VALUE TO WS-SEARCH-VALUE
                   COMPUTE WS-SEARCH-LENGTH = FUNCTION LENGTH (
                       FUNCTION TRIM (WS-SEARCH-VALUE))
                   IF WS-SEARCH-LENGTH = 0
                       MOVE '  EMPTY SEARCH VALUE' TO Report-Data
                       PERFORM Write-Report-Line
                       SET ACC-NONE-FOUND TO TRUE
                       PERFORM Write-Access-Log
                   ELSE
                       PERFORM Scan-Master-For-Matches
                   END-IF
           END-EVALUATE.

      * Who asked, when, why and for what - the SSN searched for is
      * kept to its last four digits.
       Start-Access-Log-Entry.
           ADD 1 TO WS-LOOKUP-SEQ
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-RUN-STAMP TO ACC-RUN-STAMP
           MOVE 'EmployeeInquiry' TO ACC-PROGRAM
           MOVE WS-LOOKUP-SEQ TO ACC-LOOKUP-SEQ
           MOVE INQ-REQUESTER-ID TO ACC-REQUESTER-ID
           MOVE INQ-REASON-CODE TO ACC-REASON-CODE
           MOVE INQ-TYPE TO ACC-SEARCH-TYPE
           IF INQ-BY-SSN
               MOVE 'XXX-XX-' TO ACC-SEARCH-VALUE
               MOVE INQ-VALUE (8:4) TO ACC-SEARCH-VALUE (8:4)
           ELSE
               MOVE INQ-VALUE TO ACC-SEARCH-VALUE
           END-IF
           MOVE 0 TO ACC-PAY-PERIOD
           MOVE 0 TO ACC-EMPLOYEE-ID.

       Write-Access-Log.
           WRITE ACCESS-LOG-RECORD
           IF NOT LOG-OK
               DISPLAY 'Access log write failed, status '
                   WS-LOG-STATUS ' - inquiry stopped'
               CLOSE INQUIRY-REQUESTS
               CLOSE EMPLOYEE-MASTER
               CLOSE INQUIRY-REPORT
               CLOSE ACCESS-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Scan-Master-For-Matches.
                       PERFORM Match-One-Employee
                       IF WS-MATCHED = 'Y'
                           ADD 1 TO WS-MATCH-COUNT
                           SET ACC-RECORD-RETURNED TO TRUE
                           MOVE EMP-ID TO ACC-EMPLOYEE-ID
                           PERFORM Write-Access-Log
                           PERFORM Print-Employee-Profile
                       END-IF
               END-READ
           IF WS-MATCH-COUNT = 0
               MOVE '  NO MATCHING EMPLOYEES' TO Report-Data
               PERFORM Write-Report-Line
               SET ACC-NONE-FOUND TO TRUE
               MOVE 0 TO ACC-EMPLOYEE-ID
               PERFORM Write-Access-Log
           END-IF.

       Match-One-Employee.
