       IDENTIFICATION DIVISION.
       PROGRAM-ID. LocalTaxSummary.
      * Local income-tax remittance summary for the run - one line
      * per city, county, or school-district jurisdiction with the
      * employee count, the local taxable wages, and the local tax
      * withheld, off the same per-range POSTDnnnnn.DAT posted-pay
      * file as the state summary, so each local taxing authority
      * can be remitted its actual figure. Employees with no local
      * jurisdiction are left off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-PAY-FILE ASSIGN TO WS-POSTED-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POST-EMPLOYEE-ID
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT LOCAL-SUMMARY ASSIGN TO WS-SUMMARY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-PAY-FILE.
           COPY POSTPAY.

       FD  LOCAL-SUMMARY.
       01  LOCAL-SUMMARY-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POSTED-STATUS         PIC XX.
           88 POSTED-OK                VALUE '00'.
           88 POSTED-EOF               VALUE '10'.
       01 WS-SUMMARY-STATUS        PIC XX.
           88 SUMMARY-OK               VALUE '00'.
       01 WS-RANGE-FROM-EDIT       PIC 9(5).
       01 WS-POSTED-FILENAME       PIC X(14) VALUE SPACES.
       01 WS-SUMMARY-FILENAME      PIC X(14) VALUE SPACES.
       01 WS-PERIOD-EDIT           PIC 9(6).

       01 WS-LOCAL-TOTALS.
           05 WS-LOCAL-COUNT       PIC 9(3) VALUE 0.
           05 WS-LOCAL-ENTRY OCCURS 60 TIMES.
               10 WS-LOCAL-CODE        PIC X(6).
               10 WS-LOCAL-EMPLOYEES   PIC 9(5).
               10 WS-LOCAL-WAGES       PIC 9(9)V99.
               10 WS-LOCAL-AMOUNT      PIC 9(9)V99.
       01 WS-LOCAL-SUB             PIC 9(3).
       01 WS-LOCAL-MATCHED         PIC X.
       01 WS-LOCAL-DROPPED         PIC X VALUE 'N'.
           88 LOCAL-AMOUNTS-DROPPED    VALUE 'Y'.
       01 Report-Data              PIC X(80).
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-AMOUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-WAGES-EDIT            PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 From-ID-IN                PIC 9(5).
       01 Pay-Period-IN             PIC 9(6).

       PROCEDURE DIVISION USING From-ID-IN Pay-Period-IN.
       BEGIN.
           MOVE From-ID-IN TO WS-RANGE-FROM-EDIT
           STRING 'POSTD' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-POSTED-FILENAME
           STRING 'LCWHS' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-SUMMARY-FILENAME

           OPEN INPUT POSTED-PAY-FILE
           IF NOT POSTED-OK
               DISPLAY 'Cannot open posted-pay file, status '
                   WS-POSTED-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL POSTED-EOF
               READ POSTED-PAY-FILE NEXT RECORD
                   AT END
                       SET POSTED-EOF TO TRUE
                   NOT AT END
                       PERFORM Accumulate-Local-Totals
               END-READ
           END-PERFORM
           CLOSE POSTED-PAY-FILE

           OPEN OUTPUT LOCAL-SUMMARY
           IF NOT SUMMARY-OK
               DISPLAY 'Cannot open local summary, status '
                   WS-SUMMARY-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE '        LOCAL WITHHOLDING SUMMARY' TO Report-Data
           PERFORM Write-Summary-Line
           MOVE Pay-Period-IN TO WS-PERIOD-EDIT
           STRING 'PAY PERIOD: ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Summary-Line
           MOVE SPACES TO Report-Data
           STRING 'LOCAL   EMPLOYEES     LOCAL TAXABLE WAGES  '
               'LOCAL TAX WITHHELD'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Summary-Line

           PERFORM Write-Local-Summary-Line
               VARYING WS-LOCAL-SUB FROM 1 BY 1
               UNTIL WS-LOCAL-SUB > WS-LOCAL-COUNT

           CLOSE LOCAL-SUMMARY
           IF LOCAL-AMOUNTS-DROPPED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       Accumulate-Local-Totals.
           IF POST-LOCAL-TAX-CODE NOT = SPACES
               MOVE 'N' TO WS-LOCAL-MATCHED
               PERFORM VARYING WS-LOCAL-SUB FROM 1 BY 1
                   UNTIL WS-LOCAL-SUB > WS-LOCAL-COUNT
                   IF WS-LOCAL-CODE (WS-LOCAL-SUB) = POST-LOCAL-TAX-CODE
                       ADD 1 TO WS-LOCAL-EMPLOYEES (WS-LOCAL-SUB)
                       ADD POST-LOCAL-TAXABLE
                           TO WS-LOCAL-WAGES (WS-LOCAL-SUB)
                       ADD POST-LOCAL-WITHHOLDING
                           TO WS-LOCAL-AMOUNT (WS-LOCAL-SUB)
                       MOVE 'Y' TO WS-LOCAL-MATCHED
                   END-IF
               END-PERFORM
               IF WS-LOCAL-MATCHED = 'N'
                   IF WS-LOCAL-COUNT < 60
                       ADD 1 TO WS-LOCAL-COUNT
                       MOVE POST-LOCAL-TAX-CODE
                           TO WS-LOCAL-CODE (WS-LOCAL-COUNT)
                       MOVE 1 TO WS-LOCAL-EMPLOYEES (WS-LOCAL-COUNT)
                       MOVE POST-LOCAL-TAXABLE
                           TO WS-LOCAL-WAGES (WS-LOCAL-COUNT)
                       MOVE POST-LOCAL-WITHHOLDING
                           TO WS-LOCAL-AMOUNT (WS-LOCAL-COUNT)
                   ELSE
                       DISPLAY 'Local summary table full - '
                           POST-LOCAL-TAX-CODE ' not summarized'
                       SET LOCAL-AMOUNTS-DROPPED TO TRUE
                   END-IF
               END-IF
           END-IF.

       Write-Local-Summary-Line.
           MOVE WS-LOCAL-EMPLOYEES (WS-LOCAL-SUB) TO WS-COUNT-EDIT
           MOVE WS-LOCAL-WAGES (WS-LOCAL-SUB) TO WS-WAGES-EDIT
           MOVE WS-LOCAL-AMOUNT (WS-LOCAL-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING WS-LOCAL-CODE (WS-LOCAL-SUB) '    '
               WS-COUNT-EDIT '      ' WS-WAGES-EDIT '      '
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Summary-Line.

       Write-Summary-Line.
           DISPLAY Report-Data
           WRITE LOCAL-SUMMARY-LINE FROM Report-Data.
       END PROGRAM LocalTaxSummary.
