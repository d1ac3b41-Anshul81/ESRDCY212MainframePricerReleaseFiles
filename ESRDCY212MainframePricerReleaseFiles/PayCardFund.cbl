       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayCardFund.
      * Pay card funding pass - builds the card vendor's funding file
      * for every posted payment routed to a payroll debit card
      * (POST-PAY-METHOD 'C'). Like CheckPrint it sweeps the regular
      * cycle's POSTDnnnnn.DAT for its range and the off-cycle posted
      * files (TPOST, APOST, BPOST, SPOST - absent files skipped).
      * Everything loading to the same card this run is combined into
      * one load record, so the vendor sees one load per card;
      * CARDFUND.DAT ends with a control trailer carrying the load
      * count and the total in cents, which the vendor balances to
      * before releasing funds. CARDTOT.DAT is treasury's funding
      * total - what to wire to each card program and overall.
      * A payment whose master no longer shows an active card with
      * an account number is not loaded; it is listed as an
      * exception for a manual check and the run ends with code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL POSTED-PAY-FILE ASSIGN TO
               WS-POSTED-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POST-EMPLOYEE-ID
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CARD-FUNDING-FILE ASSIGN TO 'CARDFUND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-STATUS.
           SELECT FUNDING-TOTAL-REPORT ASSIGN TO 'CARDTOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       FD  POSTED-PAY-FILE.
           COPY POSTPAY.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

      * Funding layout per the card vendor's intake spec: record type
      * L load / T trailer, card program, card account, employee,
      * load amount in zero-filled cents, load date, cardholder.
       FD  CARD-FUNDING-FILE.
       01  CARD-FUNDING-RECORD.
           05 CFD-RECORD-TYPE          PIC X(1).
           05 CFD-PROGRAM              PIC X(4).
           05 CFD-CARD-ACCOUNT         PIC X(19).
           05 CFD-EMPLOYEE-ID          PIC 9(5).
           05 CFD-AMOUNT-CENTS         PIC 9(10).
           05 CFD-LOAD-DATE            PIC 9(8).
           05 CFD-CARDHOLDER-NAME      PIC X(40).
       01  CARD-FUNDING-TRAILER.
           05 CFT-RECORD-TYPE          PIC X(1).
           05 CFT-LOAD-COUNT           PIC 9(7).
           05 CFT-TOTAL-CENTS          PIC 9(12).
           05 FILLER                   PIC X(67).

       FD  FUNDING-TOTAL-REPORT.
       01  FUNDING-TOTAL-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-POSTED-STATUS         PIC XX.
           88 POSTED-OK                VALUE '00' '05'.
           88 POSTED-EOF               VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-FUND-STATUS           PIC XX.
           88 FUND-OK                  VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-RANGE-FROM-EDIT       PIC 9(5).
       01 WS-POSTED-FILENAME       PIC X(14) VALUE SPACES.
       01 WS-FROM-ID               PIC 9(5) VALUE 0.

      * One entry per card loading this run - a cardholder paid in
      * the cycle and again by a bonus gets one combined load.
       01 WS-LOAD-TABLE.
           05 WS-LOAD-COUNT        PIC 9(4) VALUE 0.
           05 WS-LOAD-ENTRY OCCURS 1000 TIMES.
               10 WS-LOAD-PROGRAM      PIC X(4).
               10 WS-LOAD-ACCOUNT      PIC X(19).
               10 WS-LOAD-EMPLOYEE-ID  PIC 9(5).
               10 WS-LOAD-AMOUNT       PIC 9(9)V99.
               10 WS-LOAD-DATE         PIC 9(8).
               10 WS-LOAD-NAME         PIC X(40).
       01 WS-LOAD-SUB              PIC 9(4).
       01 WS-LOAD-FOUND            PIC X.
           88 LOAD-FOUND               VALUE 'Y'.
      * Set when more cards load than the table holds - the funding
      * file would be short, so none is released.
       01 WS-LOAD-OVERFLOW         PIC X VALUE 'N'.
           88 LOAD-TABLE-OVERFLOWED    VALUE 'Y'.

      * Treasury total by card program.
       01 WS-PROGRAM-TABLE.
           05 WS-PROGRAM-COUNT     PIC 9(2) VALUE 0.
           05 WS-PROGRAM-ENTRY OCCURS 20 TIMES.
               10 WS-PROG-CODE         PIC X(4).
               10 WS-PROG-CARDS        PIC 9(5).
               10 WS-PROG-AMOUNT       PIC 9(9)V99.
       01 WS-PROG-SUB              PIC 9(2).
       01 WS-PROG-FOUND            PIC X.
           88 PROG-FOUND               VALUE 'Y'.

       01 WS-POSTINGS-READ         PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-AMOUNT      PIC 9(9)V99 VALUE 0.
       01 WS-EXCEPTION-REASON      PIC X(30).
       01 WS-TOTAL-CARDS           PIC 9(7) VALUE 0.
       01 WS-TOTAL-AMOUNT          PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-CENTS           PIC 9(12) VALUE 0.

       01 Report-Data              PIC X(100).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-AMOUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Read-Run-Parms
           MOVE WS-FROM-ID TO WS-RANGE-FROM-EDIT

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FUNDING-TOTAL-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open funding total report, status '
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Print-Heading

      * The regular cycle's range file, then the off-cycle posted
      * files - same record shape, same pay card path.
           STRING 'POSTD' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-POSTED-FILENAME
           PERFORM Collect-Loads-From-Posted-File
           MOVE 'TPOST00000.DAT' TO WS-POSTED-FILENAME
           PERFORM Collect-Loads-From-Posted-File
           MOVE 'APOST00000.DAT' TO WS-POSTED-FILENAME
           PERFORM Collect-Loads-From-Posted-File
           MOVE 'BPOST00000.DAT' TO WS-POSTED-FILENAME
           PERFORM Collect-Loads-From-Posted-File
           MOVE 'SPOST00000.DAT' TO WS-POSTED-FILENAME
           PERFORM Collect-Loads-From-Posted-File
           CLOSE EMPLOYEE-MASTER

           IF LOAD-TABLE-OVERFLOWED
               MOVE SPACES TO Report-Data
               STRING 'MORE THAN 1000 CARDS TO LOAD - FUNDING FILE '
                   'NOT RELEASED'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               CLOSE FUNDING-TOTAL-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CARD-FUNDING-FILE
           IF NOT FUND-OK
               DISPLAY 'Cannot open card funding file, status '
                   WS-FUND-STATUS
               CLOSE FUNDING-TOTAL-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Write-Load-Record
               VARYING WS-LOAD-SUB FROM 1 BY 1
               UNTIL WS-LOAD-SUB > WS-LOAD-COUNT
           PERFORM Write-Funding-Trailer
           CLOSE CARD-FUNDING-FILE

           PERFORM Print-Funding-Totals
           CLOSE FUNDING-TOTAL-REPORT
           DISPLAY 'Pay card loads: ' WS-TOTAL-CARDS
               '  exceptions: ' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Run-Parms.
           OPEN INPUT RUN-PARM-FILE
           IF PARM-OK
               READ RUN-PARM-FILE
                   AT END
                       MOVE 0 TO WS-FROM-ID
                   NOT AT END
                       MOVE PARM-FROM-ID TO WS-FROM-ID
               END-READ
               CLOSE RUN-PARM-FILE
           ELSE
               MOVE 0 TO WS-FROM-ID
           END-IF.

       Collect-Loads-From-Posted-File.
           OPEN INPUT POSTED-PAY-FILE
           IF NOT POSTED-OK
               DISPLAY 'Cannot open posted file ' WS-POSTED-FILENAME
                   ', status ' WS-POSTED-STATUS ', skipped'
           ELSE
               PERFORM UNTIL POSTED-EOF
                   READ POSTED-PAY-FILE NEXT RECORD
                       AT END
                           SET POSTED-EOF TO TRUE
                       NOT AT END
                           IF POST-PAID-BY-PAYCARD
                               ADD 1 TO WS-POSTINGS-READ
                               PERFORM Collect-Posted-Load
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-PAY-FILE
           END-IF.

       Collect-Posted-Load.
           MOVE POST-EMPLOYEE-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NO MASTER RECORD' TO WS-EXCEPTION-REASON
                   PERFORM Print-Exception-Line
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT EMP-PAYCARD-ACTIVE
                           MOVE 'PAY CARD NOT ACTIVE'
                               TO WS-EXCEPTION-REASON
                           PERFORM Print-Exception-Line
                       WHEN EMP-PAYCARD-ACCOUNT = SPACES
                           MOVE 'NO CARD ACCOUNT NUMBER'
                               TO WS-EXCEPTION-REASON
                           PERFORM Print-Exception-Line
                       WHEN OTHER
                           PERFORM Add-To-Card-Load
                   END-EVALUATE
           END-READ.

       Add-To-Card-Load.
           MOVE 'N' TO WS-LOAD-FOUND
           PERFORM VARYING WS-LOAD-SUB FROM 1 BY 1
                   UNTIL WS-LOAD-SUB > WS-LOAD-COUNT OR LOAD-FOUND
               IF WS-LOAD-ACCOUNT (WS-LOAD-SUB) = EMP-PAYCARD-ACCOUNT
                   AND WS-LOAD-PROGRAM (WS-LOAD-SUB)
                       = EMP-PAYCARD-PROGRAM
                   SET LOAD-FOUND TO TRUE
                   ADD POST-NET-SALARY TO WS-LOAD-AMOUNT (WS-LOAD-SUB)
      * Combined loads fund on the latest check date among them.
                   IF POST-CHECK-DATE > WS-LOAD-DATE (WS-LOAD-SUB)
                       MOVE POST-CHECK-DATE
                           TO WS-LOAD-DATE (WS-LOAD-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT LOAD-FOUND
               IF WS-LOAD-COUNT < 1000
                   ADD 1 TO WS-LOAD-COUNT
                   MOVE EMP-PAYCARD-PROGRAM
                       TO WS-LOAD-PROGRAM (WS-LOAD-COUNT)
                   MOVE EMP-PAYCARD-ACCOUNT
                       TO WS-LOAD-ACCOUNT (WS-LOAD-COUNT)
                   MOVE EMP-ID TO WS-LOAD-EMPLOYEE-ID (WS-LOAD-COUNT)
                   MOVE POST-NET-SALARY
                       TO WS-LOAD-AMOUNT (WS-LOAD-COUNT)
                   MOVE POST-CHECK-DATE
                       TO WS-LOAD-DATE (WS-LOAD-COUNT)
                   MOVE EMP-NAME TO WS-LOAD-NAME (WS-LOAD-COUNT)
               ELSE
                   SET LOAD-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       Write-Load-Record.
           MOVE SPACES TO CARD-FUNDING-RECORD
           MOVE 'L' TO CFD-RECORD-TYPE
           MOVE WS-LOAD-PROGRAM (WS-LOAD-SUB) TO CFD-PROGRAM
           MOVE WS-LOAD-ACCOUNT (WS-LOAD-SUB) TO CFD-CARD-ACCOUNT
           MOVE WS-LOAD-EMPLOYEE-ID (WS-LOAD-SUB) TO CFD-EMPLOYEE-ID
           COMPUTE CFD-AMOUNT-CENTS =
               WS-LOAD-AMOUNT (WS-LOAD-SUB) * 100
           MOVE WS-LOAD-DATE (WS-LOAD-SUB) TO CFD-LOAD-DATE
           MOVE WS-LOAD-NAME (WS-LOAD-SUB) TO CFD-CARDHOLDER-NAME
           WRITE CARD-FUNDING-RECORD
           ADD 1 TO WS-TOTAL-CARDS
           ADD WS-LOAD-AMOUNT (WS-LOAD-SUB) TO WS-TOTAL-AMOUNT
           ADD CFD-AMOUNT-CENTS TO WS-TOTAL-CENTS
           PERFORM Add-To-Program-Total.

       Add-To-Program-Total.
           MOVE 'N' TO WS-PROG-FOUND
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > WS-PROGRAM-COUNT OR PROG-FOUND
               IF WS-PROG-CODE (WS-PROG-SUB)
                       = WS-LOAD-PROGRAM (WS-LOAD-SUB)
                   SET PROG-FOUND TO TRUE
                   ADD 1 TO WS-PROG-CARDS (WS-PROG-SUB)
                   ADD WS-LOAD-AMOUNT (WS-LOAD-SUB)
                       TO WS-PROG-AMOUNT (WS-PROG-SUB)
               END-IF
           END-PERFORM
      * Programs past the table still fund - the grand total below
      * is taken from the load records, not from this table.
           IF NOT PROG-FOUND AND WS-PROGRAM-COUNT < 20
               ADD 1 TO WS-PROGRAM-COUNT
               MOVE WS-LOAD-PROGRAM (WS-LOAD-SUB)
                   TO WS-PROG-CODE (WS-PROGRAM-COUNT)
               MOVE 1 TO WS-PROG-CARDS (WS-PROGRAM-COUNT)
               MOVE WS-LOAD-AMOUNT (WS-LOAD-SUB)
                   TO WS-PROG-AMOUNT (WS-PROGRAM-COUNT)
           END-IF.

       Write-Funding-Trailer.
           MOVE SPACES TO CARD-FUNDING-TRAILER
           MOVE 'T' TO CFT-RECORD-TYPE
           MOVE WS-TOTAL-CARDS TO CFT-LOAD-COUNT
           MOVE WS-TOTAL-CENTS TO CFT-TOTAL-CENTS
           WRITE CARD-FUNDING-TRAILER.

       Print-Heading.
           MOVE SPACES TO Report-Data
           STRING '        PAY CARD FUNDING TOTAL - POSTED RANGE '
               WS-RANGE-FROM-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line.

       Print-Exception-Line.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD POST-NET-SALARY TO WS-EXCEPTION-AMOUNT
           MOVE POST-EMPLOYEE-ID TO WS-ID-EDIT
           MOVE POST-NET-SALARY TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'NOT LOADED  EMP ' WS-ID-EDIT '  '
               WS-POSTED-FILENAME '  ' WS-AMOUNT-EDIT '  '
               WS-EXCEPTION-REASON '  - ISSUE MANUAL CHECK'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Funding-Totals.
           IF WS-EXCEPTION-COUNT > 0
               MOVE SPACES TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           MOVE 'PROGRAM  CARDS           AMOUNT' TO Report-Data
           PERFORM Write-Report-Line
           PERFORM Print-Program-Total
               VARYING WS-PROG-SUB FROM 1 BY 1
               UNTIL WS-PROG-SUB > WS-PROGRAM-COUNT
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-TOTAL-CARDS TO WS-COUNT-EDIT
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           STRING 'TOTAL    ' WS-COUNT-EDIT '  ' WS-AMOUNT-EDIT
               '  TO FUND THE CARD VENDOR'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
           MOVE WS-EXCEPTION-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'UNLOADED ' WS-COUNT-EDIT '  ' WS-AMOUNT-EDIT
               '  SEE EXCEPTIONS ABOVE'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Program-Total.
           MOVE WS-PROG-CARDS (WS-PROG-SUB) TO WS-COUNT-EDIT
           MOVE WS-PROG-AMOUNT (WS-PROG-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING WS-PROG-CODE (WS-PROG-SUB) '     ' WS-COUNT-EDIT
               '  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE FUNDING-TOTAL-LINE FROM Report-Data.
       END PROGRAM PayCardFund.
