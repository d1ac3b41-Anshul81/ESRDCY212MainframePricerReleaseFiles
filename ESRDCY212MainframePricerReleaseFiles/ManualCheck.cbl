       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManualCheck.
      * Manual (handwritten) check posting - records an emergency
      * check a supervisor already wrote from the manual check stock
      * (a shorted employee, a new hire who missed the cutoff) so
      * the system carries the payment exactly as it was issued.
      * Each MANTRANS.DAT transaction gives the employee, the check
      * number and date, the gross, every withholding taken, and
      * the net; gross less the withholdings must equal the net to
      * the penny or the check is rejected for the payroll office to
      * re-key. Nothing is recomputed: the figures go as keyed onto
      * the master YTD buckets, a PAYHIST.DAT record, and the posted
      * file MPOST00000.DAT, which the run hands to GLExtract. The
      * check lands on the cumulative register CHKREG.DAT as MANUAL
      * so CheckRecon clears it when the bank pays it, and an issue
      * record goes on MPOSPAY.DAT - the positive pay file for the
      * manual stock, in the bank's layout - so the bank honours it.
      * The money is already out: no ACH entry is made and no check
      * is printed (CheckPrint never sweeps MPOST00000.DAT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUAL-TRANS ASSIGN TO 'MANTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MANUAL-REPORT ASSIGN TO 'MANRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPTIONAL EMP-JOURNAL ASSIGN TO 'EMPJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT POSTED-PAY-FILE ASSIGN TO WS-POSTED-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POST-EMPLOYEE-ID
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT OPTIONAL CHECK-REGISTER ASSIGN TO 'CHKREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO 'MPOSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANUAL-TRANS.
       01  MAN-TRANS-RECORD.
           05 MAN-EMPLOYEE-ID          PIC 9(5).
           05 MAN-CHECK-NUMBER         PIC 9(8).
           05 MAN-CHECK-DATE           PIC 9(8).
           05 MAN-GROSS                PIC 9(7)V99.
           05 MAN-FEDERAL              PIC 9(7)V99.
           05 MAN-STATE                PIC 9(5)V99.
           05 MAN-FICA                 PIC 9(5)V99.
           05 MAN-MEDICARE             PIC 9(5)V99.
           05 MAN-LOCAL                PIC 9(5)V99.
           05 MAN-NET                  PIC 9(7)V99.
           05 MAN-REASON               PIC X(30).
           COPY BATCHCTL.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  MANUAL-REPORT.
       01  MAN-REPORT-LINE              PIC X(110).

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  POSTED-PAY-FILE.
           COPY POSTPAY.

       FD  CHECK-REGISTER.
       01  CHECK-REGISTER-LINE         PIC X(100).

      * Same layout CheckPrint sends the bank for the machine stock:
      * record type I issue, check number, check date, amount in
      * zero-filled cents, payee name.
       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD.
           05 PP-RECORD-TYPE           PIC X(1).
           05 PP-CHECK-NUMBER          PIC 9(8).
           05 PP-CHECK-DATE            PIC 9(8).
           05 PP-AMOUNT-CENTS          PIC 9(10).
           05 PP-PAYEE-NAME            PIC X(40).

       WORKING-STORAGE SECTION.
           COPY BATCHCHK.

       01 WS-TRANS-STATUS          PIC XX.
           88 TRANS-OK                 VALUE '00'.
           88 TRANS-EOF                VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
       01 WS-JRNL-STAMP            PIC X(15).
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-NOT-FOUND           VALUE '35'.
       01 WS-LOCK-STATUS           PIC XX.
           88 LOCK-OK                  VALUE '00'.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.
           88 CYCLE-LOCK-BLOCKED       VALUE 'Y'.
       01 WS-POSTED-STATUS         PIC XX.
           88 POSTED-OK                VALUE '00'.
       01 WS-CHKREG-STATUS         PIC XX.
           88 CHKREG-OK                VALUE '00'.
           88 CHKREG-EOF               VALUE '10'.
       01 WS-POSPAY-STATUS         PIC XX.
           88 POSPAY-OK                VALUE '00'.
       01 WS-POSTED-FILENAME       PIC X(14) VALUE 'MPOST00000.DAT'.
       01 WS-TODAY                 PIC 9(8).
       01 WS-GL-FROM-ID            PIC 9(5) VALUE 0.
       01 WS-GL-PERIOD             PIC 9(6) VALUE 0.
       01 WS-POSTED-PREFIX         PIC X(5) VALUE 'MPOST'.
      * Off-cycle money originates under the default company.
       01 WS-GL-COMPANY            PIC X(2) VALUE SPACES.
       01 WS-GL-PREFIX             PIC X(5) VALUE 'GLMAN'.

      * Check numbers already on the register, plus those posted
      * this run - a manual check number can be used only once.
       01 WS-USED-CHECK-TABLE.
           05 WS-USED-COUNT        PIC 9(4) VALUE 0.
           05 WS-USED-CHECK-NO OCCURS 2000 TIMES PIC 9(8).
       01 WS-USED-SUB              PIC 9(4).
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
           88 WORK-TABLE-OVERFLOWED    VALUE 'Y'.
      * Employees posted this run - the posted file holds one record
      * per employee, so a second manual check for the same employee
      * goes in the next batch.
       01 WS-POSTED-EMP-TABLE.
           05 WS-POSTED-EMP-COUNT  PIC 9(4) VALUE 0.
           05 WS-POSTED-EMP-ID OCCURS 2000 TIMES PIC 9(5).
       01 WS-POSTED-SUB            PIC 9(4).

       01 WS-REJECT-REASON         PIC X(50).
       01 WS-MAN-WITHHOLDING       PIC 9(7)V99.
       01 WS-MAN-EXPECTED-NET      PIC S9(7)V99.
       01 WS-CHECK-DAY-OF-YEAR     PIC 9(3).
       01 WS-POSTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-POSTED-NET-TOTAL      PIC 9(9)V99 VALUE 0.

       01 Report-Data               PIC X(110).
       01 WS-ID-EDIT                 PIC ZZZZ9.
       01 WS-GROSS-EDIT              PIC ZZZ,ZZ9.99.
       01 WS-DEDUCT-EDIT             PIC ZZZ,ZZ9.99.
       01 WS-NET-EDIT                PIC ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT             PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT              PIC ZZZZ9.
       01 WS-TOTAL-EDIT              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Check-Cycle-Lock
           IF CYCLE-LOCK-BLOCKED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'MANTRANS.DAT' TO BCK-FILENAME
           MOVE 'MANTRANS' TO BCK-FILE-TAG
           MOVE 22 TO BCK-HASH-OFFSET
           MOVE 9 TO BCK-HASH-LENGTH
           SET BCK-MODE-REGISTER TO TRUE
           CALL 'BatchCheck' USING BATCH-CHECK-REQUEST
           IF NOT BATCH-VERIFIED
               DISPLAY 'Manual check batch rejected, run stopped'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM Load-Used-Check-Numbers
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'Register too large to check for duplicate '
                   'check numbers - run stopped'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MANUAL-TRANS
           IF NOT TRANS-OK
               DISPLAY 'Cannot open manual check trans file, status '
                   WS-TRANS-STATUS
               GOBACK
           END-IF

           OPEN I-O EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               CLOSE MANUAL-TRANS
               GOBACK
           END-IF

           OPEN OUTPUT MANUAL-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open manual check report, status '
                   WS-REPORT-STATUS
               CLOSE MANUAL-TRANS
               CLOSE EMPLOYEE-MASTER
               GOBACK
           END-IF

           OPEN I-O PAY-HISTORY
           IF HIST-NOT-FOUND
               OPEN OUTPUT PAY-HISTORY
               CLOSE PAY-HISTORY
               OPEN I-O PAY-HISTORY
           END-IF
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS ', manual check run stopped'
               CLOSE MANUAL-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE MANUAL-REPORT
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
           OPEN EXTEND EMP-JOURNAL
           IF NOT JRNL-OK
               DISPLAY 'Cannot open master journal, status '
                   WS-JRNL-STATUS ', manual check run stopped'
               CLOSE MANUAL-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE MANUAL-REPORT
               CLOSE PAY-HISTORY
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN OUTPUT POSTED-PAY-FILE
           IF NOT POSTED-OK
               DISPLAY 'Cannot open posted-pay file, status '
                   WS-POSTED-STATUS
               CLOSE MANUAL-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE MANUAL-REPORT
               CLOSE PAY-HISTORY
               CLOSE EMP-JOURNAL
               GOBACK
           END-IF

           OPEN EXTEND CHECK-REGISTER
           IF NOT CHKREG-OK
               DISPLAY 'Cannot open check register, status '
                   WS-CHKREG-STATUS
               CLOSE MANUAL-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE MANUAL-REPORT
               CLOSE PAY-HISTORY
               CLOSE EMP-JOURNAL
               CLOSE POSTED-PAY-FILE
               GOBACK
           END-IF

           OPEN OUTPUT POSITIVE-PAY-FILE
           IF NOT POSPAY-OK
               DISPLAY 'Cannot open positive pay file, status '
                   WS-POSPAY-STATUS
               CLOSE MANUAL-TRANS
               CLOSE EMPLOYEE-MASTER
               CLOSE MANUAL-REPORT
               CLOSE PAY-HISTORY
               CLOSE EMP-JOURNAL
               CLOSE POSTED-PAY-FILE
               CLOSE CHECK-REGISTER
               GOBACK
           END-IF

           PERFORM Print-Heading

           PERFORM UNTIL TRANS-EOF
               READ MANUAL-TRANS
                   AT END
                       SET TRANS-EOF TO TRUE
                   NOT AT END
                       IF BCR-IS-HEADER OR BCR-IS-TRAILER
                           CONTINUE
                       ELSE
                           PERFORM Process-Manual-Check
                       END-IF
               END-READ
           END-PERFORM

           PERFORM Print-Totals
           CLOSE MANUAL-TRANS
           CLOSE EMPLOYEE-MASTER
           CLOSE MANUAL-REPORT
           CLOSE EMP-JOURNAL
           CLOSE PAY-HISTORY
           CLOSE POSTED-PAY-FILE
           CLOSE CHECK-REGISTER
           CLOSE POSITIVE-PAY-FILE

           CALL 'GLExtract' USING WS-GL-FROM-ID WS-GL-PERIOD
               WS-POSTED-PREFIX WS-GL-PREFIX WS-GL-COMPANY
           IF RETURN-CODE NOT = 0
               DISPLAY 'Manual check GL extract failed, return code '
                   RETURN-CODE
           END-IF
           GOBACK.

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

       Load-Used-Check-Numbers.
      * Register lines are CheckPrint's layout - check number at 7.
           OPEN INPUT CHECK-REGISTER
           IF CHKREG-OK
               PERFORM UNTIL CHKREG-EOF
                   READ CHECK-REGISTER
                       AT END
                           SET CHKREG-EOF TO TRUE
                       NOT AT END
                           IF CHECK-REGISTER-LINE (1:6) = 'CHECK '
                               AND CHECK-REGISTER-LINE (7:8)
                                   IS NUMERIC
                               PERFORM Add-Used-Check-Number
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CHECK-REGISTER.

       Add-Used-Check-Number.
           IF WS-USED-COUNT >= 2000
               SET WORK-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-USED-COUNT
               MOVE CHECK-REGISTER-LINE (7:8)
                   TO WS-USED-CHECK-NO (WS-USED-COUNT)
           END-IF.

       Process-Manual-Check.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM Validate-Manual-Check
           IF WS-REJECT-REASON = SPACES
               MOVE MAN-EMPLOYEE-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'no master record for the employee'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
      * Local tax withheld for an employee with no locality has no
      * code to carry it to history or the GL, so it is sent back.
                       IF MAN-LOCAL > 0 AND
                           EMP-LOCAL-TAX-CODE = SPACES
                           MOVE 'local tax keyed - employee has no '
                               & 'local tax code' TO WS-REJECT-REASON
                       ELSE
                           PERFORM Verify-History-Key-Free
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM Post-Manual-Check
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE MAN-EMPLOYEE-ID TO WS-ID-EDIT
               MOVE SPACES TO Report-Data
               STRING WS-ID-EDIT '  ' MAN-CHECK-NUMBER '  '
                   MAN-CHECK-DATE '  REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Validate-Manual-Check.
      * The check is already cashed or about to be - every figure has
      * to agree with the stub the supervisor wrote, so anything
      * that does not foot is sent back rather than adjusted.
           COMPUTE WS-MAN-WITHHOLDING = MAN-FEDERAL + MAN-STATE
               + MAN-FICA + MAN-MEDICARE + MAN-LOCAL
           COMPUTE WS-MAN-EXPECTED-NET = MAN-GROSS - WS-MAN-WITHHOLDING
           EVALUATE TRUE
               WHEN MAN-CHECK-NUMBER = 0
                   MOVE 'no check number' TO WS-REJECT-REASON
               WHEN MAN-GROSS = 0
                   MOVE 'zero gross' TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (MAN-CHECK-DATE) NOT = 0
                   MOVE 'check date is not a valid date'
                       TO WS-REJECT-REASON
               WHEN MAN-CHECK-DATE > WS-TODAY
                   MOVE 'check date is in the future'
                       TO WS-REJECT-REASON
      * The YTD buckets are this year's - a check written last year
      * belongs to a closed year and is corrected through W-2c.
               WHEN MAN-CHECK-DATE (1:4) NOT = WS-TODAY (1:4)
                   MOVE 'check date is not in the current year'
                       TO WS-REJECT-REASON
               WHEN WS-MAN-EXPECTED-NET NOT = MAN-NET
                   MOVE 'gross less withholdings does not equal net'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM Find-Used-Check-Number
                   PERFORM Find-Posted-Employee
           END-EVALUATE.

       Find-Used-Check-Number.
           PERFORM VARYING WS-USED-SUB FROM 1 BY 1
               UNTIL WS-USED-SUB > WS-USED-COUNT
               IF WS-USED-CHECK-NO (WS-USED-SUB) = MAN-CHECK-NUMBER
                   MOVE 'check number already on the register'
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       Find-Posted-Employee.
           PERFORM VARYING WS-POSTED-SUB FROM 1 BY 1
               UNTIL WS-POSTED-SUB > WS-POSTED-EMP-COUNT
               IF WS-POSTED-EMP-ID (WS-POSTED-SUB) = MAN-EMPLOYEE-ID
                   AND WS-REJECT-REASON = SPACES
                   MOVE 'second check for employee - key next batch'
                       TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       Verify-History-Key-Free.
      * A manual check keys its history record under 996000 plus the
      * day of the year it was written - a band clear of every
      * calendar period and of the adjustment, termination, and
      * bonus runs' 997/998/999 bands, and fine-grained enough that
      * two emergency checks a month for one employee do not
      * collide. The key is proved free before anything is posted.
           COMPUTE WS-CHECK-DAY-OF-YEAR =
               FUNCTION INTEGER-OF-DATE (MAN-CHECK-DATE)
               - FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (MAN-CHECK-DATE (1:4)) * 10000
                       + 0101)
               + 1
           MOVE MAN-EMPLOYEE-ID TO HIST-EMPLOYEE-ID
           COMPUTE HIST-PAY-PERIOD = 996000 + WS-CHECK-DAY-OF-YEAR
           READ PAY-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'manual check already on history that day'
                       TO WS-REJECT-REASON
           END-READ.

       Post-Manual-Check.
           MOVE EMPLOYEE-RECORD TO JRNL-BEFORE-IMAGE
           ADD MAN-GROSS TO EMP-YTD-GROSS
           ADD WS-MAN-WITHHOLDING TO EMP-YTD-DEDUCTIONS
           ADD MAN-NET TO EMP-YTD-NET
           ADD MAN-FEDERAL TO EMP-YTD-FEDERAL
           ADD MAN-STATE TO EMP-YTD-STATE
           ADD MAN-FICA TO EMP-YTD-FICA
           ADD MAN-MEDICARE TO EMP-YTD-MEDICARE
           ADD MAN-LOCAL TO EMP-YTD-LOCAL
      * Nothing pre-tax comes out of a manual check, so the whole
      * gross is taxable wages for every tax.
           ADD MAN-GROSS TO EMP-YTD-FED-WAGES
           ADD MAN-GROSS TO EMP-YTD-SS-WAGES
           ADD MAN-GROSS TO EMP-YTD-MEDI-WAGES
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               ADD MAN-GROSS TO EMP-YTD-LOCAL-WAGES
           END-IF
           REWRITE EMPLOYEE-RECORD
           PERFORM Write-Journal-Record
           PERFORM Write-Posted-Pay-Record
           PERFORM Write-Pay-History-Record
           PERFORM Write-Register-Entry

           ADD 1 TO WS-POSTED-EMP-COUNT
           MOVE MAN-EMPLOYEE-ID
               TO WS-POSTED-EMP-ID (WS-POSTED-EMP-COUNT)
           IF WS-USED-COUNT < 2000
               ADD 1 TO WS-USED-COUNT
               MOVE MAN-CHECK-NUMBER
                   TO WS-USED-CHECK-NO (WS-USED-COUNT)
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           ADD MAN-NET TO WS-POSTED-NET-TOTAL
           PERFORM Print-Detail-Line.

       Write-Pay-History-Record.
           INITIALIZE PAY-HISTORY-RECORD
           MOVE EMP-ID TO HIST-EMPLOYEE-ID
           COMPUTE HIST-PAY-PERIOD = 996000 + WS-CHECK-DAY-OF-YEAR
           MOVE MAN-CHECK-DATE TO HIST-CHECK-DATE
           MOVE MAN-GROSS TO HIST-GROSS-SALARY
           MOVE MAN-NET TO HIST-NET-SALARY
           MOVE MAN-FEDERAL TO HIST-FEDERAL-WITHHOLDING
           MOVE MAN-STATE TO HIST-STATE-WITHHOLDING
           MOVE MAN-FICA TO HIST-FICA-WITHHOLDING
           MOVE MAN-MEDICARE TO HIST-MEDICARE-WITHHOLDING
           MOVE MAN-GROSS TO HIST-FEDERAL-TAXABLE
           MOVE MAN-GROSS TO HIST-STATE-TAXABLE
           MOVE MAN-GROSS TO HIST-FICA-TAXABLE
           MOVE MAN-GROSS TO HIST-MEDICARE-TAXABLE
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE MAN-LOCAL TO HIST-LOCAL-WITHHOLDING
               MOVE MAN-GROSS TO HIST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO HIST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO HIST-WORK-STATE
           MOVE 'K' TO HIST-PAY-METHOD
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'Could not write pay history for manual '
                       'check ' MAN-CHECK-NUMBER
           END-WRITE.

       Write-Posted-Pay-Record.
           INITIALIZE POSTED-PAY-RECORD
           MOVE EMP-ID TO POST-EMPLOYEE-ID
           MOVE MAN-GROSS TO POST-GROSS-SALARY
           MOVE MAN-GROSS TO POST-REGULAR-PAY
           MOVE MAN-NET TO POST-NET-SALARY
           MOVE MAN-FEDERAL TO POST-FEDERAL-WITHHOLDING
           MOVE MAN-STATE TO POST-STATE-WITHHOLDING
           MOVE MAN-FICA TO POST-FICA-WITHHOLDING
           MOVE MAN-MEDICARE TO POST-MEDICARE-WITHHOLDING
           MOVE MAN-GROSS TO POST-FEDERAL-TAXABLE
           MOVE MAN-GROSS TO POST-STATE-TAXABLE
           MOVE MAN-GROSS TO POST-FICA-TAXABLE
           MOVE MAN-GROSS TO POST-MEDICARE-TAXABLE
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE MAN-LOCAL TO POST-LOCAL-WITHHOLDING
               MOVE MAN-GROSS TO POST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO POST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO POST-WORK-STATE
           MOVE EMP-DEPT-CODE TO POST-DEPT-CODE
           MOVE MAN-CHECK-DATE TO POST-CHECK-DATE
           SET POST-PAID-BY-CHECK TO TRUE
           WRITE POSTED-PAY-RECORD
               INVALID KEY
                   DISPLAY 'Could not write posted-pay record for '
                       'employee ' EMP-ID
           END-WRITE.

       Write-Register-Entry.
      * CheckPrint's register line layout, action MANUAL, so the
      * reconciliation and escheatment runs treat it as an issued
      * check; the matching positive pay issue record carries the
      * same number, date, and amount.
           MOVE MAN-EMPLOYEE-ID TO WS-ID-EDIT
           MOVE MAN-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'CHECK ' MAN-CHECK-NUMBER '  EMP ' WS-ID-EDIT
               '  ' WS-AMOUNT-EDIT '  MANUAL '
               '  DATE ' MAN-CHECK-DATE
               DELIMITED BY SIZE INTO Report-Data
           WRITE CHECK-REGISTER-LINE FROM Report-Data

           MOVE 'I' TO PP-RECORD-TYPE
           MOVE MAN-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE MAN-CHECK-DATE TO PP-CHECK-DATE
           COMPUTE PP-AMOUNT-CENTS = MAN-NET * 100
           MOVE EMP-NAME TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD.

       Write-Journal-Record.
           MOVE WS-JRNL-STAMP TO JRNL-RUN-STAMP
           MOVE 'ManualCheck' TO JRNL-PROGRAM
           SET JRNL-ACTION-REWRITE TO TRUE
           MOVE EMP-ID TO JRNL-EMP-ID
           MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

       Print-Heading.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE '                   ACME CORPORATION' TO Report-Data
           PERFORM Write-Report-Line
           MOVE '               MANUAL CHECK POSTING REPORT'
               TO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           STRING 'EMP ID  CHECK NO  CHK DATE       GROSS  '
               'WITHHOLDING         NET  REASON'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Detail-Line.
           MOVE MAN-EMPLOYEE-ID TO WS-ID-EDIT
           MOVE MAN-GROSS TO WS-GROSS-EDIT
           MOVE WS-MAN-WITHHOLDING TO WS-DEDUCT-EDIT
           MOVE MAN-NET TO WS-NET-EDIT
           MOVE SPACES TO Report-Data
           STRING WS-ID-EDIT '  ' MAN-CHECK-NUMBER '  '
               MAN-CHECK-DATE ' ' WS-GROSS-EDIT '   '
               WS-DEDUCT-EDIT '  ' WS-NET-EDIT '  ' MAN-REASON
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Totals.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-POSTED-NET-TOTAL TO WS-TOTAL-EDIT
           STRING 'MANUAL CHECKS POSTED:  ' WS-COUNT-EDIT
               '   NET ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'MANUAL CHECKS REJECTED:' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE MAN-REPORT-LINE FROM Report-Data.
       END PROGRAM ManualCheck.
