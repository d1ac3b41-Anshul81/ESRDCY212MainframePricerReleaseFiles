      * entry (or the check path when the bank details are not
      * usable), and a GL extract pass over the run's postings, so
      * the ledger ties to the YTD movement on the master.
      * A deceased employee (termination type D) carries the date of
      * death and the payee - the estate or a beneficiary, with
      * address and TIN - onto the master, and the final pay goes to
      * the payee by check, never to the employee's bank account.
      * Paid in the year of death it is Social Security and Medicare
      * wages with no income tax withheld, kept out of the income-tax
      * wage buckets (W-2 box 1); paid in a later year it is not
      * wages at all and nothing is withheld or posted to the YTD
      * figures. Either way the payment is flagged on the posted-pay
      * and history records for the 1099-MISC extract.
      * The termination date and reason go onto the master for the
      * headcount and turnover figures. A reason that is not one of
      * the known codes rejects the termination; a blank one is
      * paid but listed for EmployeeMaint's 'S' correction, and a
      * deceased employee is always recorded as a death.
      * Each termination is checked on arrival against the state's
      * final-pay deadline (the FPAY table on RATETBL.DAT for the
      * work state and the voluntary/involuntary split of the
      * reason): one due within two days, due today or already past
      * is listed so the check is cut and delivered in time. With no
      * FPAY rows in effect no deadlines are checked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-POSTED-STATUS.
      * Ending employment ends the health coverage - each active
      * medical/dental/vision enrollment queues a COBRA qualifying
      * event for the administrator extract, and every active
      * enrollment is ended on BENEFITS.DAT as of the termination
      * date so the carrier enrollment files send the term.
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
       01  TERM-TRANS-RECORD.
           05 TERM-EMPLOYEE-ID         PIC 9(5).
           05 TERM-DATE                PIC 9(8).
      * D for a deceased employee, with the date of death and the
      * payee the final wages go to; space for an ordinary
      * termination, which leaves the payee fields blank.
           05 TERM-TYPE                PIC X(1).
               88 TERM-DECEASED            VALUE 'D'.
           05 TERM-DEATH-DATE          PIC 9(8).
           05 TERM-PAYEE-TYPE          PIC X(1).
           05 TERM-PAYEE-NAME          PIC X(40).
           05 TERM-PAYEE-ADDRESS       PIC X(60).
           05 TERM-PAYEE-TIN           PIC X(11).
      * Separation reason (EMP-TERM-REASON codes): RS resignation,
      * RT retirement, JA job abandonment, DC discharge, LO layoff,
      * PF performance, EC end of contract, DE death.
           05 TERM-REASON-CODE         PIC X(2).
           COPY BATCHCTL.

       FD  EMPLOYEE-MASTER.
           COPY WHTABLE.
           COPY BATCHCHK.
           COPY NACHAREQ.
           COPY FPAYTBL.

       01 WS-TRANS-STATUS          PIC XX.
           88 TRANS-OK                 VALUE '00'.
           88 BENEFIT-EOF              VALUE '10'.
       01 WS-COBRA-STATUS          PIC XX.
           88 COBRA-OK                 VALUE '00'.
      * Work copy of BENEFITS.DAT for ending a leaver's enrollments -
      * the same capacity BenefitMaint holds the file in.
       01 WS-ENROLL-TABLE.
           05 WS-ENROLL-COUNT      PIC 9(4) VALUE 0.
           05 WS-ENROLL-ENTRY OCCURS 1000 TIMES.
               10 WS-ENR-RECORD        PIC X(50).
       01 WS-ENROLL-SUB            PIC 9(4).
       01 WS-ENROLL-OVERFLOW       PIC X.
       01 WS-ENROLL-ENDED          PIC 9(3).
      * Statutory COBRA administration loading on the full premium.
       01 WS-COBRA-ADMIN-FACTOR    PIC 9V99 VALUE 1.02.
       01 WS-LOAN-STATUS           PIC XX.
       01 WS-MEDICARE-WITHHOLDING  PIC 9(5)V99.
       01 WS-TOTAL-DEDUCTIONS      PIC 9(7)V99.
       01 WS-FINAL-NET             PIC 9(7)V99.
      * Wages the income taxes and the employment taxes are figured
      * on - the whole combined gross, except for a decedent.
       01 WS-INCOME-TAXABLE        PIC 9(7)V99.
       01 WS-EMPLOYMENT-TAXABLE    PIC 9(7)V99.
       01 WS-DECEDENT-FLAG         PIC X(1).
           88 DECEDENT-WAGES           VALUE 'W'.
           88 DECEDENT-1099            VALUE '9'.
           88 PAID-TO-DECEDENT-PAYEE   VALUE 'W' '9'.

       01 Report-Data              PIC X(100).
       01 WS-ID-EDIT                PIC ZZZZ9.
      * Final-pay deadline for the termination in hand, and how many
      * days out an approaching deadline is worth a warning.
       01 WS-FPAY-WARN-DAYS         PIC 9(2) VALUE 2.
       01 WS-FPAY-TERM-TYPE         PIC X(1).
       01 WS-FPAY-FOUND             PIC X(1).
           88 FPAY-RULE-FOUND           VALUE 'Y'.
       01 WS-FPAY-DAYS-ALLOWED      PIC 9(3).
       01 WS-FPAY-DEADLINE          PIC 9(8).
       01 WS-FPAY-DEADLINE-INT      PIC 9(8).
       01 WS-FPAY-DAYS-LEFT         PIC S9(5).
       01 WS-FPAY-DAYS-EDIT         PIC ZZZZ9.
       01 WS-NEW-TERM-REASON        PIC X(2).
           88 NEW-TERM-REASON-VALID     VALUE 'RS' 'RT' 'JA' 'DC'
                                              'LO' 'PF' 'EC' 'DE'.
       01 WS-GROSS-EDIT             PIC ZZZ,ZZ9.99.
       01 WS-VACATION-EDIT          PIC ZZZ,ZZ9.99.
       01 WS-DEDUCT-EDIT            PIC ZZZ,ZZ9.99.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'FPAY' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-TODAY
               FINAL-PAY-TABLE WS-LOAD-STATUS
           IF NOT WS-TABLE-LOAD-OK
               MOVE 0 TO FPAY-COUNT
               DISPLAY 'No final-pay deadline table in effect for '
                   WS-TODAY ', deadlines not checked'
           END-IF

           MOVE 'TERMTRANS.DAT' TO BCK-FILENAME
           MOVE 'TERMTRAN' TO BCK-FILE-TAG
                   DISPLAY 'No master record for ID ' TERM-EMPLOYEE-ID
                       ', termination pay not processed'
               NOT INVALID KEY
                   IF NOT TERM-DECEASED
                       PERFORM Check-Final-Pay-Deadline
                   END-IF
                   IF TERM-DECEASED AND
                       (TERM-DEATH-DATE = 0 OR TERM-PAYEE-NAME = SPACES)
                       MOVE TERM-EMPLOYEE-ID TO WS-ID-EDIT
                       MOVE SPACES TO Report-Data
                       STRING WS-ID-EDIT '  REJECTED - deceased '
                           'termination needs the date of death and '
                           'the payee'
                           DELIMITED BY SIZE INTO Report-Data
                       PERFORM Write-Report-Line
                   ELSE
                       MOVE TERM-REASON-CODE TO WS-NEW-TERM-REASON
                       IF TERM-DECEASED
                           MOVE 'DE' TO WS-NEW-TERM-REASON
                       END-IF
                       IF WS-NEW-TERM-REASON NOT = SPACES AND
                           NOT NEW-TERM-REASON-VALID
                           MOVE TERM-EMPLOYEE-ID TO WS-ID-EDIT
                           MOVE SPACES TO Report-Data
                           STRING WS-ID-EDIT '  REJECTED - unknown '
                               'termination reason ' TERM-REASON-CODE
                               DELIMITED BY SIZE INTO Report-Data
                           PERFORM Write-Report-Line
                       ELSE
                           PERFORM Pay-Final-Check
                       END-IF
                   END-IF
           END-READ.

      * The state's deadline for this kind of termination - a row
      * for the exact type wins over the state's either-type row; a
      * blank reason is held to the stricter involuntary rule.
       Check-Final-Pay-Deadline.
           EVALUATE TERM-REASON-CODE
               WHEN 'RS'
               WHEN 'RT'
               WHEN 'JA'
                   MOVE 'V' TO WS-FPAY-TERM-TYPE
               WHEN OTHER
                   MOVE 'I' TO WS-FPAY-TERM-TYPE
           END-EVALUATE
           MOVE 'N' TO WS-FPAY-FOUND
           PERFORM VARYING FPAY-IDX FROM 1 BY 1
               UNTIL FPAY-IDX > FPAY-COUNT
               IF FPAY-STATE-CODE (FPAY-IDX) = EMP-WORK-STATE
                   IF FPAY-TERM-TYPE (FPAY-IDX) = WS-FPAY-TERM-TYPE
                       OR (FPAY-EITHER-TYPE (FPAY-IDX)
                           AND NOT FPAY-RULE-FOUND)
                       MOVE 'Y' TO WS-FPAY-FOUND
                       MOVE FPAY-DAYS-ALLOWED (FPAY-IDX)
                           TO WS-FPAY-DAYS-ALLOWED
                   END-IF
               END-IF
           END-PERFORM
           IF FPAY-RULE-FOUND AND TERM-DATE IS NUMERIC AND
               TERM-DATE > 0
               COMPUTE WS-FPAY-DEADLINE-INT =
                   FUNCTION INTEGER-OF-DATE (TERM-DATE)
                   + WS-FPAY-DAYS-ALLOWED
               COMPUTE WS-FPAY-DEADLINE =
                   FUNCTION DATE-OF-INTEGER (WS-FPAY-DEADLINE-INT)
               COMPUTE WS-FPAY-DAYS-LEFT = WS-FPAY-DEADLINE-INT
                   - FUNCTION INTEGER-OF-DATE (WS-TODAY)
               IF WS-FPAY-DAYS-LEFT <= WS-FPAY-WARN-DAYS
                   MOVE TERM-EMPLOYEE-ID TO WS-ID-EDIT
                   MOVE SPACES TO Report-Data
                   EVALUATE TRUE
                       WHEN WS-FPAY-DAYS-LEFT > 0
                           MOVE WS-FPAY-DAYS-LEFT TO WS-FPAY-DAYS-EDIT
                           STRING WS-ID-EDIT '  FINAL PAY DUE '
                               WS-FPAY-DEADLINE ' IN ' EMP-WORK-STATE
                               ' -' WS-FPAY-DAYS-EDIT ' DAYS LEFT'
                               DELIMITED BY SIZE INTO Report-Data
                       WHEN WS-FPAY-DAYS-LEFT = 0
                           STRING WS-ID-EDIT '  FINAL PAY DUE '
                               WS-FPAY-DEADLINE ' IN ' EMP-WORK-STATE
                               ' - DUE TODAY'
                               DELIMITED BY SIZE INTO Report-Data
                       WHEN OTHER
                           MOVE WS-FPAY-DAYS-LEFT TO WS-FPAY-DAYS-EDIT
                           STRING WS-ID-EDIT '  FINAL PAY DUE '
                               WS-FPAY-DEADLINE ' IN ' EMP-WORK-STATE
                               ' - PAST DUE' WS-FPAY-DAYS-EDIT ' DAYS'
                               DELIMITED BY SIZE INTO Report-Data
                   END-EVALUATE
                   PERFORM Write-Report-Line
                   MOVE SPACES TO Report-Data
               END-IF
           END-IF.

       Pay-Final-Check.
           MOVE EMPLOYEE-RECORD TO JRNL-BEFORE-IMAGE
           PERFORM Compute-Final-Pay
      * No pre-tax deductions come out of a final check, so the whole
      * combined gross is taxable wages for every tax.
           MOVE WS-COMBINED-GROSS TO WS-INCOME-TAXABLE
           MOVE WS-COMBINED-GROSS TO WS-EMPLOYMENT-TAXABLE
           MOVE SPACE TO WS-DECEDENT-FLAG
           IF TERM-DECEASED
               PERFORM Apply-Decedent-Treatment
           END-IF
           PERFORM Print-Detail-Line
           SET EMP-STATUS-TERMINATED TO TRUE
           MOVE TERM-DATE TO EMP-TERM-DATE
           MOVE WS-NEW-TERM-REASON TO EMP-TERM-REASON
           MOVE 0 TO EMP-VACATION-BALANCE
           IF EMP-TERM-REASON = SPACES
               MOVE TERM-EMPLOYEE-ID TO WS-ID-EDIT
               MOVE SPACES TO Report-Data
               STRING WS-ID-EDIT '  NO TERMINATION REASON GIVEN - '
                   'correct it with an S maintenance transaction'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF
      * A later-year payment to a decedent's payee is not wages - it
      * stays off the master's YTD figures entirely and reaches the
      * 1099-MISC off the history record.
           IF NOT DECEDENT-1099
               ADD WS-COMBINED-GROSS TO EMP-YTD-GROSS
               ADD WS-TOTAL-DEDUCTIONS TO EMP-YTD-DEDUCTIONS
               ADD WS-FINAL-NET TO EMP-YTD-NET
      * The component buckets move with the aggregate so the W-2
      * boxes built from them carry the final check's withholding.
               ADD WS-FEDERAL-WITHHOLDING TO EMP-YTD-FEDERAL
               ADD WS-FICA-WITHHOLDING TO EMP-YTD-FICA
               ADD WS-MEDICARE-WITHHOLDING TO EMP-YTD-MEDICARE
               ADD WS-INCOME-TAXABLE TO EMP-YTD-FED-WAGES
               ADD WS-EMPLOYMENT-TAXABLE TO EMP-YTD-SS-WAGES
               ADD WS-EMPLOYMENT-TAXABLE TO EMP-YTD-MEDI-WAGES
               IF EMP-LOCAL-TAX-CODE NOT = SPACES
                   ADD WS-INCOME-TAXABLE TO EMP-YTD-LOCAL-WAGES
               END-IF
           END-IF
           REWRITE EMPLOYEE-RECORD
           PERFORM Write-Journal-Record
           PERFORM Write-Posted-Pay-Record
           PERFORM Write-Pay-History-Record
           PERFORM Write-ACH-Record
           PERFORM Queue-Cobra-Events
           PERFORM End-Benefit-Enrollments
           PERFORM Report-Outstanding-Loans.

       Apply-Decedent-Treatment.
      * The payee goes on the master, where CheckPrint makes the
      * check out to it and the 1099-MISC extract addresses it.
           MOVE TERM-DEATH-DATE TO EMP-DEATH-DATE
           MOVE TERM-PAYEE-TYPE TO EMP-PAYEE-TYPE
           MOVE TERM-PAYEE-NAME TO EMP-PAYEE-NAME
           MOVE TERM-PAYEE-ADDRESS TO EMP-PAYEE-ADDRESS
           MOVE TERM-PAYEE-TIN TO EMP-PAYEE-TIN
      * Wages paid after death are never subject to income tax
      * withholding. In the year of death Social Security and
      * Medicare still apply; in any later year nothing does.
           MOVE 0 TO WS-FEDERAL-WITHHOLDING
           MOVE 0 TO WS-INCOME-TAXABLE
           IF WS-TODAY (1:4) > TERM-DEATH-DATE (1:4)
               SET DECEDENT-1099 TO TRUE
               MOVE 0 TO WS-FICA-WITHHOLDING
               MOVE 0 TO WS-MEDICARE-WITHHOLDING
               MOVE 0 TO WS-EMPLOYMENT-TAXABLE
           ELSE
               SET DECEDENT-WAGES TO TRUE
           END-IF
           COMPUTE WS-TOTAL-DEDUCTIONS =
               WS-FEDERAL-WITHHOLDING + WS-FICA-WITHHOLDING
               + WS-MEDICARE-WITHHOLDING
           COMPUTE WS-FINAL-NET =
               WS-COMBINED-GROSS - WS-TOTAL-DEDUCTIONS.

       Report-Outstanding-Loans.
      * An unpaid plan loan at termination defaults unless the
               CLOSE COBRA-QUEUE
           END-IF.

       End-Benefit-Enrollments.
      * The whole file is held and written back with the leaver's
      * active rows terminated as of the termination date. A file
      * too big to hold is left untouched - the enrollments are then
      * ended through BenefitMaint instead.
           MOVE 0 TO WS-ENROLL-COUNT
           MOVE 0 TO WS-ENROLL-ENDED
           MOVE 'N' TO WS-ENROLL-OVERFLOW
           OPEN INPUT BENEFIT-FILE
           IF BENEFIT-OK
               PERFORM UNTIL BENEFIT-EOF
                   READ BENEFIT-FILE
                       AT END
                           SET BENEFIT-EOF TO TRUE
                       NOT AT END
                           IF WS-ENROLL-COUNT >= 1000
                               MOVE 'Y' TO WS-ENROLL-OVERFLOW
                           ELSE
                               IF BEN-EMPLOYEE-ID = EMP-ID
                                   AND BEN-ENROLLED
                                   SET BEN-TERMINATED TO TRUE
                                   MOVE TERM-DATE TO BEN-END-DATE
                                   ADD 1 TO WS-ENROLL-ENDED
                               END-IF
                               ADD 1 TO WS-ENROLL-COUNT
                               MOVE BENEFIT-RECORD
                                   TO WS-ENR-RECORD (WS-ENROLL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BENEFIT-FILE
           EVALUATE TRUE
               WHEN WS-ENROLL-OVERFLOW = 'Y'
                   MOVE EMP-ID TO WS-ID-EDIT
                   MOVE SPACES TO Report-Data
                   STRING WS-ID-EDIT '  BENEFIT ENROLLMENTS NOT '
                       'ENDED - FILE TOO LARGE, END THROUGH '
                       'BENEFITMAINT'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               WHEN WS-ENROLL-ENDED > 0
                   OPEN OUTPUT BENEFIT-FILE
                   IF NOT BENEFIT-OK
                       DISPLAY 'Cannot rewrite benefit file, status '
                           WS-BENEFIT-STATUS ' - enrollments for '
                           EMP-ID ' not ended'
                   ELSE
                       PERFORM VARYING WS-ENROLL-SUB FROM 1 BY 1
                           UNTIL WS-ENROLL-SUB > WS-ENROLL-COUNT
                           MOVE WS-ENR-RECORD (WS-ENROLL-SUB)
                               TO BENEFIT-RECORD
                           WRITE BENEFIT-RECORD
                       END-PERFORM
                       CLOSE BENEFIT-FILE
                   END-IF
           END-EVALUATE.

       Queue-One-Cobra-Event.
           MOVE EMP-ID TO CBR-EMPLOYEE-ID
           MOVE BEN-PLAN-CODE TO CBR-PLAN-CODE
           MOVE WS-FEDERAL-WITHHOLDING TO POST-FEDERAL-WITHHOLDING
           MOVE WS-FICA-WITHHOLDING TO POST-FICA-WITHHOLDING
           MOVE WS-MEDICARE-WITHHOLDING TO POST-MEDICARE-WITHHOLDING
           MOVE WS-INCOME-TAXABLE TO POST-FEDERAL-TAXABLE
           MOVE WS-INCOME-TAXABLE TO POST-STATE-TAXABLE
           MOVE WS-EMPLOYMENT-TAXABLE TO POST-FICA-TAXABLE
           MOVE WS-EMPLOYMENT-TAXABLE TO POST-MEDICARE-TAXABLE
      * Local wages are recorded for the W-2 local boxes; no local
      * tax is withheld off-cycle, the same as state.
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE WS-INCOME-TAXABLE TO POST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO POST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO POST-WORK-STATE
           MOVE EMP-DEPT-CODE TO POST-DEPT-CODE
           MOVE WS-TODAY TO POST-CHECK-DATE
           MOVE WS-DECEDENT-FLAG TO POST-DECEDENT-FLAG
      * A decedent's pay is a check to the payee - the employee's
      * own account or card is never credited. Otherwise an active
      * payroll card takes the final pay ahead of any bank account
      * on file - PayCardFund loads it to the card.
           EVALUATE TRUE
               WHEN PAID-TO-DECEDENT-PAYEE
                   SET POST-PAID-BY-CHECK TO TRUE
               WHEN EMP-PAYCARD-ACTIVE
                   SET POST-PAID-BY-PAYCARD TO TRUE
               WHEN EMP-BANK-ROUTING = SPACES
                   OR EMP-BANK-ACCOUNT = SPACES
                   OR EMP-DEPOSIT-PRENOTE OR EMP-DEPOSIT-FAILED
                   OR EMP-DEPOSIT-NONE
                   SET POST-PAID-BY-CHECK TO TRUE
               WHEN OTHER
                   SET POST-PAID-BY-ACH TO TRUE
           END-EVALUATE
           WRITE POSTED-PAY-RECORD
               INVALID KEY
                   DISPLAY 'Could not write posted-pay record for '
           MOVE WS-FEDERAL-WITHHOLDING TO HIST-FEDERAL-WITHHOLDING
           MOVE WS-FICA-WITHHOLDING TO HIST-FICA-WITHHOLDING
           MOVE WS-MEDICARE-WITHHOLDING TO HIST-MEDICARE-WITHHOLDING
           MOVE WS-INCOME-TAXABLE TO HIST-FEDERAL-TAXABLE
           MOVE WS-INCOME-TAXABLE TO HIST-STATE-TAXABLE
           MOVE WS-EMPLOYMENT-TAXABLE TO HIST-FICA-TAXABLE
           MOVE WS-EMPLOYMENT-TAXABLE TO HIST-MEDICARE-TAXABLE
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE WS-INCOME-TAXABLE TO HIST-LOCAL-TAXABLE
               MOVE EMP-LOCAL-TAX-CODE TO HIST-LOCAL-TAX-CODE
           END-IF
           MOVE EMP-WORK-STATE TO HIST-WORK-STATE
           MOVE WS-DECEDENT-FLAG TO HIST-DECEDENT-FLAG
           MOVE POST-PAY-METHOD TO HIST-PAY-METHOD
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'Termination history already on file for '
               MOVE 'N' TO NACHA-DEBIT-FLAG
               CALL 'NachaFile' USING NACHA-REQUEST
           ELSE
               IF PAID-TO-DECEDENT-PAYEE
                   DISPLAY 'Final pay for deceased employee ' EMP-ID
                       ' by check to ' EMP-PAYEE-NAME
               ELSE
                   IF POST-PAID-BY-PAYCARD
                       DISPLAY 'Final pay for employee ' EMP-ID
                           ' routed to pay card'
                   ELSE
                       DISPLAY 'Final pay for employee ' EMP-ID
                           ' routed to check'
                   END-IF
               END-IF
           END-IF.

       Write-Journal-Record.
               '       ' DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO Report-Data
           PERFORM Write-Report-Line
           IF PAID-TO-DECEDENT-PAYEE
               MOVE SPACES TO Report-Data
               IF DECEDENT-1099
                   STRING '   DECEASED ' TERM-DEATH-DATE
                       ' - CHECK TO ' EMP-PAYEE-NAME
                       ' - NOT WAGES, 1099-MISC ONLY'
                       DELIMITED BY SIZE INTO Report-Data
               ELSE
                   STRING '   DECEASED ' TERM-DEATH-DATE
                       ' - CHECK TO ' EMP-PAYEE-NAME
                       ' - FICA/MEDICARE ONLY, 1099-MISC'
                       DELIMITED BY SIZE INTO Report-Data
               END-IF
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           DISPLAY Report-Data
