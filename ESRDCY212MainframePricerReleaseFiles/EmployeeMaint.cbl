               88 MAINT-REHIRE             VALUE 'R'.
               88 MAINT-CANCEL-PENDING     VALUE 'X'.
               88 MAINT-APPROVE-HELD       VALUE 'V'.
               88 MAINT-BEGIN-LEAVE        VALUE 'L'.
               88 MAINT-RETURN-FROM-LEAVE  VALUE 'W'.
               88 MAINT-PAYCARD-ENROLL     VALUE 'P'.
               88 MAINT-SEPARATION-DETAILS VALUE 'S'.
           05 MAINT-EMP-ID             PIC 9(5).
           05 MAINT-EMP-NAME           PIC X(40).
           05 MAINT-EMP-ROLE           PIC X(20).
      * Operator who keyed the transaction - dual control on the
      * high-risk changes compares it against the approver's.
           05 MAINT-OPERATOR-ID        PIC X(8).
      * Local income-tax jurisdiction (LOCL key on RATETBL.DAT).
      * Blank on a change keeps the master's code, like the address;
      * NONE takes the employee out of local tax.
           05 MAINT-EMP-LOCAL-TAX-CODE PIC X(6).
      * FLSA classification, E exempt or N non-exempt. Blank on a
      * change keeps the master's classification; blank on an add
      * takes the usual one for the pay type (hourly non-exempt,
      * salaried exempt).
           05 MAINT-EMP-FLSA-STATUS    PIC X(1).
      * Leave of absence. An 'L' transaction puts an active employee
      * on leave (or, for one already out, changes the leave type or
      * moves the expected return date) - the type is F (FMLA), M
      * (military), D (disability), or P (personal), and the leave
      * starts on the effective date (today when zero). A 'W'
      * transaction returns the employee to work. Neither touches
      * the profile fields, so the rest of the card may be blank.
           05 MAINT-LEAVE-TYPE         PIC X(1).
           05 MAINT-LEAVE-RETURN-DATE  PIC 9(8).
      * Pay card enrollment. A 'P' transaction sets the employee's
      * card program, card account, and card status (A active, P
      * pending activation, C closed) - like 'L' it leaves the
      * profile fields alone. Activating a card or changing the
      * account on an active card diverts the net pay, so it holds
      * for dual control the same as a bank change.
           05 MAINT-PAYCARD-PROGRAM    PIC X(4).
           05 MAINT-PAYCARD-ACCOUNT    PIC X(19).
           05 MAINT-PAYCARD-STATUS     PIC X(1).
      * Separation details. TermPay records the termination date and
      * reason when it pays the final check; an 'S' transaction
      * corrects them on a terminated employee - a reason that was
      * left blank or keyed wrong, or the wrong last day. Like 'L'
      * it leaves the profile fields alone.
           05 MAINT-TERM-DATE          PIC 9(8).
           05 MAINT-TERM-REASON        PIC X(2).
               88 MAINT-TERM-REASON-VALID  VALUE 'RS' 'RT' 'JA' 'DC'
                                                 'LO' 'PF' 'EC' 'DE'.
           COPY BATCHCTL.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

      * Held future-dated transactions - the full 267-byte
      * MAINT-RECORD image, applied automatically by the first run on
      * or after the effective date.
       FD  PENDING-MAINT.
       01  PENDING-RECORD              PIC X(267).

      * High-risk changes held for dual control - the transaction
      * image plus the date it was held, waiting for a matching 'V'
      * the master.
       FD  HELD-MAINT.
       01  HELD-RECORD.
           05 HELD-TRANS-IMAGE         PIC X(267).
           05 HELD-DATE                PIC 9(8).

       FD  HELD-LIST.
       01 WS-PEND-TABLE.
           05 WS-PEND-COUNT        PIC 9(3) VALUE 0.
           05 WS-PEND-ENTRY OCCURS 200 TIMES.
               10 WS-PEND-DATA         PIC X(267).
               10 WS-PEND-STATE        PIC X(1).
       01 WS-PEND-SUB              PIC 9(3).
       01 WS-PEND-WORK             PIC X(267).
       01 WS-PEND-WORK-R REDEFINES WS-PEND-WORK.
           05 WS-PEND-ACTION       PIC X(1).
           05 WS-PEND-EMP-ID       PIC 9(5).
           05 FILLER               PIC X(195).
           05 WS-PEND-EFF-DATE     PIC 9(8).
           05 WS-PEND-OPERATOR     PIC X(8).
           05 FILLER               PIC X(50).

      * High-risk changes held for dual control, loaded at run
      * start and written back at run end. State: H held, A applied
       01 WS-HELD-TABLE.
           05 WS-HELD-COUNT        PIC 9(3) VALUE 0.
           05 WS-HELD-ENTRY OCCURS 200 TIMES.
               10 WS-HELD-DATA         PIC X(267).
               10 WS-HELD-ON           PIC 9(8).
               10 WS-HELD-STATE        PIC X(1).
       01 WS-HELD-SUB              PIC 9(3).
       01 WS-HELD-WORK             PIC X(267).
       01 WS-HELD-WORK-R REDEFINES WS-HELD-WORK.
           05 WS-HELD-ACTION       PIC X(1).
           05 WS-HELD-EMP-ID       PIC 9(5).
           05 FILLER               PIC X(195).
           05 WS-HELD-EFF-DATE     PIC 9(8).
           05 WS-HELD-OPERATOR     PIC X(8).
           05 FILLER               PIC X(50).
       01 WS-HELD-STATUS           PIC XX.
           88 HELD-OK                  VALUE '00'.
           88 HELD-EOF                 VALUE '10'.
           05 WS-OLD-WORK-STATE    PIC X(2).
           05 WS-OLD-ADDRESS       PIC X(60).
           05 WS-OLD-COMPANY       PIC X(2).
           05 WS-OLD-LOCAL-CODE    PIC X(6).
           05 WS-OLD-FLSA-STATUS   PIC X(1).
           05 WS-OLD-EMP-STATUS    PIC X(1).
           05 WS-OLD-LEAVE-TYPE    PIC X(1).
           05 WS-OLD-LEAVE-RETURN  PIC 9(8).
           05 WS-OLD-PAYCARD-PROGRAM PIC X(4).
           05 WS-OLD-PAYCARD-ACCOUNT PIC X(19).
           05 WS-OLD-PAYCARD-STATUS PIC X(1).
           05 WS-OLD-TERM-DATE     PIC 9(8).
           05 WS-OLD-TERM-REASON   PIC X(2).
           05 WS-OLD-REHIRED       PIC X(1).
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           IF MAINT-ADD OR MAINT-CHANGE OR MAINT-REHIRE
               PERFORM Validate-Maintenance-Fields
           END-IF
           IF MAINT-BEGIN-LEAVE
               PERFORM Validate-Leave-Fields
           END-IF
           IF MAINT-PAYCARD-ENROLL
               PERFORM Validate-Paycard-Fields
           END-IF
           IF MAINT-SEPARATION-DETAILS
               PERFORM Validate-Separation-Fields
           END-IF
           IF MAINT-FIELDS-VALID
               MOVE 'N' TO WS-CHANGE-RISK
               IF MAINT-CHANGE AND NOT APPLYING-HELD-CHANGE
                   PERFORM Assess-Change-Risk
               END-IF
               IF MAINT-PAYCARD-ENROLL AND NOT APPLYING-HELD-CHANGE
                   PERFORM Assess-Paycard-Risk
               END-IF
               IF CHANGE-IS-HIGH-RISK
                   PERFORM Hold-For-Approval
               ELSE
                   END-IF
           END-READ.

       Assess-Paycard-Risk.
      * Pay starts flowing to a card account the moment an active
      * card's account is on the master - a new activation or a new
      * account number needs the second operator. Ordering a card
      * (pending) or closing one sends no money anywhere new.
           MOVE MAINT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MAINT-PAYCARD-STATUS = 'A' AND
                       (NOT EMP-PAYCARD-ACTIVE OR
                        MAINT-PAYCARD-ACCOUNT NOT = EMP-PAYCARD-ACCOUNT)
                       SET CHANGE-IS-HIGH-RISK TO TRUE
                   END-IF
           END-READ.

       Hold-For-Approval.
           IF WS-HELD-COUNT >= 200
               MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
               WRITE MAINT-REPORT-RECORD
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE MAINT-RECORD (1:267)
                   TO WS-HELD-DATA (WS-HELD-COUNT)
               MOVE WS-TODAY TO WS-HELD-ON (WS-HELD-COUNT)
               MOVE 'H' TO WS-HELD-STATE (WS-HELD-COUNT)
                   MOVE 'Held change approved and applied'
                       TO MAINT-RPT-REASON
                   WRITE MAINT-REPORT-RECORD
                   MOVE WS-HELD-WORK TO MAINT-RECORD (1:267)
                   SET APPLYING-HELD-CHANGE TO TRUE
                   PERFORM Process-Maintenance-Transaction
                   MOVE 'N' TO WS-APPLYING-HELD
                   PERFORM Delete-Employee
               WHEN MAINT-REHIRE
                   PERFORM Rehire-Employee
               WHEN MAINT-BEGIN-LEAVE
                   PERFORM Begin-Leave-Of-Absence
               WHEN MAINT-RETURN-FROM-LEAVE
                   PERFORM Return-From-Leave
               WHEN MAINT-PAYCARD-ENROLL
                   PERFORM Enroll-Pay-Card
               WHEN MAINT-SEPARATION-DETAILS
                   PERFORM Correct-Separation-Details
               WHEN OTHER
                   MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                   MOVE MAINT-ACTION TO MAINT-RPT-ACTION
           PERFORM Validate-SSN
           PERFORM Validate-Hire-Date
           PERFORM Validate-Bank-Routing
           PERFORM Validate-Flsa-Status
           IF MAINT-EMP-PAY-FREQUENCY = 'H' AND
               MAINT-EMP-HOURLY-RATE = 0
               MOVE 'HOURLY-RATE: hourly employee needs nonzero rate'
               PERFORM Write-Validation-Reject
           END-IF.

       Validate-Flsa-Status.
           IF MAINT-EMP-FLSA-STATUS NOT = SPACES AND
               MAINT-EMP-FLSA-STATUS NOT = 'E' AND
               MAINT-EMP-FLSA-STATUS NOT = 'N'
               MOVE 'FLSA: must be E, N, or blank'
                   TO MAINT-RPT-REASON
               PERFORM Write-Validation-Reject
           END-IF
           IF MAINT-EMP-FLSA-STATUS = 'E' AND
               MAINT-EMP-PAY-FREQUENCY = 'H'
               MOVE 'FLSA: hourly employee cannot be exempt'
                   TO MAINT-RPT-REASON
               PERFORM Write-Validation-Reject
           END-IF.

       Validate-Leave-Fields.
      * The leave type must be one the premium handling knows, and
      * an expected return date (zero when open-ended, as a long
      * disability often is) must be a real date after the leave
      * starts.
           IF MAINT-LEAVE-TYPE NOT = 'F' AND
               MAINT-LEAVE-TYPE NOT = 'M' AND
               MAINT-LEAVE-TYPE NOT = 'D' AND
               MAINT-LEAVE-TYPE NOT = 'P'
               MOVE 'LEAVE-TYPE: must be F, M, D, or P'
                   TO MAINT-RPT-REASON
               PERFORM Write-Validation-Reject
           END-IF
           IF MAINT-LEAVE-RETURN-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD
                       (MAINT-LEAVE-RETURN-DATE) NOT = 0
                   MOVE 'LEAVE-RETURN: not a real calendar date'
                       TO MAINT-RPT-REASON
                   PERFORM Write-Validation-Reject
               ELSE
                   IF (MAINT-EFFECTIVE-DATE > 0 AND
                       MAINT-LEAVE-RETURN-DATE <= MAINT-EFFECTIVE-DATE)
                       OR (MAINT-EFFECTIVE-DATE = 0 AND
                       MAINT-LEAVE-RETURN-DATE <= WS-TODAY)
                       MOVE 'LEAVE-RETURN: must fall after the leave '
                           & 'starts' TO MAINT-RPT-REASON
                       PERFORM Write-Validation-Reject
                   END-IF
               END-IF
           END-IF.

       Validate-Paycard-Fields.
      * A card being paid to needs both the vendor program and the
      * card account; a closed card keeps them on file for the
      * record.
           IF MAINT-PAYCARD-STATUS NOT = 'A' AND
               MAINT-PAYCARD-STATUS NOT = 'P' AND
               MAINT-PAYCARD-STATUS NOT = 'C'
               MOVE 'CARD-STATUS: must be A, P, or C'
                   TO MAINT-RPT-REASON
               PERFORM Write-Validation-Reject
           END-IF
           IF MAINT-PAYCARD-STATUS NOT = 'C' AND
               MAINT-PAYCARD-PROGRAM = SPACES
               MOVE 'CARD-PROGRAM: required to enroll a pay card'
                   TO MAINT-RPT-REASON
               PERFORM Write-Validation-Reject
           END-IF
           IF MAINT-PAYCARD-STATUS = 'A' AND
               (MAINT-PAYCARD-ACCOUNT = SPACES OR
                FUNCTION TRIM (MAINT-PAYCARD-ACCOUNT) IS NOT NUMERIC)
               MOVE 'CARD-ACCOUNT: active card needs a numeric account'
                   TO MAINT-RPT-REASON
               PERFORM Write-Validation-Reject
           END-IF.

       Validate-Pay-Frequency.
           IF MAINT-EMP-PAY-FREQUENCY NOT = 'W' AND
               MAINT-EMP-PAY-FREQUENCY NOT = 'B' AND
           MOVE MAINT-EMP-WORK-STATE TO EMP-WORK-STATE
           MOVE MAINT-EMP-ADDRESS TO EMP-ADDRESS
           MOVE MAINT-EMP-COMPANY-CODE TO EMP-COMPANY-CODE
           IF MAINT-EMP-LOCAL-TAX-CODE NOT = 'NONE'
               MOVE MAINT-EMP-LOCAL-TAX-CODE TO EMP-LOCAL-TAX-CODE
           END-IF
           IF MAINT-EMP-FLSA-STATUS = SPACES
               IF EMP-PAY-HOURLY
                   SET EMP-FLSA-NON-EXEMPT TO TRUE
               ELSE
                   SET EMP-FLSA-EXEMPT TO TRUE
               END-IF
           ELSE
               MOVE MAINT-EMP-FLSA-STATUS TO EMP-FLSA-STATUS
           END-IF
           PERFORM Start-Prenote-Cycle
           MOVE 0 TO EMP-YTD-GROSS
           MOVE 0 TO EMP-YTD-DEDUCTIONS
           MOVE 0 TO EMP-YTD-NET
           SET EMP-STATUS-ACTIVE TO TRUE
           MOVE 'N' TO EMP-REHIRED
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
           MOVE EMP-ACCOUNT-TYPE TO WS-OLD-ACCT-TYPE
           MOVE EMP-WORK-STATE TO WS-OLD-WORK-STATE
           MOVE EMP-ADDRESS TO WS-OLD-ADDRESS
           MOVE EMP-COMPANY-CODE TO WS-OLD-COMPANY
           MOVE EMP-LOCAL-TAX-CODE TO WS-OLD-LOCAL-CODE
           MOVE EMP-FLSA-STATUS TO WS-OLD-FLSA-STATUS
           MOVE EMP-EMPLOYMENT-STATUS TO WS-OLD-EMP-STATUS
           MOVE EMP-LEAVE-TYPE TO WS-OLD-LEAVE-TYPE
           MOVE EMP-LEAVE-RETURN-DATE TO WS-OLD-LEAVE-RETURN
           MOVE EMP-PAYCARD-PROGRAM TO WS-OLD-PAYCARD-PROGRAM
           MOVE EMP-PAYCARD-ACCOUNT TO WS-OLD-PAYCARD-ACCOUNT
           MOVE EMP-PAYCARD-STATUS TO WS-OLD-PAYCARD-STATUS
           MOVE EMP-TERM-DATE TO WS-OLD-TERM-DATE
           MOVE EMP-TERM-REASON TO WS-OLD-TERM-REASON
           MOVE EMP-REHIRED TO WS-OLD-REHIRED.

       Audit-Changed-Fields.
           PERFORM Audit-Transaction-Header
               MOVE WS-OLD-COMPANY TO WS-AUDIT-BEFORE
               MOVE EMP-COMPANY-CODE TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-LOCAL-TAX-CODE NOT = WS-OLD-LOCAL-CODE
               MOVE 'LOCAL-TAX' TO WS-AUDIT-FIELD
               MOVE WS-OLD-LOCAL-CODE TO WS-AUDIT-BEFORE
               MOVE EMP-LOCAL-TAX-CODE TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-FLSA-STATUS NOT = WS-OLD-FLSA-STATUS
               MOVE 'FLSA-STATUS' TO WS-AUDIT-FIELD
               MOVE WS-OLD-FLSA-STATUS TO WS-AUDIT-BEFORE
               MOVE EMP-FLSA-STATUS TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-EMPLOYMENT-STATUS NOT = WS-OLD-EMP-STATUS
               MOVE 'EMP-STATUS' TO WS-AUDIT-FIELD
               MOVE WS-OLD-EMP-STATUS TO WS-AUDIT-BEFORE
               MOVE EMP-EMPLOYMENT-STATUS TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-LEAVE-TYPE NOT = WS-OLD-LEAVE-TYPE
               MOVE 'LEAVE-TYPE' TO WS-AUDIT-FIELD
               MOVE WS-OLD-LEAVE-TYPE TO WS-AUDIT-BEFORE
               MOVE EMP-LEAVE-TYPE TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-LEAVE-RETURN-DATE NOT = WS-OLD-LEAVE-RETURN
               MOVE 'LEAVE-RETURN' TO WS-AUDIT-FIELD
               MOVE WS-OLD-LEAVE-RETURN TO WS-AUDIT-BEFORE
               MOVE EMP-LEAVE-RETURN-DATE TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-PAYCARD-PROGRAM NOT = WS-OLD-PAYCARD-PROGRAM
               MOVE 'CARD-PROGRAM' TO WS-AUDIT-FIELD
               MOVE WS-OLD-PAYCARD-PROGRAM TO WS-AUDIT-BEFORE
               MOVE EMP-PAYCARD-PROGRAM TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-PAYCARD-ACCOUNT NOT = WS-OLD-PAYCARD-ACCOUNT
               MOVE 'CARD-ACCOUNT' TO WS-AUDIT-FIELD
               MOVE WS-OLD-PAYCARD-ACCOUNT TO WS-AUDIT-BEFORE
               MOVE EMP-PAYCARD-ACCOUNT TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-PAYCARD-STATUS NOT = WS-OLD-PAYCARD-STATUS
               MOVE 'CARD-STATUS' TO WS-AUDIT-FIELD
               MOVE WS-OLD-PAYCARD-STATUS TO WS-AUDIT-BEFORE
               MOVE EMP-PAYCARD-STATUS TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-TERM-DATE NOT = WS-OLD-TERM-DATE
               MOVE 'TERM-DATE' TO WS-AUDIT-FIELD
               MOVE WS-OLD-TERM-DATE TO WS-AUDIT-BEFORE
               MOVE EMP-TERM-DATE TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-TERM-REASON NOT = WS-OLD-TERM-REASON
               MOVE 'TERM-REASON' TO WS-AUDIT-FIELD
               MOVE WS-OLD-TERM-REASON TO WS-AUDIT-BEFORE
               MOVE EMP-TERM-REASON TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF
           IF EMP-REHIRED NOT = WS-OLD-REHIRED
               MOVE 'REHIRED' TO WS-AUDIT-FIELD
               MOVE WS-OLD-REHIRED TO WS-AUDIT-BEFORE
               MOVE EMP-REHIRED TO WS-AUDIT-AFTER
               PERFORM Audit-Field-Line
           END-IF.

       Apply-Local-Tax-Code.
      * Blank keeps the jurisdiction on file; NONE clears it.
           EVALUATE MAINT-EMP-LOCAL-TAX-CODE
               WHEN SPACES
                   CONTINUE
               WHEN 'NONE'
                   MOVE SPACES TO EMP-LOCAL-TAX-CODE
               WHEN OTHER
                   MOVE MAINT-EMP-LOCAL-TAX-CODE TO EMP-LOCAL-TAX-CODE
           END-EVALUATE.

       Apply-Flsa-Status.
      * Blank keeps the classification on file; an employee moved to
      * hourly pay is non-exempt whatever the master held before.
           IF MAINT-EMP-FLSA-STATUS NOT = SPACES
               MOVE MAINT-EMP-FLSA-STATUS TO EMP-FLSA-STATUS
           END-IF
           IF EMP-PAY-HOURLY
               SET EMP-FLSA-NON-EXEMPT TO TRUE
           END-IF.

       Change-Employee.
                       MOVE MAINT-EMP-COMPANY-CODE
                           TO EMP-COMPANY-CODE
                   END-IF
                   PERFORM Apply-Local-Tax-Code
                   PERFORM Apply-Flsa-Status
      * New money must never go straight to unproven bank details -
      * any change to routing or account restarts the prenote cycle,
      * and the next payroll run routes the net to a paper check
           END-IF
           MOVE 0 TO EMP-PRENOTE-DATE.

       Validate-Separation-Fields.
      * The reason must be one the turnover figures can class as
      * voluntary or involuntary, and the date a real one no later
      * than today.
           IF NOT MAINT-TERM-REASON-VALID
               MOVE 'TERM-REASON: must be RS, RT, JA, DC, LO, PF, '
                   & 'EC, or DE' TO MAINT-RPT-REASON
               PERFORM Write-Validation-Reject
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (MAINT-TERM-DATE) NOT = 0
               MOVE 'TERM-DATE: not a real calendar date'
                   TO MAINT-RPT-REASON
               PERFORM Write-Validation-Reject
           ELSE
               IF MAINT-TERM-DATE > WS-TODAY
                   MOVE 'TERM-DATE: cannot be in the future'
                       TO MAINT-RPT-REASON
                   PERFORM Write-Validation-Reject
               END-IF
           END-IF.

       Rehire-Employee.
      * Reactivates a terminated record in place: the employee keeps
      * their original ID, SSN, and same-year YTD balances, gets a
                           MOVE MAINT-EMP-COMPANY-CODE
                               TO EMP-COMPANY-CODE
                       END-IF
                       PERFORM Apply-Local-Tax-Code
                       PERFORM Apply-Flsa-Status
                       IF EMP-BANK-ROUTING NOT = WS-PRIOR-BANK-ROUTING
                           OR EMP-BANK-ACCOUNT
                               NOT = WS-PRIOR-BANK-ACCOUNT
                           PERFORM Start-Prenote-Cycle
                       END-IF
                       SET EMP-STATUS-ACTIVE TO TRUE
      * The last separation stays on file; the flag marks the new
      * hire date as a return for the headcount figures.
                       SET EMP-IS-REHIRE TO TRUE
                       REWRITE EMPLOYEE-RECORD
                       MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
                       SET JRNL-ACTION-REWRITE TO TRUE
                   END-IF
           END-READ.

       Begin-Leave-Of-Absence.
      * An active employee goes on leave from the effective date;
      * PayCycleSelect skips them from then on, LeavePremium carries
      * their benefit premiums, and no accrual is earned while out.
      * An 'L' for someone already on leave only updates the type
      * and expected return - the leave keeps its original start.
           MOVE MAINT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                   MOVE 'L' TO MAINT-RPT-ACTION
                   MOVE 'Employee not found, leave rejected'
                       TO MAINT-RPT-REASON
                   WRITE MAINT-REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF EMP-STATUS-TERMINATED
                       MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                       MOVE 'L' TO MAINT-RPT-ACTION
                       MOVE 'Employee is terminated, leave rejected'
                           TO MAINT-RPT-REASON
                       WRITE MAINT-REPORT-RECORD
                   ELSE
                       PERFORM Capture-Before-Image
                       IF NOT EMP-STATUS-ON-LEAVE
                           IF MAINT-EFFECTIVE-DATE > 0
                               MOVE MAINT-EFFECTIVE-DATE
                                   TO EMP-LEAVE-START-DATE
                           ELSE
                               MOVE WS-TODAY TO EMP-LEAVE-START-DATE
                           END-IF
                           SET EMP-STATUS-ON-LEAVE TO TRUE
                       END-IF
                       MOVE MAINT-LEAVE-TYPE TO EMP-LEAVE-TYPE
                       MOVE MAINT-LEAVE-RETURN-DATE
                           TO EMP-LEAVE-RETURN-DATE
                       REWRITE EMPLOYEE-RECORD
                       MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
                       SET JRNL-ACTION-REWRITE TO TRUE
                       PERFORM Write-Journal-Record
                       PERFORM Audit-Changed-Fields
                   END-IF
           END-READ.

       Return-From-Leave.
      * Back to active: the next cycle selects and pays the employee
      * again, and the premium arrears booked while out come back
      * out of those checks through the cycle's arrears recovery.
           MOVE MAINT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                   MOVE 'W' TO MAINT-RPT-ACTION
                   MOVE 'Employee not found, return rejected'
                       TO MAINT-RPT-REASON
                   WRITE MAINT-REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF NOT EMP-STATUS-ON-LEAVE
                       MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                       MOVE 'W' TO MAINT-RPT-ACTION
                       MOVE 'Employee is not on leave, return '
                           & 'rejected' TO MAINT-RPT-REASON
                       WRITE MAINT-REPORT-RECORD
                   ELSE
                       PERFORM Capture-Before-Image
                       SET EMP-STATUS-ACTIVE TO TRUE
                       MOVE SPACES TO EMP-LEAVE-TYPE
                       MOVE 0 TO EMP-LEAVE-START-DATE
                       MOVE 0 TO EMP-LEAVE-RETURN-DATE
                       REWRITE EMPLOYEE-RECORD
                       MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
                       SET JRNL-ACTION-REWRITE TO TRUE
                       PERFORM Write-Journal-Record
                       PERFORM Audit-Changed-Fields
                   END-IF
           END-READ.

       Enroll-Pay-Card.
      * Records the card on the master. From the next run the cycle
      * and the off-cycle runs pay an active card instead of the
      * bank account or a check, and PayCardFund loads the money to
      * it; a pending or closed card leaves the pay where it was.
      * Closing keeps the program and account on file unless new
      * ones are keyed.
           MOVE MAINT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                   MOVE 'P' TO MAINT-RPT-ACTION
                   MOVE 'Employee not found, card enrollment rejected'
                       TO MAINT-RPT-REASON
                   WRITE MAINT-REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   PERFORM Capture-Before-Image
                   IF MAINT-PAYCARD-PROGRAM NOT = SPACES
                       MOVE MAINT-PAYCARD-PROGRAM
                           TO EMP-PAYCARD-PROGRAM
                   END-IF
                   IF MAINT-PAYCARD-ACCOUNT NOT = SPACES
                       MOVE MAINT-PAYCARD-ACCOUNT
                           TO EMP-PAYCARD-ACCOUNT
                   END-IF
                   MOVE MAINT-PAYCARD-STATUS TO EMP-PAYCARD-STATUS
                   REWRITE EMPLOYEE-RECORD
                   MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
                   SET JRNL-ACTION-REWRITE TO TRUE
                   PERFORM Write-Journal-Record
                   PERFORM Audit-Changed-Fields
           END-READ.

       Correct-Separation-Details.
      * Only the date and reason move - the employee stays
      * terminated, and the final pay TermPay made is not touched.
           MOVE MAINT-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                   MOVE 'S' TO MAINT-RPT-ACTION
                   MOVE 'Employee not found, separation correction '
                       & 'rejected' TO MAINT-RPT-REASON
                   WRITE MAINT-REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF NOT EMP-STATUS-TERMINATED
                       MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                       MOVE 'S' TO MAINT-RPT-ACTION
                       MOVE 'Employee is not terminated, separation '
                           & 'correction rejected' TO MAINT-RPT-REASON
                       WRITE MAINT-REPORT-RECORD
                   ELSE
                       IF MAINT-TERM-DATE < EMP-HIRE-DATE
                           MOVE MAINT-EMP-ID TO MAINT-RPT-EMP-ID
                           MOVE 'S' TO MAINT-RPT-ACTION
                           MOVE 'TERM-DATE: before the hire date, '
                               & 'correction rejected'
                               TO MAINT-RPT-REASON
                           WRITE MAINT-REPORT-RECORD
                       ELSE
                           PERFORM Capture-Before-Image
                           MOVE MAINT-TERM-DATE TO EMP-TERM-DATE
                           MOVE MAINT-TERM-REASON TO EMP-TERM-REASON
                           REWRITE EMPLOYEE-RECORD
                           MOVE EMPLOYEE-RECORD TO JRNL-AFTER-IMAGE
                           SET JRNL-ACTION-REWRITE TO TRUE
                           PERFORM Write-Journal-Record
                           PERFORM Audit-Changed-Fields
                       END-IF
                   END-IF
           END-READ.

       Queue-New-Hire-Record.
      * The states want new hires and rehires reported within days
      * of the start date - the applied transaction queues here and
