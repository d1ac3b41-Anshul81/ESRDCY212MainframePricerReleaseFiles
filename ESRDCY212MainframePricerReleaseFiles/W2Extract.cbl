      * Amounts are 11-digit zero-filled cents with no decimal
      * point, per the submission spec. Replaces the spreadsheet
      * re-derivation of W-2 boxes from retained posted-pay files.
      * Earnings paid by code whose earnings-code master record
      * names box 12 or box 14 are summed from the year's pay
      * history and follow the employee's RW as RD detail records -
      * box 12 by its letter code, box 14 by the code's description.
      * Health savings account contributions, employee and employer
      * together, follow as a box 12 code W detail record.
      * Every employee on the file whose name/SSN the SSA has not
      * verified (SsnvsResponse flagged it, or the SSNVS request is
      * still unanswered) is listed on the console, and the run ends
      * with return code 4 so the file is not released until HR has
      * reviewed the list - each is a likely no-match letter.
      * The file is not built until the year's YTD buckets have been
      * proved clean against the pay history by YtdProof
      * (YTDPROOF.DAT), with no master update since.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT W2-WAGE-FILE ASSIGN TO 'W2FILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2-STATUS.
           SELECT OPTIONAL COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT YTD-PROOF-FILE ASSIGN TO 'YTDPROOF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.
           SELECT OPTIONAL EMP-JOURNAL ASSIGN TO 'EMPJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  W2-WAGE-FILE.
       01  W2-RECORD                   PIC X(200).

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  YTD-PROOF-FILE.
           COPY YTDPROOF.

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-COMPANY-STATUS        PIC XX.
           88 COMPANY-OK               VALUE '00'.
           88 COMPANY-EOF              VALUE '10'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
       01 WS-HIST-OPEN             PIC X VALUE 'N'.
           88 HISTORY-IS-OPEN          VALUE 'Y'.
       01 WS-HIST-SCAN             PIC X.
           88 HIST-SCAN-DONE           VALUE 'Y'.
       01 WS-PROOF-STATUS          PIC XX.
           88 PROOF-OK                 VALUE '00'.
       01 WS-PROOF-STALE           PIC X VALUE 'N'.
           88 YTD-PROOF-STALE          VALUE 'Y'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
           88 JRNL-EOF                 VALUE '10'.

           COPY ERNTBL.
       01 WS-EARN-LOAD-STATUS      PIC X.
           88 EARN-CODES-LOADED        VALUE 'Y'.
      * One employee's box 12 / box 14 amounts for the year - box 12
      * keyed by its letter code, box 14 by the code's description.
       01 WS-BOX-TABLE.
           05 WS-BOX-COUNT         PIC 9(2) VALUE 0.
           05 WS-BOX-ENTRY OCCURS 10 TIMES.
               10 WS-BOX-NUMBER        PIC X(2).
               10 WS-BOX-CODE          PIC X(2).
               10 WS-BOX-LABEL         PIC X(20).
               10 WS-BOX-AMOUNT        PIC 9(9)V99.
       01 WS-BOX-SUB               PIC 9(2).
       01 WS-BOX-FOUND             PIC X.
       01 WS-EARN-SUB              PIC 9(2).
       01 WS-YEAR-START            PIC 9(8).
       01 WS-YEAR-END              PIC 9(8).

      * The legal entities the file reports for, off COMPANY.DAT -
      * or the one legacy identity when no control file exists.
               10 WS-CO-EIN            PIC X(10).
       01 WS-CO-SUB                PIC 9(2).

      * Box 3's Social Security wage base - the LIMT row in effect at
      * the end of the tax year (Load-Wage-Base); the value here
      * stands only when no row is in effect.
       01 WS-FICA-WAGE-BASE        PIC 9(7)V99 VALUE 0176100.00.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
           COPY STATLIM.
       01 WS-TAX-YEAR              PIC 9(4).
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY      PIC 9(4).
           05 RA-COMPANY-NAME      PIC X(40)
               VALUE 'ACME CORPORATION'.
           05 RA-COMPANY-EIN       PIC X(10) VALUE '1234567890'.
           05 FILLER               PIC X(144) VALUE SPACES.

       01 WS-RW-RECORD.
           05 FILLER               PIC X(2) VALUE 'RW'.
           05 RW-MEDICARE-TAX      PIC 9(11).
           05 RW-STATE-TAX         PIC 9(11).
           05 RW-401K-DEFERRAL     PIC 9(11).
      * Local (city, county, school district) jurisdiction, wages,
      * and tax withheld - spaces and zeros for employees with no
      * local tax.
           05 RW-LOCAL-CODE        PIC X(6).
           05 RW-LOCAL-WAGES       PIC 9(11).
           05 RW-LOCAL-TAX         PIC 9(11).
           05 FILLER               PIC X(33) VALUE SPACES.

       01 WS-RD-RECORD.
           05 FILLER               PIC X(2) VALUE 'RD'.
           05 RD-SSN               PIC X(9).
           05 RD-BOX               PIC X(2).
           05 RD-CODE              PIC X(2).
           05 RD-LABEL             PIC X(20).
           05 RD-AMOUNT            PIC 9(11).
           05 FILLER               PIC X(154) VALUE SPACES.

       01 WS-RT-RECORD.
           05 FILLER               PIC X(2) VALUE 'RT'.
           05 RT-TOTAL-FEDERAL     PIC 9(13).
           05 RT-TOTAL-SS-TAX      PIC 9(13).
           05 RT-TOTAL-MEDI-TAX    PIC 9(13).
           05 FILLER               PIC X(139) VALUE SPACES.

       01 WS-EMPLOYEE-COUNT        PIC 9(7) VALUE 0.
       01 WS-UNVERIFIED-COUNT      PIC 9(7) VALUE 0.
       01 WS-GRAND-EMPLOYEES       PIC 9(7) VALUE 0.
       01 WS-EXTRACT-FAILED        PIC X VALUE 'N'.
           88 W2-EXTRACT-FAILED        VALUE 'Y'.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YYYY TO WS-TAX-YEAR
           PERFORM Verify-Ytd-Proven

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               STOP RUN
           END-IF

           MOVE WS-TAX-YEAR TO RA-TAX-YEAR
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           PERFORM Load-Wage-Base

      * Box 12 and 14 reporting needs both the earnings-code master
      * and the pay history; without either the RW records still go
      * out, with a warning that the detail records are missing.
           CALL 'EarnCodeLoad' USING EARN-CODE-TABLE
               WS-EARN-LOAD-STATUS
           IF EARN-CODES-LOADED
               OPEN INPUT PAY-HISTORY
               IF HIST-OK
                   SET HISTORY-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'Cannot open pay history, status '
                       WS-HIST-STATUS ' - box 12/14 detail not written'
               END-IF
           END-IF

           CLOSE EMPLOYEE-MASTER
           PERFORM Load-Company-Table
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT

           IF HISTORY-IS-OPEN
               CLOSE PAY-HISTORY
           END-IF
           CLOSE W2-WAGE-FILE
           IF W2-EXTRACT-FAILED
               DISPLAY 'W2 wage file is INCOMPLETE - do not '
           ELSE
               DISPLAY 'W2 wage file written for ' WS-GRAND-EMPLOYEES
                   ' employees, tax year ' WS-TAX-YEAR
               IF WS-UNVERIFIED-COUNT > 0
                   DISPLAY WS-UNVERIFIED-COUNT ' employees with '
                       'UNVERIFIED SSNs listed above - review before '
                       'releasing the file'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * The master's YTD buckets must have been proved against the
      * pay history for the year (YtdProof), clean, and nothing may
      * have been journaled against the master since the proof.
       Verify-Ytd-Proven.
           OPEN INPUT YTD-PROOF-FILE
           IF NOT PROOF-OK
               DISPLAY 'No YTD proof on file (YTDPROOF.DAT, status '
                   WS-PROOF-STATUS ') - run YtdProof first, '
                   'W-2 file not built'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YTD-PROOF-FILE
               AT END
                   MOVE 0 TO PRF-TAX-YEAR
           END-READ
           CLOSE YTD-PROOF-FILE
           IF PRF-TAX-YEAR NOT = WS-TAX-YEAR
               DISPLAY 'YTD proof on file is for ' PRF-TAX-YEAR
                   ', not ' WS-TAX-YEAR ' - run YtdProof first, '
                   'W-2 file not built'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT PRF-PROOF-CLEAN
               DISPLAY 'YTD proof of ' PRF-RUN-STAMP ' shows '
                   PRF-DIFF-COUNT ' differences - resolve YTDRECON.DAT'
                   ' and rerun YtdProof, W-2 file not built'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PROOF-STALE
           OPEN INPUT EMP-JOURNAL
           IF JRNL-OK
               PERFORM UNTIL JRNL-EOF
                   READ EMP-JOURNAL
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           IF JRNL-RUN-STAMP > PRF-RUN-STAMP
                               MOVE 'Y' TO WS-PROOF-STALE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMP-JOURNAL
           IF YTD-PROOF-STALE
               DISPLAY 'The master has been updated since the YTD '
                   'proof of ' PRF-RUN-STAMP ' - rerun YtdProof, '
                   'W-2 file not built'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The Social Security wage base in effect at the end of the tax
      * year - the LIMT row of RATETBL.DAT the pay cycle withheld to.
      * With no row in effect the compiled base stands.
       Load-Wage-Base.
           MOVE 'LIMT' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-YEAR-END
               STAT-LIMIT-TABLE WS-LOAD-STATUS
           IF WS-TABLE-LOAD-OK
               PERFORM VARYING STAT-LIMIT-IDX FROM 1 BY 1
                   UNTIL STAT-LIMIT-IDX > STAT-LIMIT-COUNT
                   IF STAT-LIMIT-NAME (STAT-LIMIT-IDX)
                           = 'FICA-WAGE-BASE'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-FICA-WAGE-BASE
                   END-IF
               END-PERFORM
           END-IF.

       Load-Company-Table.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT COMPANY-FILE
           END-IF.

       Write-Wage-Record.
      * The wage boxes come off the taxable-wage buckets the pay runs
      * post beside the withholding, so each box is exactly the
      * wages its tax was figured on. Box 1 is income-tax wages -
      * gross plus bonus less the 401k deferral and the section-125
      * health premium. Wages paid to a deceased employee's estate
      * or beneficiary in the year of death never entered the
      * income-tax bucket, so box 1 leaves them out while boxes 3
      * and 5 carry them, and the payee's 1099-MISC reports them.
           MOVE EMP-YTD-FED-WAGES TO WS-WAGES
      * Social Security wages stop at the annual wage base; Medicare
      * wages have no base. Both leave out the health premium only.
           IF EMP-YTD-SS-WAGES > WS-FICA-WAGE-BASE
               MOVE WS-FICA-WAGE-BASE TO WS-SS-WAGES
           ELSE
               MOVE EMP-YTD-SS-WAGES TO WS-SS-WAGES
           END-IF
           MOVE EMP-YTD-MEDI-WAGES TO WS-MEDI-WAGES

           MOVE EMP-SSN (1:3) TO WS-SSN-DIGITS (1:3)
           MOVE EMP-SSN (5:2) TO WS-SSN-DIGITS (4:2)
           COMPUTE RW-MEDICARE-TAX = EMP-YTD-MEDICARE * 100
           COMPUTE RW-STATE-TAX = EMP-YTD-STATE * 100
           COMPUTE RW-401K-DEFERRAL = EMP-YTD-401K * 100
           MOVE EMP-LOCAL-TAX-CODE TO RW-LOCAL-CODE
           COMPUTE RW-LOCAL-WAGES = EMP-YTD-LOCAL-WAGES * 100
           COMPUTE RW-LOCAL-TAX = EMP-YTD-LOCAL * 100
           WRITE W2-RECORD FROM WS-RW-RECORD
           IF HISTORY-IS-OPEN
               PERFORM Write-Box-Detail-Records
           END-IF
           IF EMP-YTD-HSA > 0 OR EMP-YTD-HSA-ER > 0
               PERFORM Write-Hsa-Box-Detail
           END-IF

           IF EMP-DEATH-DATE (1:4) = WS-TAX-YEAR
               DISPLAY 'Employee ' EMP-ID ' died ' EMP-DEATH-DATE
                   ' - post-death pay to ' EMP-PAYEE-NAME
                   ' is in boxes 3/5 only, see MISC1099.DAT'
           END-IF
           EVALUATE TRUE
               WHEN EMP-SSN-UNVERIFIED
                   ADD 1 TO WS-UNVERIFIED-COUNT
                   DISPLAY 'Employee ' EMP-ID ' ' EMP-NAME
                       ' SSN NOT VERIFIED by the SSA, code '
                       EMP-SSN-VERIFY-CODE ' - see SSNVRPT.DAT'
               WHEN EMP-SSN-VERIFY-PENDING
                   ADD 1 TO WS-UNVERIFIED-COUNT
                   DISPLAY 'Employee ' EMP-ID ' ' EMP-NAME
                       ' SSN verification unanswered since '
                       EMP-SSN-VERIFY-DATE
           END-EVALUATE

           ADD 1 TO WS-EMPLOYEE-COUNT
           ADD 1 TO WS-GRAND-EMPLOYEES
           ADD EMP-YTD-FICA TO WS-TOTAL-SS-TAX
           ADD EMP-YTD-MEDICARE TO WS-TOTAL-MEDI-TAX.

       Write-Box-Detail-Records.
      * The year's payments for the employee, by check date - a
      * reversed payment was pulled back and a later-year decedent
      * payment is not wages, so neither is reported.
           MOVE 0 TO WS-BOX-COUNT
           MOVE 'N' TO WS-HIST-SCAN
           MOVE EMP-ID TO HIST-EMPLOYEE-ID
           MOVE 0 TO HIST-PAY-PERIOD
           START PAY-HISTORY KEY IS GREATER THAN HIST-KEY
               INVALID KEY
                   SET HIST-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL HIST-SCAN-DONE
               READ PAY-HISTORY NEXT RECORD
                   AT END
                       SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-EMPLOYEE-ID NOT = EMP-ID
                           SET HIST-SCAN-DONE TO TRUE
                       ELSE
                           IF HIST-CHECK-DATE >= WS-YEAR-START AND
                               HIST-CHECK-DATE <= WS-YEAR-END AND
                               NOT HIST-PAYMENT-REVERSED AND
                               NOT HIST-DECEDENT-1099
                               PERFORM Add-Box-Earnings
                                   VARYING WS-EARN-SUB FROM 1 BY 1
                                   UNTIL WS-EARN-SUB > HIST-EARN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-SSN-DIGITS TO RD-SSN
           PERFORM Write-Box-Detail
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > WS-BOX-COUNT.

       Add-Box-Earnings.
           SET EARN-CODE-IDX TO 1
           SEARCH EARN-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN EARN-CODE-IDX > EARN-CODE-COUNT
                   CONTINUE
               WHEN ECT-CODE (EARN-CODE-IDX) =
                       HIST-EARN-CODE (WS-EARN-SUB)
                   IF ECT-W2-BOX-12 (EARN-CODE-IDX) OR
                       ECT-W2-BOX-14 (EARN-CODE-IDX)
                       PERFORM Add-Box-Amount
                   END-IF
           END-SEARCH.

       Add-Box-Amount.
           MOVE 'N' TO WS-BOX-FOUND
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > WS-BOX-COUNT
                   OR WS-BOX-FOUND = 'Y'
               IF WS-BOX-NUMBER (WS-BOX-SUB) =
                       ECT-W2-BOX (EARN-CODE-IDX)
                   AND ((ECT-W2-BOX-12 (EARN-CODE-IDX) AND
                       WS-BOX-CODE (WS-BOX-SUB) =
                           ECT-W2-CODE (EARN-CODE-IDX))
                   OR (ECT-W2-BOX-14 (EARN-CODE-IDX) AND
                       WS-BOX-LABEL (WS-BOX-SUB) =
                           ECT-DESCRIPTION (EARN-CODE-IDX)))
                   ADD HIST-EARN-AMOUNT (WS-EARN-SUB)
                       TO WS-BOX-AMOUNT (WS-BOX-SUB)
                   MOVE 'Y' TO WS-BOX-FOUND
               END-IF
           END-PERFORM
           IF WS-BOX-FOUND = 'N'
               IF WS-BOX-COUNT >= 10
                   DISPLAY 'Employee ' EMP-ID ' has more than 10 '
                       'box 12/14 amounts - code '
                       ECT-CODE (EARN-CODE-IDX) ' not reported'
                   SET W2-EXTRACT-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-BOX-COUNT
                   MOVE ECT-W2-BOX (EARN-CODE-IDX)
                       TO WS-BOX-NUMBER (WS-BOX-COUNT)
                   MOVE ECT-W2-CODE (EARN-CODE-IDX)
                       TO WS-BOX-CODE (WS-BOX-COUNT)
                   MOVE ECT-DESCRIPTION (EARN-CODE-IDX)
                       TO WS-BOX-LABEL (WS-BOX-COUNT)
                   MOVE HIST-EARN-AMOUNT (WS-EARN-SUB)
                       TO WS-BOX-AMOUNT (WS-BOX-COUNT)
               END-IF
           END-IF.

       Write-Box-Detail.
           MOVE WS-BOX-NUMBER (WS-BOX-SUB) TO RD-BOX
           MOVE WS-BOX-CODE (WS-BOX-SUB) TO RD-CODE
           MOVE WS-BOX-LABEL (WS-BOX-SUB) TO RD-LABEL
           COMPUTE RD-AMOUNT = WS-BOX-AMOUNT (WS-BOX-SUB) * 100
           WRITE W2-RECORD FROM WS-RD-RECORD.

       Write-Hsa-Box-Detail.
      * Box 12 code W is the employee's pre-tax HSA contributions and
      * the employer's deposits together, straight off the master's
      * HSA buckets (the reversal run has already backed out any
      * payment it pulled back).
           MOVE WS-SSN-DIGITS TO RD-SSN
           MOVE '12' TO RD-BOX
           MOVE 'W ' TO RD-CODE
           MOVE 'HSA CONTRIBUTIONS' TO RD-LABEL
           COMPUTE RD-AMOUNT = (EMP-YTD-HSA + EMP-YTD-HSA-ER) * 100
           WRITE W2-RECORD FROM WS-RD-RECORD.

       Write-Total-Record.
           MOVE WS-EMPLOYEE-COUNT TO RT-EMPLOYEE-COUNT
           COMPUTE RT-TOTAL-WAGES = WS-TOTAL-WAGES * 100
