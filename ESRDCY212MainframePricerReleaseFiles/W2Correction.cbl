       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2Correction.
      * W-2c correction run for wage errors found after the year was
      * closed. By then YearEndRoll has zeroed the master's YTD
      * buckets and PayReversal refuses the payment, so the only
      * record of what was reported is the closed year's YTDHIST.DAT
      * record. Each W2CTRANS.DAT transaction names an employee, the
      * tax year, one W-2 box and the correct amount for it; all of
      * an employee's lines for a year make one correction. Each
      * correction is checked against that year's history record:
      *   - the history record must exist and the master must still
      *     carry the employee (for the SSN and name);
      *   - at least one box must actually change, and no box may be
      *     named twice;
      *   - Social Security wages may not exceed the year's wage
      *     base, Social Security tax must be 6.2% of them (within a
      *     dollar) and Medicare tax may not fall below 1.45% of the
      *     Medicare wages, whenever either side of a pair changes;
      *   - the box 12 code W total may not fall below the employer
      *     deposits already made, since only the employee share is
      *     corrected here.
      * A correction that passes is applied to the history record
      * (rewritten through a work copy, YTDHIST.WRK) and every box's
      * before and after figures go to the W2CAUDIT.DAT audit
      * listing along with each rejection. The EFW2C-style correction
      * file W2CFILE.DAT carries an RCE block per company and tax
      * year, one RCW per employee with the originally reported and
      * correct amounts of each changed box (blank for boxes not
      * changed), and RCT totals; W2CSTMT.DAT holds the employee
      * W-2c statements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W2C-TRANS ASSIGN TO 'W2CTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT YTD-HISTORY ASSIGN TO 'YTDHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT YTD-WORK ASSIGN TO 'YTDHIST.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT W2C-FILE ASSIGN TO 'W2CFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2C-STATUS.
           SELECT W2C-STATEMENT ASSIGN TO 'W2CSTMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT W2C-AUDIT ASSIGN TO 'W2CAUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  W2C-TRANS.
       01  W2C-TRANS-RECORD.
           05 W2CT-EMPLOYEE-ID         PIC 9(5).
           05 W2CT-TAX-YEAR            PIC 9(4).
      * Box being corrected: 1-6, 17, 18, 19, or 12D / 12W for the
      * box 12 401k deferral and HSA amounts.
           05 W2CT-BOX                 PIC X(3).
           05 W2CT-AMOUNT              PIC 9(9)V99.
           05 W2CT-REASON              PIC X(30).

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  YTD-HISTORY.
           COPY YTDHIST.

      * Holds a whole YTDHIST.DAT record, with room for the layout
      * to grow.
       FD  YTD-WORK.
       01  YTD-WORK-RECORD             PIC X(300).

       FD  W2C-FILE.
       01  W2C-RECORD                  PIC X(300).

       FD  W2C-STATEMENT.
       01  W2C-STATEMENT-LINE          PIC X(132).

       FD  W2C-AUDIT.
       01  W2C-AUDIT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS          PIC XX.
           88 TRANS-OK                 VALUE '00'.
           88 TRANS-EOF                VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-COMPANY-STATUS        PIC XX.
           88 COMPANY-OK               VALUE '00'.
           88 COMPANY-EOF              VALUE '10'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-WORK-STATUS           PIC XX.
           88 WORK-OK                  VALUE '00'.
           88 WORK-EOF                 VALUE '10'.
       01 WS-W2C-STATUS            PIC XX.
           88 W2C-OK                   VALUE '00'.
       01 WS-STMT-STATUS           PIC XX.
           88 STMT-OK                  VALUE '00'.
       01 WS-AUDIT-STATUS          PIC XX.
           88 AUDIT-OK                 VALUE '00'.

      * The W-2 boxes a correction can name, in the order the RCW
      * record carries them.
       01 WS-BOX-DESC-TABLE.
           05 WS-BOX-DESC-ENTRY OCCURS 11 TIMES
                   INDEXED BY WS-BOX-IDX.
               10 WS-BOX-ID            PIC X(3).
               10 WS-BOX-TITLE         PIC X(25).
       01 WS-BOX-DESC-VALUES REDEFINES WS-BOX-DESC-TABLE.
           05 FILLER PIC X(28) VALUE '1  WAGES, TIPS, OTHER COMP '.
           05 FILLER PIC X(28) VALUE '2  FEDERAL INCOME TAX      '.
           05 FILLER PIC X(28) VALUE '3  SOCIAL SECURITY WAGES   '.
           05 FILLER PIC X(28) VALUE '4  SOCIAL SECURITY TAX     '.
           05 FILLER PIC X(28) VALUE '5  MEDICARE WAGES AND TIPS '.
           05 FILLER PIC X(28) VALUE '6  MEDICARE TAX            '.
           05 FILLER PIC X(28) VALUE '12DCODE D 401K DEFERRALS   '.
           05 FILLER PIC X(28) VALUE '12WCODE W HSA CONTRIBUTIONS'.
           05 FILLER PIC X(28) VALUE '17 STATE INCOME TAX        '.
           05 FILLER PIC X(28) VALUE '18 LOCAL WAGES             '.
           05 FILLER PIC X(28) VALUE '19 LOCAL INCOME TAX        '.

      * Social Security wage base of the tax year corrected - box 3
      * of a closed year is held to that year's base, not the
      * current one: the LIMT row in effect at the end of that year,
      * the base W2Extract filed with (Load-Wage-Base). The default
      * stands only when no row is in effect.
       01 WS-DEFAULT-WAGE-BASE     PIC 9(7)V99 VALUE 0176100.00.
       01 WS-YEAR-WAGE-BASE        PIC 9(7)V99.
       01 WS-BASE-DATE             PIC 9(8).
      * Box 1 as filed for a year rolled before the taxable-wage
      * positions were kept - may work out below zero.
       01 WS-LEGACY-WAGES          PIC S9(9)V99.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
           COPY STATLIM.
       01 WS-FICA-RATE             PIC V9(5) VALUE .06200.
       01 WS-MEDICARE-RATE         PIC V9(5) VALUE .01450.
       01 WS-TAX-TOLERANCE         PIC 9V99 VALUE 1.00.
       01 WS-TAX-CHECK             PIC S9(9)V99.

      * One correction per employee and tax year, built from the
      * transaction lines and carried through the history pass to
      * the correction file and the statements.
       01 WS-GROUP-TABLE.
           05 WS-GRP-COUNT         PIC 9(3) VALUE 0.
           05 WS-GRP-ENTRY OCCURS 100 TIMES.
               10 WS-GRP-EMPLOYEE-ID   PIC 9(5).
               10 WS-GRP-TAX-YEAR      PIC 9(4).
               10 WS-GRP-COMPANY       PIC X(2).
               10 WS-GRP-SSN           PIC X(11).
               10 WS-GRP-NAME          PIC X(40).
               10 WS-GRP-LOCAL-CODE    PIC X(6).
               10 WS-GRP-STATUS        PIC X(1).
                   88 GRP-PENDING          VALUE 'P'.
                   88 GRP-APPLIED          VALUE 'A'.
                   88 GRP-REJECTED         VALUE 'R'.
               10 WS-GRP-REASON        PIC X(30).
               10 WS-GRP-BOX OCCURS 11 TIMES.
                   15 WS-GRP-CHANGED       PIC X(1).
                       88 GRP-BOX-CHANGED      VALUE 'Y'.
                   15 WS-GRP-ORIGINAL      PIC 9(9)V99.
                   15 WS-GRP-CORRECT       PIC 9(9)V99.
       01 WS-GRP-SUB               PIC 9(3).
       01 WS-FIND-SUB              PIC 9(3).
       01 WS-BOX-SUB               PIC 9(2).
       01 WS-RESULT-TABLE.
           05 WS-RESULT            PIC 9(9)V99 OCCURS 11 TIMES.
       01 WS-CHANGE-COUNT          PIC 9(2).
       01 WS-REJECT-TEXT           PIC X(40).

      * Tax years with at least one applied correction, each written
      * as its own RCE block per company.
       01 WS-YEAR-LIST.
           05 WS-YEAR-COUNT        PIC 9(2) VALUE 0.
           05 WS-YEAR-ENTRY        PIC 9(4) OCCURS 20 TIMES.
       01 WS-YEAR-SUB              PIC 9(2).
       01 WS-YEAR-FOUND            PIC X.

      * The legal entities, off COMPANY.DAT - or the one legacy
      * identity when no control file exists, as on the W-2 file.
       01 WS-COMPANY-TABLE.
           05 WS-CO-COUNT          PIC 9(2) VALUE 0.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE           PIC X(2).
               10 WS-CO-NAME           PIC X(40).
               10 WS-CO-EIN            PIC X(10).
       01 WS-CO-SUB                PIC 9(2).
       01 WS-LEGACY-CO-NAME        PIC X(40) VALUE 'ACME CORPORATION'.
       01 WS-LEGACY-CO-EIN         PIC X(10) VALUE '1234567890'.

       01 WS-RCA-RECORD.
           05 FILLER               PIC X(3) VALUE 'RCA'.
           05 RCA-SUBMITTER-EIN    PIC X(10).
           05 RCA-SUBMITTER-NAME   PIC X(40).
           05 RCA-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(239) VALUE SPACES.

       01 WS-RCE-RECORD.
           05 FILLER               PIC X(3) VALUE 'RCE'.
           05 RCE-TAX-YEAR         PIC 9(4).
           05 RCE-EMPLOYER-EIN     PIC X(10).
           05 RCE-EMPLOYER-NAME    PIC X(40).
           05 FILLER               PIC X(243) VALUE SPACES.

      * Originally reported and correct amounts, 11-digit zero-filled
      * cents, for each box in WS-BOX-DESC-TABLE order - both left
      * blank for a box the correction does not change.
       01 WS-RCW-RECORD.
           05 FILLER               PIC X(3) VALUE 'RCW'.
           05 RCW-SSN              PIC X(9).
           05 RCW-EMPLOYEE-NAME    PIC X(40).
           05 RCW-BOX OCCURS 11 TIMES.
               10 RCW-ORIGINAL         PIC X(11).
               10 RCW-CORRECT          PIC X(11).
           05 RCW-LOCAL-CODE       PIC X(6).

      * Originally reported and correct totals of boxes 1 through 6
      * for the block.
       01 WS-RCT-RECORD.
           05 FILLER               PIC X(3) VALUE 'RCT'.
           05 RCT-EMPLOYEE-COUNT   PIC 9(7).
           05 RCT-BOX OCCURS 6 TIMES.
               10 RCT-ORIGINAL         PIC 9(15).
               10 RCT-CORRECT          PIC 9(15).
           05 FILLER               PIC X(110) VALUE SPACES.

       01 WS-RCF-RECORD.
           05 FILLER               PIC X(3) VALUE 'RCF'.
           05 RCF-EMPLOYEE-COUNT   PIC 9(9).
           05 FILLER               PIC X(288) VALUE SPACES.

       01 WS-BLOCK-TOTALS.
           05 WS-BLOCK-COUNT       PIC 9(7).
           05 WS-BLOCK-BOX OCCURS 6 TIMES.
               10 WS-BLOCK-ORIGINAL    PIC 9(13)V99.
               10 WS-BLOCK-CORRECT     PIC 9(13)V99.
       01 WS-CENTS                 PIC 9(11).
       01 WS-SSN-DIGITS            PIC X(9).

       01 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-RCW-COUNT             PIC 9(9) VALUE 0.
       01 WS-RUN-FAILED            PIC X VALUE 'N'.
           88 CORRECTION-RUN-FAILED    VALUE 'Y'.
       01 WS-RUN-STAMP             PIC X(15).
       01 WS-TODAY                 PIC 9(8).
       01 Report-Data              PIC X(132).
       01 WS-ID-EDIT               PIC 9(5).
       01 WS-WAS-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NOW-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SSN-MASKED            PIC X(11).

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT W2C-TRANS
           IF NOT TRANS-OK
               DISPLAY 'Cannot open W-2c transaction file, status '
                   WS-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT W2C-AUDIT
           IF NOT AUDIT-OK
               DISPLAY 'Cannot open W-2c audit file, status '
                   WS-AUDIT-STATUS
               CLOSE W2C-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               CLOSE W2C-TRANS
               CLOSE W2C-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP (1:8) TO WS-TODAY
           MOVE SPACES TO Report-Data
           STRING 'W-2c CORRECTION AUDIT  RUN ' WS-RUN-STAMP
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Audit-Line

           PERFORM Load-Company-Table
           PERFORM UNTIL TRANS-EOF
               READ W2C-TRANS
                   AT END
                       SET TRANS-EOF TO TRUE
                   NOT AT END
                       PERFORM Take-Correction-Line
               END-READ
           END-PERFORM
           CLOSE W2C-TRANS
           CLOSE EMPLOYEE-MASTER

           PERFORM Apply-To-Ytd-History
           PERFORM Reject-Unmatched-Group
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
      * The history file is only replaced when something changed -
      * a run of nothing but rejections leaves it untouched.
           IF WS-APPLIED-COUNT > 0
               PERFORM Replace-Ytd-History
           END-IF

           PERFORM Write-Correction-File
           PERFORM Write-Statements
           CLOSE W2C-AUDIT

           DISPLAY 'W-2c corrections: ' WS-APPLIED-COUNT
               ' applied, ' WS-REJECT-COUNT ' rejected'
           IF CORRECTION-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The Social Security wage base in effect at the end of the
      * corrected year - the LIMT row of RATETBL.DAT the pay cycle
      * withheld to and W2Extract filed with.
       Load-Wage-Base.
           MOVE 'LIMT' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-BASE-DATE
               STAT-LIMIT-TABLE WS-LOAD-STATUS
           IF WS-TABLE-LOAD-OK
               PERFORM VARYING STAT-LIMIT-IDX FROM 1 BY 1
                   UNTIL STAT-LIMIT-IDX > STAT-LIMIT-COUNT
                   IF STAT-LIMIT-NAME (STAT-LIMIT-IDX)
                           = 'FICA-WAGE-BASE'
                       MOVE STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                           TO WS-YEAR-WAGE-BASE
                   END-IF
               END-PERFORM
           END-IF.

       Load-Company-Table.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT COMPANY-FILE
           IF COMPANY-OK
               PERFORM UNTIL COMPANY-EOF
                   READ COMPANY-FILE
                       AT END
                           SET COMPANY-EOF TO TRUE
                       NOT AT END
                           IF WS-CO-COUNT < 10
                               ADD 1 TO WS-CO-COUNT
                               MOVE CO-CODE
                                   TO WS-CO-CODE (WS-CO-COUNT)
                               MOVE CO-NAME
                                   TO WS-CO-NAME (WS-CO-COUNT)
                               MOVE CO-EIN
                                   TO WS-CO-EIN (WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COMPANY-FILE
           IF WS-CO-COUNT = 0
               MOVE 1 TO WS-CO-COUNT
               MOVE SPACES TO WS-CO-CODE (1)
               MOVE WS-LEGACY-CO-NAME TO WS-CO-NAME (1)
               MOVE WS-LEGACY-CO-EIN TO WS-CO-EIN (1)
           END-IF.

       Take-Correction-Line.
      * Lines for the same employee and year join one correction.
           MOVE 0 TO WS-GRP-SUB
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-GRP-COUNT
               IF WS-GRP-EMPLOYEE-ID (WS-FIND-SUB) = W2CT-EMPLOYEE-ID
                   AND WS-GRP-TAX-YEAR (WS-FIND-SUB) = W2CT-TAX-YEAR
                   MOVE WS-FIND-SUB TO WS-GRP-SUB
               END-IF
           END-PERFORM
           IF WS-GRP-SUB = 0
               IF WS-GRP-COUNT >= 100
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE W2CT-EMPLOYEE-ID TO WS-ID-EDIT
                   MOVE SPACES TO Report-Data
                   STRING 'REJECTED EMP ' WS-ID-EDIT ' YEAR '
                       W2CT-TAX-YEAR ' - correction table full, '
                       'resubmit in a later run'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Audit-Line
               ELSE
                   PERFORM Start-Correction-Group
               END-IF
           END-IF
           IF WS-GRP-SUB > 0
               IF GRP-PENDING (WS-GRP-SUB)
                   PERFORM Take-Box-Amount
               END-IF
           END-IF.

       Start-Correction-Group.
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-GRP-COUNT TO WS-GRP-SUB
           MOVE W2CT-EMPLOYEE-ID TO WS-GRP-EMPLOYEE-ID (WS-GRP-SUB)
           MOVE W2CT-TAX-YEAR TO WS-GRP-TAX-YEAR (WS-GRP-SUB)
           MOVE SPACES TO WS-GRP-COMPANY (WS-GRP-SUB)
           MOVE SPACES TO WS-GRP-SSN (WS-GRP-SUB)
           MOVE SPACES TO WS-GRP-NAME (WS-GRP-SUB)
           MOVE SPACES TO WS-GRP-LOCAL-CODE (WS-GRP-SUB)
           MOVE SPACES TO WS-GRP-REASON (WS-GRP-SUB)
           SET GRP-PENDING (WS-GRP-SUB) TO TRUE
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 11
               MOVE 'N' TO WS-GRP-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
               MOVE 0 TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               MOVE 0 TO WS-GRP-CORRECT (WS-GRP-SUB, WS-BOX-SUB)
           END-PERFORM
           MOVE W2CT-EMPLOYEE-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'no master record for the employee'
                       TO WS-REJECT-TEXT
                   PERFORM Reject-Correction
               NOT INVALID KEY
                   MOVE EMP-COMPANY-CODE
                       TO WS-GRP-COMPANY (WS-GRP-SUB)
                   MOVE EMP-SSN TO WS-GRP-SSN (WS-GRP-SUB)
                   MOVE EMP-NAME TO WS-GRP-NAME (WS-GRP-SUB)
                   MOVE EMP-LOCAL-TAX-CODE
                       TO WS-GRP-LOCAL-CODE (WS-GRP-SUB)
           END-READ.

       Take-Box-Amount.
           SET WS-BOX-IDX TO 1
           SEARCH WS-BOX-DESC-ENTRY
               AT END
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING 'unknown box ' W2CT-BOX
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   PERFORM Reject-Correction
               WHEN WS-BOX-ID (WS-BOX-IDX) = W2CT-BOX
                   SET WS-BOX-SUB TO WS-BOX-IDX
                   IF GRP-BOX-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
                       MOVE SPACES TO WS-REJECT-TEXT
                       STRING 'box ' W2CT-BOX ' corrected twice'
                           DELIMITED BY SIZE INTO WS-REJECT-TEXT
                       PERFORM Reject-Correction
                   ELSE
                       MOVE 'Y'
                           TO WS-GRP-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
                       MOVE W2CT-AMOUNT
                           TO WS-GRP-CORRECT (WS-GRP-SUB, WS-BOX-SUB)
                       IF WS-GRP-REASON (WS-GRP-SUB) = SPACES
                           MOVE W2CT-REASON
                               TO WS-GRP-REASON (WS-GRP-SUB)
                       END-IF
                   END-IF
           END-SEARCH.

       Reject-Correction.
           SET GRP-REJECTED (WS-GRP-SUB) TO TRUE
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-GRP-EMPLOYEE-ID (WS-GRP-SUB) TO WS-ID-EDIT
           MOVE SPACES TO Report-Data
           STRING 'REJECTED EMP ' WS-ID-EDIT ' YEAR '
               WS-GRP-TAX-YEAR (WS-GRP-SUB) ' - ' WS-REJECT-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Audit-Line.

       Apply-To-Ytd-History.
      * Every history record is copied to the work file, the
      * corrected ones with their new figures; the work file then
      * replaces the history file whole.
           OPEN INPUT YTD-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open YTD history, status '
                   WS-HIST-STATUS ' - no corrections applied'
               MOVE SPACES TO Report-Data
               STRING 'YTDHIST.DAT not available - run stopped, '
                   'nothing applied'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Audit-Line
               CLOSE W2C-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT YTD-WORK
           IF NOT WORK-OK
               DISPLAY 'Cannot open YTD history work file, status '
                   WS-WORK-STATUS ' - no corrections applied'
               CLOSE YTD-HISTORY
               CLOSE W2C-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HIST-EOF
               READ YTD-HISTORY
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM Correct-History-Record
                       WRITE YTD-WORK-RECORD FROM YTD-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE YTD-HISTORY
           CLOSE YTD-WORK.

       Correct-History-Record.
           MOVE 0 TO WS-GRP-SUB
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-GRP-COUNT
               IF WS-GRP-EMPLOYEE-ID (WS-FIND-SUB) = YH-EMPLOYEE-ID
                   AND WS-GRP-TAX-YEAR (WS-FIND-SUB) = YH-YEAR
                   AND GRP-PENDING (WS-FIND-SUB)
                   MOVE WS-FIND-SUB TO WS-GRP-SUB
               END-IF
           END-PERFORM
           IF WS-GRP-SUB > 0
               PERFORM Validate-And-Apply
           END-IF.

       Validate-And-Apply.
           MOVE WS-DEFAULT-WAGE-BASE TO WS-YEAR-WAGE-BASE
           COMPUTE WS-BASE-DATE = YH-YEAR * 10000 + 1231
           PERFORM Load-Wage-Base
           IF YH-YTD-FED-WAGES NOT NUMERIC
               PERFORM Take-Legacy-Figures
           END-IF
           PERFORM Take-Original-Amount
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 11

      * A box named with the amount already reported is no change -
      * it is dropped so the RCW leaves it blank.
           MOVE 0 TO WS-CHANGE-COUNT
           PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 11
               IF GRP-BOX-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
                   IF WS-GRP-CORRECT (WS-GRP-SUB, WS-BOX-SUB) =
                           WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
                       MOVE 'N'
                           TO WS-GRP-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
                   ELSE
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
               END-IF
               IF GRP-BOX-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
                   MOVE WS-GRP-CORRECT (WS-GRP-SUB, WS-BOX-SUB)
                       TO WS-RESULT (WS-BOX-SUB)
               ELSE
                   MOVE WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
                       TO WS-RESULT (WS-BOX-SUB)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN WS-CHANGE-COUNT = 0
                   MOVE 'every amount equals the amount reported'
                       TO WS-REJECT-TEXT
               WHEN WS-RESULT (3) > WS-YEAR-WAGE-BASE
                   MOVE 'SS wages over the year''s wage base'
                       TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT = SPACES
               AND (GRP-BOX-CHANGED (WS-GRP-SUB, 3)
                   OR GRP-BOX-CHANGED (WS-GRP-SUB, 4))
               COMPUTE WS-TAX-CHECK ROUNDED =
                   WS-RESULT (4) - WS-RESULT (3) * WS-FICA-RATE
               IF WS-TAX-CHECK > WS-TAX-TOLERANCE
                   OR WS-TAX-CHECK < 0 - WS-TAX-TOLERANCE
                   MOVE 'SS tax is not 6.2% of SS wages'
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND (GRP-BOX-CHANGED (WS-GRP-SUB, 5)
                   OR GRP-BOX-CHANGED (WS-GRP-SUB, 6))
               COMPUTE WS-TAX-CHECK ROUNDED =
                   WS-RESULT (6) - WS-RESULT (5) * WS-MEDICARE-RATE
               IF WS-TAX-CHECK < 0 - WS-TAX-TOLERANCE
                   MOVE 'Medicare tax under 1.45% of wages'
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND GRP-BOX-CHANGED (WS-GRP-SUB, 8)
               AND WS-RESULT (8) < YH-YTD-HSA-ER
               MOVE 'HSA total below the employer deposits'
                   TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM Reject-Correction
           ELSE
               SET GRP-APPLIED (WS-GRP-SUB) TO TRUE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM Apply-Box-Correction
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 11
               PERFORM Note-Correction-Year
           END-IF.

       Take-Original-Amount.
      * What the W-2 showed for each box, off the closed year's
      * buckets the same way W2Extract built it - box 3 held to the
      * wage base, box 12 code W the employee and employer HSA
      * amounts together.
           EVALUATE WS-BOX-SUB
               WHEN 1
                   MOVE YH-YTD-FED-WAGES
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               WHEN 2
                   MOVE YH-YTD-FEDERAL
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               WHEN 3
                   IF YH-YTD-SS-WAGES > WS-YEAR-WAGE-BASE
                       MOVE WS-YEAR-WAGE-BASE
                           TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
                   ELSE
                       MOVE YH-YTD-SS-WAGES
                           TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
                   END-IF
               WHEN 4
                   MOVE YH-YTD-FICA
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               WHEN 5
                   MOVE YH-YTD-MEDI-WAGES
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               WHEN 6
                   MOVE YH-YTD-MEDICARE
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               WHEN 7
                   MOVE YH-YTD-401K
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               WHEN 8
                   COMPUTE WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB) =
                       YH-YTD-HSA + YH-YTD-HSA-ER
               WHEN 9
                   MOVE YH-YTD-STATE
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               WHEN 10
                   MOVE YH-YTD-LOCAL-WAGES
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
               WHEN 11
                   MOVE YH-YTD-LOCAL
                       TO WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
           END-EVALUATE.

      * A year rolled before the taxable-wage, local and HSA
      * positions were added to YTDHIST.DAT carries spaces there.
      * Its W-2 was filed off the gross: box 1 the gross and bonus
      * less 401k and health (never below zero), boxes 3 and 5 the
      * gross (box 3 held to the wage base as always), no HSA or
      * local figures. Those are the reported amounts, and the
      * record is written back carrying them.
       Take-Legacy-Figures.
           COMPUTE WS-LEGACY-WAGES = YH-YTD-GROSS + YH-YTD-BONUS
               - YH-YTD-401K - YH-YTD-HEALTH
           IF WS-LEGACY-WAGES < 0
               MOVE 0 TO WS-LEGACY-WAGES
           END-IF
           MOVE WS-LEGACY-WAGES TO YH-YTD-FED-WAGES
           MOVE YH-YTD-GROSS TO YH-YTD-SS-WAGES
           MOVE YH-YTD-GROSS TO YH-YTD-MEDI-WAGES
           MOVE 0 TO YH-YTD-LOCAL
           MOVE 0 TO YH-YTD-LOCAL-WAGES
           MOVE 0 TO YH-YTD-HSA
           MOVE 0 TO YH-YTD-HSA-ER.

       Apply-Box-Correction.
           IF GRP-BOX-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
               EVALUATE WS-BOX-SUB
                   WHEN 1
                       MOVE WS-RESULT (1) TO YH-YTD-FED-WAGES
                   WHEN 2
                       MOVE WS-RESULT (2) TO YH-YTD-FEDERAL
                   WHEN 3
                       MOVE WS-RESULT (3) TO YH-YTD-SS-WAGES
                   WHEN 4
                       MOVE WS-RESULT (4) TO YH-YTD-FICA
                   WHEN 5
                       MOVE WS-RESULT (5) TO YH-YTD-MEDI-WAGES
                   WHEN 6
                       MOVE WS-RESULT (6) TO YH-YTD-MEDICARE
                   WHEN 7
                       MOVE WS-RESULT (7) TO YH-YTD-401K
      * Only the employee share of the HSA total is corrected - the
      * employer deposits stand as made.
                   WHEN 8
                       COMPUTE YH-YTD-HSA =
                           WS-RESULT (8) - YH-YTD-HSA-ER
                   WHEN 9
                       MOVE WS-RESULT (9) TO YH-YTD-STATE
                   WHEN 10
                       MOVE WS-RESULT (10) TO YH-YTD-LOCAL-WAGES
                   WHEN 11
                       MOVE WS-RESULT (11) TO YH-YTD-LOCAL
               END-EVALUATE
               MOVE WS-GRP-EMPLOYEE-ID (WS-GRP-SUB) TO WS-ID-EDIT
               MOVE WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
                   TO WS-WAS-EDIT
               MOVE WS-GRP-CORRECT (WS-GRP-SUB, WS-BOX-SUB)
                   TO WS-NOW-EDIT
               MOVE SPACES TO Report-Data
               STRING 'APPLIED  EMP ' WS-ID-EDIT ' YEAR ' YH-YEAR
                   ' BOX ' WS-BOX-ID (WS-BOX-SUB)
                   ' WAS ' WS-WAS-EDIT ' NOW ' WS-NOW-EDIT '  '
                   WS-GRP-REASON (WS-GRP-SUB)
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Audit-Line
           END-IF.

       Note-Correction-Year.
           MOVE 'N' TO WS-YEAR-FOUND
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
               IF WS-YEAR-ENTRY (WS-YEAR-SUB) = YH-YEAR
                   MOVE 'Y' TO WS-YEAR-FOUND
               END-IF
           END-PERFORM
           IF WS-YEAR-FOUND = 'N' AND WS-YEAR-COUNT < 20
               ADD 1 TO WS-YEAR-COUNT
               MOVE YH-YEAR TO WS-YEAR-ENTRY (WS-YEAR-COUNT)
           END-IF.

       Reject-Unmatched-Group.
           IF GRP-PENDING (WS-GRP-SUB)
               MOVE 'no YTDHIST.DAT record for the year'
                   TO WS-REJECT-TEXT
               PERFORM Reject-Correction
           END-IF.

       Replace-Ytd-History.
           OPEN INPUT YTD-WORK
           IF NOT WORK-OK
               DISPLAY 'Cannot reopen YTD history work file, status '
                   WS-WORK-STATUS ' - YTDHIST.DAT NOT updated'
               SET CORRECTION-RUN-FAILED TO TRUE
           ELSE
               OPEN OUTPUT YTD-HISTORY
               IF NOT HIST-OK
                   DISPLAY 'Cannot rewrite YTD history, status '
                       WS-HIST-STATUS ' - corrected copy left in '
                       'YTDHIST.WRK'
                   SET CORRECTION-RUN-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL WORK-EOF
                       READ YTD-WORK
                           AT END
                               SET WORK-EOF TO TRUE
                           NOT AT END
                               MOVE YTD-WORK-RECORD
                                   TO YTD-HISTORY-RECORD
                               WRITE YTD-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE YTD-HISTORY
               END-IF
               CLOSE YTD-WORK
           END-IF.

       Write-Correction-File.
           OPEN OUTPUT W2C-FILE
           IF NOT W2C-OK
               DISPLAY 'Cannot open W-2c correction file, status '
                   WS-W2C-STATUS
               SET CORRECTION-RUN-FAILED TO TRUE
           ELSE
               MOVE WS-CO-EIN (1) TO RCA-SUBMITTER-EIN
               MOVE WS-CO-NAME (1) TO RCA-SUBMITTER-NAME
               MOVE WS-TODAY TO RCA-RUN-DATE
               WRITE W2C-RECORD FROM WS-RCA-RECORD
               PERFORM Write-Company-Blocks
                   VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
               MOVE WS-RCW-COUNT TO RCF-EMPLOYEE-COUNT
               WRITE W2C-RECORD FROM WS-RCF-RECORD
               CLOSE W2C-FILE
           END-IF.

       Write-Company-Blocks.
           PERFORM Write-Employer-Block
               VARYING WS-YEAR-SUB FROM 1 BY 1
               UNTIL WS-YEAR-SUB > WS-YEAR-COUNT.

       Write-Employer-Block.
           INITIALIZE WS-BLOCK-TOTALS
           PERFORM Count-Block-Employee
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
           IF WS-BLOCK-COUNT > 0
               MOVE WS-YEAR-ENTRY (WS-YEAR-SUB) TO RCE-TAX-YEAR
               MOVE WS-CO-EIN (WS-CO-SUB) TO RCE-EMPLOYER-EIN
               MOVE WS-CO-NAME (WS-CO-SUB) TO RCE-EMPLOYER-NAME
               WRITE W2C-RECORD FROM WS-RCE-RECORD
               MOVE 0 TO WS-BLOCK-COUNT
               PERFORM Write-Block-Employee
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               MOVE WS-BLOCK-COUNT TO RCT-EMPLOYEE-COUNT
               PERFORM VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 6
                   COMPUTE RCT-ORIGINAL (WS-BOX-SUB) =
                       WS-BLOCK-ORIGINAL (WS-BOX-SUB) * 100
                   COMPUTE RCT-CORRECT (WS-BOX-SUB) =
                       WS-BLOCK-CORRECT (WS-BOX-SUB) * 100
               END-PERFORM
               WRITE W2C-RECORD FROM WS-RCT-RECORD
           END-IF.

       Count-Block-Employee.
           IF GRP-APPLIED (WS-GRP-SUB)
               AND WS-GRP-TAX-YEAR (WS-GRP-SUB) =
                   WS-YEAR-ENTRY (WS-YEAR-SUB)
               AND (WS-GRP-COMPANY (WS-GRP-SUB) =
                       WS-CO-CODE (WS-CO-SUB)
                   OR (WS-GRP-COMPANY (WS-GRP-SUB) = SPACES
                       AND WS-CO-SUB = 1))
               ADD 1 TO WS-BLOCK-COUNT
           END-IF.

       Write-Block-Employee.
           IF GRP-APPLIED (WS-GRP-SUB)
               AND WS-GRP-TAX-YEAR (WS-GRP-SUB) =
                   WS-YEAR-ENTRY (WS-YEAR-SUB)
               AND (WS-GRP-COMPANY (WS-GRP-SUB) =
                       WS-CO-CODE (WS-CO-SUB)
                   OR (WS-GRP-COMPANY (WS-GRP-SUB) = SPACES
                       AND WS-CO-SUB = 1))
               ADD 1 TO WS-BLOCK-COUNT
               ADD 1 TO WS-RCW-COUNT
               MOVE WS-GRP-SSN (WS-GRP-SUB) (1:3) TO WS-SSN-DIGITS (1:3)
               MOVE WS-GRP-SSN (WS-GRP-SUB) (5:2) TO WS-SSN-DIGITS (4:2)
               MOVE WS-GRP-SSN (WS-GRP-SUB) (8:4) TO WS-SSN-DIGITS (6:4)
               MOVE WS-SSN-DIGITS TO RCW-SSN
               MOVE WS-GRP-NAME (WS-GRP-SUB) TO RCW-EMPLOYEE-NAME
               MOVE WS-GRP-LOCAL-CODE (WS-GRP-SUB) TO RCW-LOCAL-CODE
               PERFORM Set-Rcw-Box
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 11
               WRITE W2C-RECORD FROM WS-RCW-RECORD
           END-IF.

       Set-Rcw-Box.
           IF GRP-BOX-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
               COMPUTE WS-CENTS =
                   WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB) * 100
               MOVE WS-CENTS TO RCW-ORIGINAL (WS-BOX-SUB)
               COMPUTE WS-CENTS =
                   WS-GRP-CORRECT (WS-GRP-SUB, WS-BOX-SUB) * 100
               MOVE WS-CENTS TO RCW-CORRECT (WS-BOX-SUB)
               IF WS-BOX-SUB <= 6
                   ADD WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
                       TO WS-BLOCK-ORIGINAL (WS-BOX-SUB)
                   ADD WS-GRP-CORRECT (WS-GRP-SUB, WS-BOX-SUB)
                       TO WS-BLOCK-CORRECT (WS-BOX-SUB)
               END-IF
           ELSE
               MOVE SPACES TO RCW-ORIGINAL (WS-BOX-SUB)
               MOVE SPACES TO RCW-CORRECT (WS-BOX-SUB)
           END-IF.

       Write-Statements.
           OPEN OUTPUT W2C-STATEMENT
           IF NOT STMT-OK
               DISPLAY 'Cannot open W-2c statement file, status '
                   WS-STMT-STATUS
               SET CORRECTION-RUN-FAILED TO TRUE
           ELSE
               PERFORM Write-One-Statement
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               CLOSE W2C-STATEMENT
           END-IF.

       Write-One-Statement.
           IF GRP-APPLIED (WS-GRP-SUB)
               MOVE 1 TO WS-CO-SUB
               PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-CO-COUNT
                   IF WS-CO-CODE (WS-FIND-SUB) =
                           WS-GRP-COMPANY (WS-GRP-SUB)
                       MOVE WS-FIND-SUB TO WS-CO-SUB
                   END-IF
               END-PERFORM
               MOVE SPACES TO Report-Data
               STRING 'FORM W-2c  CORRECTED WAGE AND TAX STATEMENT'
                   '          TAX YEAR ' WS-GRP-TAX-YEAR (WS-GRP-SUB)
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
               MOVE SPACES TO Report-Data
               STRING 'EMPLOYER  ' WS-CO-NAME (WS-CO-SUB)
                   '  EIN ' WS-CO-EIN (WS-CO-SUB)
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
               MOVE SPACES TO WS-SSN-MASKED
               STRING 'XXX-XX-' WS-GRP-SSN (WS-GRP-SUB) (8:4)
                   DELIMITED BY SIZE INTO WS-SSN-MASKED
               MOVE SPACES TO Report-Data
               STRING 'EMPLOYEE  ' WS-GRP-NAME (WS-GRP-SUB)
                   '  SSN ' WS-SSN-MASKED
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
               MOVE SPACES TO Report-Data
               PERFORM Write-Statement-Line
               STRING 'BOX DESCRIPTION                '
                   'PREVIOUSLY REPORTED  CORRECT INFORMATION'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
               PERFORM Write-Statement-Box
                   VARYING WS-BOX-SUB FROM 1 BY 1
                   UNTIL WS-BOX-SUB > 11
               MOVE SPACES TO Report-Data
               PERFORM Write-Statement-Line
               STRING 'REASON FOR CORRECTION: '
                   WS-GRP-REASON (WS-GRP-SUB)
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
               MOVE ALL '=' TO Report-Data
               PERFORM Write-Statement-Line
               MOVE SPACES TO Report-Data
               PERFORM Write-Statement-Line
           END-IF.

       Write-Statement-Box.
           IF GRP-BOX-CHANGED (WS-GRP-SUB, WS-BOX-SUB)
               MOVE WS-GRP-ORIGINAL (WS-GRP-SUB, WS-BOX-SUB)
                   TO WS-WAS-EDIT
               MOVE WS-GRP-CORRECT (WS-GRP-SUB, WS-BOX-SUB)
                   TO WS-NOW-EDIT
               MOVE SPACES TO Report-Data
               STRING WS-BOX-ID (WS-BOX-SUB) ' '
                   WS-BOX-TITLE (WS-BOX-SUB) '  '
                   WS-WAS-EDIT '       ' WS-NOW-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF.

       Write-Statement-Line.
           WRITE W2C-STATEMENT-LINE FROM Report-Data.

       Write-Audit-Line.
           DISPLAY Report-Data
           WRITE W2C-AUDIT-LINE FROM Report-Data.
       END PROGRAM W2Correction.
