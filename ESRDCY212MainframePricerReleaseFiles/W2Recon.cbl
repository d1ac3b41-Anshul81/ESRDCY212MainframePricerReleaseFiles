       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2Recon.
      * Year-end reconciliation of the W-2 totals against the four
      * quarterly 941 figures - the same comparison the IRS and SSA
      * make between the W-3 and the year's 941s, run here before
      * the W-2s are filed instead of arriving as a notice months
      * later. The year is the one named on QTRPARM.DAT (the
      * quarter-end stream's parameter - the fourth quarter's run
      * names the year being closed). Three sources are set side by
      * side per company, for federal wages, federal income tax
      * withheld, Social Security wages and tax, and Medicare wages
      * and tax (the employee's tax, as the W-2 boxes carry it):
      *   - 941: the year's PAYHIST.DAT payments, quarter by quarter,
      *     figured exactly as QtrTaxRecon figures each quarter;
      *   - W-2: the RW wage records on W2FILE.DAT, matched to the
      *     employee by SSN and to the company by the RA record's
      *     EIN;
      *   - CLOSING: the year's YTDHIST.DAT records as YearEndRoll
      *     closed them, or - before the year has been rolled - the
      *     master's YTD buckets, which is what they will become.
      *     Social Security wages are held to the year's wage base,
      *     as box 3 is.
      * Every difference is listed down to the employees that cause
      * it, each with all three figures for the box, on W2RECON.DAT.
      * The run ends with return code 4 when anything differs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-PARM-FILE ASSIGN TO 'QTRPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT OPTIONAL W2-WAGE-FILE ASSIGN TO 'W2FILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2-STATUS.
           SELECT OPTIONAL YTD-HISTORY ASSIGN TO 'YTDHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDH-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'W2RECON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-PARM-FILE.
           COPY QTRPARM.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  COMPANY-FILE.
           COPY COMPANY.

      * The electronic file as W2Extract wrote it - the RA record
      * names the company, the RW records carry the employee boxes.
       FD  W2-WAGE-FILE.
       01  W2-RECORD.
           05 W2-RECORD-TYPE           PIC X(2).
           05 W2-RECORD-DATA           PIC X(198).
       01  W2-RA-VIEW.
           05 FILLER                   PIC X(2).
           05 W2-RA-TAX-YEAR           PIC 9(4).
           05 W2-RA-COMPANY-NAME       PIC X(40).
           05 W2-RA-COMPANY-EIN        PIC X(10).
           05 FILLER                   PIC X(144).
       01  W2-RW-VIEW.
           05 FILLER                   PIC X(2).
           05 W2-RW-SSN                PIC X(9).
           05 W2-RW-EMPLOYEE-NAME      PIC X(40).
           05 W2-RW-WAGES              PIC 9(9)V99.
           05 W2-RW-FEDERAL-TAX        PIC 9(9)V99.
           05 W2-RW-SS-WAGES           PIC 9(9)V99.
           05 W2-RW-SS-TAX             PIC 9(9)V99.
           05 W2-RW-MEDICARE-WAGES     PIC 9(9)V99.
           05 W2-RW-MEDICARE-TAX       PIC 9(9)V99.
           05 FILLER                   PIC X(83).

       FD  YTD-HISTORY.
           COPY YTDHIST.

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-COMPANY-STATUS        PIC XX.
           88 COMPANY-OK               VALUE '00'.
           88 COMPANY-EOF              VALUE '10'.
       01 WS-W2-STATUS             PIC XX.
           88 W2-OK                    VALUE '00'.
           88 W2-EOF                   VALUE '10'.
       01 WS-YTDH-STATUS           PIC XX.
           88 YTDH-OK                  VALUE '00'.
           88 YTDH-EOF                 VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-RECON-YEAR            PIC 9(4).
       01 WS-YEAR-START            PIC 9(8).
       01 WS-YEAR-END              PIC 9(8).
       01 WS-CHECK-MONTH           PIC 9(2).
       01 WS-QTR-SUB               PIC 9(1).

      * Social Security wage base for the year, to hold the closing
      * SS wages to what box 3 can carry - the LIMT row in effect at
      * the end of the year, as W2Extract takes it (Load-Wage-Base);
      * the value here stands only when no row is in effect.
       01 WS-YEAR-WAGE-BASE        PIC 9(7)V99 VALUE 0176100.00.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
           COPY STATLIM.

      * The six reconciled boxes, in report order.
       01 WS-MEASURE-TABLE.
           05 WS-MEASURE-NAME OCCURS 6 TIMES PIC X(22).
       01 WS-MEASURE-VALUES REDEFINES WS-MEASURE-TABLE.
           05 FILLER PIC X(22) VALUE 'FEDERAL WAGES  BOX 1'.
           05 FILLER PIC X(22) VALUE 'FEDERAL TAX    BOX 2'.
           05 FILLER PIC X(22) VALUE 'SS WAGES       BOX 3'.
           05 FILLER PIC X(22) VALUE 'SS TAX         BOX 4'.
           05 FILLER PIC X(22) VALUE 'MEDICARE WAGES BOX 5'.
           05 FILLER PIC X(22) VALUE 'MEDICARE TAX   BOX 6'.
       01 WS-MEAS-SUB              PIC 9(1).

      * One entry per employee on any of the three sources, in the
      * master's employee ID order (employees off the master only
      * by their history or W-2 record follow at the end). Source 1
      * is the 941 history, 2 the W-2 file, 3 the closing figures.
       01 WS-EMP-TABLE.
           05 WS-EMP-COUNT         PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRY OCCURS 3000 TIMES.
               10 WS-RC-EMP-ID         PIC 9(5).
               10 WS-RC-SSN            PIC X(9).
               10 WS-RC-CO-SUB         PIC 9(2).
               10 WS-RC-SOURCE OCCURS 3 TIMES.
                   15 WS-RC-FOUND          PIC X(1).
                   15 WS-RC-AMT            PIC 9(9)V99
                           OCCURS 6 TIMES.
       01 WS-EMP-SUB               PIC 9(4) VALUE 0.
       01 WS-FIND-ID               PIC 9(5).
       01 WS-FIND-SUB              PIC 9(4).
       01 WS-SRC-SUB               PIC 9(1).
       01 WS-TABLE-FULL            PIC X VALUE 'N'.
           88 EMP-TABLE-FULL           VALUE 'Y'.

      * The legal entities, off COMPANY.DAT - or the one legacy
      * identity when no control file exists, as on the W-2 file.
       01 WS-COMPANY-TABLE.
           05 WS-CO-COUNT          PIC 9(2) VALUE 0.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE           PIC X(2).
               10 WS-CO-NAME           PIC X(40).
               10 WS-CO-EIN            PIC X(10).
      * The company's 941 figures by quarter, and its three source
      * totals.
               10 WS-CO-QTR OCCURS 4 TIMES.
                   15 WS-CO-QTR-AMT        PIC 9(11)V99
                           OCCURS 6 TIMES.
               10 WS-CO-SRC OCCURS 3 TIMES.
                   15 WS-CO-SRC-AMT        PIC 9(11)V99
                           OCCURS 6 TIMES.
       01 WS-CO-SUB                PIC 9(2).
       01 WS-RA-CO-SUB             PIC 9(2) VALUE 1.
       01 WS-LEGACY-CO-NAME        PIC X(40) VALUE 'ACME CORPORATION'.
       01 WS-LEGACY-CO-EIN         PIC X(10) VALUE '1234567890'.

       01 WS-PAY-AMOUNTS.
           05 WS-PAY-AMT           PIC 9(9)V99 OCCURS 6 TIMES.
       01 WS-LEGACY-WAGES          PIC S9(9)V99.
       01 WS-SSN-DIGITS            PIC X(9).
       01 WS-W2-ON-FILE            PIC X VALUE 'N'.
           88 W2-FILE-ON-HAND          VALUE 'Y'.
       01 WS-CLOSING-SOURCE        PIC X VALUE 'M'.
           88 CLOSING-FROM-YTDHIST     VALUE 'Y'.
           88 CLOSING-FROM-MASTER      VALUE 'M'.
       01 WS-DIFF-FOUND            PIC X VALUE 'N'.
           88 RECON-DIFFERENCES        VALUE 'Y'.
       01 WS-EMP-DIFFERS           PIC X.
       01 WS-CO-DIFF-COUNT         PIC 9(5).
       01 WS-HIST-USED             PIC 9(7) VALUE 0.
       01 WS-W2-UNMATCHED          PIC 9(5) VALUE 0.

       01 Report-Data              PIC X(132).
       01 WS-ID-EDIT               PIC 9(5).
       01 WS-AMT-EDIT-1            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-EDIT-2            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-EDIT-3            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-EDIT-4            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-EDIT-5            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-STATUS-TEXT           PIC X(12).
       01 WS-W2-COLUMN             PIC X(14).
       01 WS-SSN-MASKED            PIC X(11).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Read-Year-Parm
           COMPUTE WS-YEAR-START = WS-RECON-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-RECON-YEAR * 10000 + 1231
           PERFORM Load-Wage-Base

           PERFORM Load-Company-Table
           PERFORM Load-Master-Employees
           PERFORM Sum-Payment-History
           PERFORM Load-W2-File
           PERFORM Load-Closing-History

           OPEN OUTPUT RECON-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open W-2 reconciliation report, '
                   'status ' WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Total-Companies
           PERFORM Print-Company-Recon
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
           CLOSE RECON-REPORT

           EVALUATE TRUE
               WHEN EMP-TABLE-FULL
                   DISPLAY 'More than 3000 employees - reconciliation '
                       'INCOMPLETE, see W2RECON.DAT'
                   MOVE 8 TO RETURN-CODE
               WHEN RECON-DIFFERENCES
                   DISPLAY 'W-2 / 941 reconciliation for '
                       WS-RECON-YEAR ' has DIFFERENCES - resolve '
                       'before filing, see W2RECON.DAT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'W-2 / 941 reconciliation for '
                       WS-RECON-YEAR ' agrees'
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       Read-Year-Parm.
           OPEN INPUT QTR-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot open quarter parm file, status '
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ QTR-PARM-FILE
               AT END
                   DISPLAY 'No quarter parm record, run stopped'
                   CLOSE QTR-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE QTR-YEAR TO WS-RECON-YEAR
           END-READ
           CLOSE QTR-PARM-FILE.

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
                           TO WS-YEAR-WAGE-BASE
                   END-IF
               END-PERFORM
           END-IF.

       Load-Company-Table.
           INITIALIZE WS-COMPANY-TABLE
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

       Load-Master-Employees.
      * Every employee on the master gets an entry, with the SSN the
      * W-2 records are matched by and the company the employee is
      * paid under; the master's YTD buckets stand as the closing
      * figures until the year's YTDHIST.DAT records replace them.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM Add-Master-Employee
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       Add-Master-Employee.
           IF WS-EMP-COUNT >= 3000
               SET EMP-TABLE-FULL TO TRUE
           ELSE
               MOVE EMP-SSN (1:3) TO WS-SSN-DIGITS (1:3)
               MOVE EMP-SSN (5:2) TO WS-SSN-DIGITS (4:2)
               MOVE EMP-SSN (8:4) TO WS-SSN-DIGITS (6:4)
               PERFORM Add-Employee-Entry
               MOVE EMP-ID TO WS-RC-EMP-ID (WS-EMP-SUB)
               MOVE WS-SSN-DIGITS TO WS-RC-SSN (WS-EMP-SUB)
               MOVE 1 TO WS-RC-CO-SUB (WS-EMP-SUB)
               PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-CO-COUNT
                   IF EMP-COMPANY-CODE = WS-CO-CODE (WS-CO-SUB)
                       MOVE WS-CO-SUB TO WS-RC-CO-SUB (WS-EMP-SUB)
                   END-IF
               END-PERFORM
               IF EMP-YTD-GROSS > 0 OR EMP-YTD-BONUS > 0
                   MOVE EMP-YTD-FED-WAGES TO WS-PAY-AMT (1)
                   MOVE EMP-YTD-FEDERAL TO WS-PAY-AMT (2)
                   MOVE EMP-YTD-SS-WAGES TO WS-PAY-AMT (3)
                   MOVE EMP-YTD-FICA TO WS-PAY-AMT (4)
                   MOVE EMP-YTD-MEDI-WAGES TO WS-PAY-AMT (5)
                   MOVE EMP-YTD-MEDICARE TO WS-PAY-AMT (6)
                   PERFORM Set-Closing-Amounts
               END-IF
           END-IF.

       Add-Employee-Entry.
           ADD 1 TO WS-EMP-COUNT
           MOVE WS-EMP-COUNT TO WS-EMP-SUB
           MOVE 0 TO WS-RC-EMP-ID (WS-EMP-SUB)
           MOVE SPACES TO WS-RC-SSN (WS-EMP-SUB)
           MOVE 1 TO WS-RC-CO-SUB (WS-EMP-SUB)
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > 3
               MOVE 'N' TO WS-RC-FOUND (WS-EMP-SUB, WS-SRC-SUB)
               PERFORM VARYING WS-MEAS-SUB FROM 1 BY 1
                   UNTIL WS-MEAS-SUB > 6
                   MOVE 0 TO WS-RC-AMT (WS-EMP-SUB, WS-SRC-SUB,
                       WS-MEAS-SUB)
               END-PERFORM
           END-PERFORM.

       Find-Employee-By-Id.
      * The history and closing files come in employee ID order, so
      * the entry last found is tried before the table is searched.
           IF WS-EMP-SUB > 0
               IF WS-RC-EMP-ID (WS-EMP-SUB) NOT = WS-FIND-ID
                   MOVE 0 TO WS-EMP-SUB
               END-IF
           END-IF
           IF WS-EMP-SUB = 0
               PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-EMP-COUNT
                   OR WS-EMP-SUB > 0
                   IF WS-RC-EMP-ID (WS-FIND-SUB) = WS-FIND-ID
                       MOVE WS-FIND-SUB TO WS-EMP-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EMP-SUB = 0
               IF WS-EMP-COUNT >= 3000
                   SET EMP-TABLE-FULL TO TRUE
               ELSE
                   PERFORM Add-Employee-Entry
                   MOVE WS-FIND-ID TO WS-RC-EMP-ID (WS-EMP-SUB)
               END-IF
           END-IF.

       Sum-Payment-History.
      * The 941 side: each payment of the year, by check date, in
      * its quarter - a reversed payment and a later-year decedent
      * payment are left out as QtrTaxRecon leaves them out.
           OPEN INPUT PAY-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-EMP-SUB
           PERFORM UNTIL HIST-EOF
               READ PAY-HISTORY NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-CHECK-DATE >= WS-YEAR-START AND
                           HIST-CHECK-DATE <= WS-YEAR-END AND
                           NOT HIST-PAYMENT-REVERSED AND
                           NOT HIST-DECEDENT-1099
                           PERFORM Add-History-Payment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY.

       Add-History-Payment.
      * A record written before the taxable-wage fields existed
      * carries zeros in all four and reports gross plus bonus, as
      * QtrTaxRecon reports it.
           ADD 1 TO WS-HIST-USED
           IF HIST-FEDERAL-TAXABLE = 0 AND HIST-STATE-TAXABLE = 0
               AND HIST-FICA-TAXABLE = 0 AND HIST-MEDICARE-TAXABLE = 0
               COMPUTE WS-PAY-AMT (1) = HIST-GROSS-SALARY + HIST-BONUS
               MOVE WS-PAY-AMT (1) TO WS-PAY-AMT (3)
               MOVE WS-PAY-AMT (1) TO WS-PAY-AMT (5)
           ELSE
               MOVE HIST-FEDERAL-TAXABLE TO WS-PAY-AMT (1)
               MOVE HIST-FICA-TAXABLE TO WS-PAY-AMT (3)
               MOVE HIST-MEDICARE-TAXABLE TO WS-PAY-AMT (5)
           END-IF
           MOVE HIST-FEDERAL-WITHHOLDING TO WS-PAY-AMT (2)
           MOVE HIST-FICA-WITHHOLDING TO WS-PAY-AMT (4)
           MOVE HIST-MEDICARE-WITHHOLDING TO WS-PAY-AMT (6)
           MOVE HIST-CHECK-DATE (5:2) TO WS-CHECK-MONTH
           COMPUTE WS-QTR-SUB = (WS-CHECK-MONTH - 1) / 3 + 1

           MOVE HIST-EMPLOYEE-ID TO WS-FIND-ID
           PERFORM Find-Employee-By-Id
           IF WS-EMP-SUB > 0
               MOVE 'Y' TO WS-RC-FOUND (WS-EMP-SUB, 1)
               MOVE WS-RC-CO-SUB (WS-EMP-SUB) TO WS-CO-SUB
               PERFORM VARYING WS-MEAS-SUB FROM 1 BY 1
                   UNTIL WS-MEAS-SUB > 6
                   ADD WS-PAY-AMT (WS-MEAS-SUB)
                       TO WS-RC-AMT (WS-EMP-SUB, 1, WS-MEAS-SUB)
                   ADD WS-PAY-AMT (WS-MEAS-SUB)
                       TO WS-CO-QTR-AMT (WS-CO-SUB, WS-QTR-SUB,
                           WS-MEAS-SUB)
               END-PERFORM
           END-IF.

       Load-W2-File.
           MOVE 0 TO WS-EMP-SUB
           OPEN INPUT W2-WAGE-FILE
           IF W2-OK
               PERFORM UNTIL W2-EOF
                   READ W2-WAGE-FILE
                       AT END
                           SET W2-EOF TO TRUE
                       NOT AT END
                           EVALUATE W2-RECORD-TYPE
                               WHEN 'RA'
                                   SET W2-FILE-ON-HAND TO TRUE
                                   PERFORM Match-Ra-Company
                               WHEN 'RW'
                                   PERFORM Add-W2-Employee
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE W2-WAGE-FILE.

       Match-Ra-Company.
           MOVE 1 TO WS-RA-CO-SUB
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               IF WS-CO-EIN (WS-CO-SUB) = W2-RA-COMPANY-EIN
                   MOVE WS-CO-SUB TO WS-RA-CO-SUB
               END-IF
           END-PERFORM.

       Add-W2-Employee.
      * Matched by SSN; a wage record for an SSN on no master record
      * gets an entry of its own under the RA record's company, so
      * its figures still show as a difference.
           MOVE 0 TO WS-EMP-SUB
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-EMP-COUNT
               OR WS-EMP-SUB > 0
               IF WS-RC-SSN (WS-FIND-SUB) = W2-RW-SSN
                   MOVE WS-FIND-SUB TO WS-EMP-SUB
               END-IF
           END-PERFORM
           IF WS-EMP-SUB = 0
               IF WS-EMP-COUNT >= 3000
                   SET EMP-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-W2-UNMATCHED
                   PERFORM Add-Employee-Entry
                   MOVE W2-RW-SSN TO WS-RC-SSN (WS-EMP-SUB)
                   MOVE WS-RA-CO-SUB TO WS-RC-CO-SUB (WS-EMP-SUB)
               END-IF
           END-IF
           IF WS-EMP-SUB > 0
               MOVE 'Y' TO WS-RC-FOUND (WS-EMP-SUB, 2)
               ADD W2-RW-WAGES TO WS-RC-AMT (WS-EMP-SUB, 2, 1)
               ADD W2-RW-FEDERAL-TAX TO WS-RC-AMT (WS-EMP-SUB, 2, 2)
               ADD W2-RW-SS-WAGES TO WS-RC-AMT (WS-EMP-SUB, 2, 3)
               ADD W2-RW-SS-TAX TO WS-RC-AMT (WS-EMP-SUB, 2, 4)
               ADD W2-RW-MEDICARE-WAGES
                   TO WS-RC-AMT (WS-EMP-SUB, 2, 5)
               ADD W2-RW-MEDICARE-TAX TO WS-RC-AMT (WS-EMP-SUB, 2, 6)
           END-IF.

       Load-Closing-History.
      * The year's first YTDHIST.DAT record means the year has been
      * rolled - the master's figures (by then zeroed) give way to
      * the closed-year records from there on.
           MOVE 0 TO WS-EMP-SUB
           OPEN INPUT YTD-HISTORY
           IF YTDH-OK
               PERFORM UNTIL YTDH-EOF
                   READ YTD-HISTORY
                       AT END
                           SET YTDH-EOF TO TRUE
                       NOT AT END
                           IF YH-YEAR = WS-RECON-YEAR
                               PERFORM Add-Closing-Record
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE YTD-HISTORY.

       Add-Closing-Record.
           IF CLOSING-FROM-MASTER
               SET CLOSING-FROM-YTDHIST TO TRUE
               PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-EMP-COUNT
                   MOVE 'N' TO WS-RC-FOUND (WS-FIND-SUB, 3)
                   PERFORM VARYING WS-MEAS-SUB FROM 1 BY 1
                       UNTIL WS-MEAS-SUB > 6
                       MOVE 0 TO WS-RC-AMT (WS-FIND-SUB, 3,
                           WS-MEAS-SUB)
                   END-PERFORM
               END-PERFORM
           END-IF
           MOVE YH-EMPLOYEE-ID TO WS-FIND-ID
           PERFORM Find-Employee-By-Id
           IF WS-EMP-SUB > 0
      * A year rolled before the taxable-wage positions were added
      * to YTDHIST.DAT carries spaces there; its W-2 was filed off
      * the gross - box 1 the gross and bonus less 401k and health
      * (never below zero), boxes 3 and 5 the gross.
               IF YH-YTD-FED-WAGES NUMERIC
                   MOVE YH-YTD-FED-WAGES TO WS-PAY-AMT (1)
                   MOVE YH-YTD-SS-WAGES TO WS-PAY-AMT (3)
                   MOVE YH-YTD-MEDI-WAGES TO WS-PAY-AMT (5)
               ELSE
                   COMPUTE WS-LEGACY-WAGES = YH-YTD-GROSS
                       + YH-YTD-BONUS - YH-YTD-401K - YH-YTD-HEALTH
                   IF WS-LEGACY-WAGES < 0
                       MOVE 0 TO WS-LEGACY-WAGES
                   END-IF
                   MOVE WS-LEGACY-WAGES TO WS-PAY-AMT (1)
                   MOVE YH-YTD-GROSS TO WS-PAY-AMT (3)
                   MOVE YH-YTD-GROSS TO WS-PAY-AMT (5)
               END-IF
               MOVE YH-YTD-FEDERAL TO WS-PAY-AMT (2)
               MOVE YH-YTD-FICA TO WS-PAY-AMT (4)
               MOVE YH-YTD-MEDICARE TO WS-PAY-AMT (6)
               PERFORM Set-Closing-Amounts
           END-IF.

       Set-Closing-Amounts.
           IF WS-PAY-AMT (3) > WS-YEAR-WAGE-BASE
               MOVE WS-YEAR-WAGE-BASE TO WS-PAY-AMT (3)
           END-IF
           MOVE 'Y' TO WS-RC-FOUND (WS-EMP-SUB, 3)
           PERFORM VARYING WS-MEAS-SUB FROM 1 BY 1
               UNTIL WS-MEAS-SUB > 6
               MOVE WS-PAY-AMT (WS-MEAS-SUB)
                   TO WS-RC-AMT (WS-EMP-SUB, 3, WS-MEAS-SUB)
           END-PERFORM.

       Total-Companies.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
               MOVE WS-RC-CO-SUB (WS-EMP-SUB) TO WS-CO-SUB
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 3
                   PERFORM VARYING WS-MEAS-SUB FROM 1 BY 1
                       UNTIL WS-MEAS-SUB > 6
                       ADD WS-RC-AMT (WS-EMP-SUB, WS-SRC-SUB,
                               WS-MEAS-SUB)
                           TO WS-CO-SRC-AMT (WS-CO-SUB, WS-SRC-SUB,
                               WS-MEAS-SUB)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       Print-Company-Recon.
           MOVE ALL '=' TO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           STRING 'W-2 / 941 ANNUAL RECONCILIATION   YEAR '
               WS-RECON-YEAR '   ' WS-CO-NAME (WS-CO-SUB)
               '  EIN ' WS-CO-EIN (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           IF CLOSING-FROM-YTDHIST
               MOVE 'CLOSING FIGURES FROM YTDHIST.DAT (YEAR ROLLED)'
                   TO Report-Data
           ELSE
               MOVE 'CLOSING FIGURES FROM THE MASTER YTD BUCKETS '
                   & '(YEAR NOT YET ROLLED)' TO Report-Data
           END-IF
           PERFORM Write-Report-Line
           IF NOT W2-FILE-ON-HAND
               MOVE 'W2FILE.DAT NOT ON HAND - W-2 COLUMN NOT '
                   & 'RECONCILED, RUN W2EXTRACT FIRST' TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line

           STRING 'QUARTERLY 941 FIGURES (PAYHIST)          Q1'
               '             Q2             Q3             Q4'
               '          YEAR'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           PERFORM Print-Quarter-Line
               VARYING WS-MEAS-SUB FROM 1 BY 1
               UNTIL WS-MEAS-SUB > 6
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line

           STRING 'SIDE BY SIDE                             941'
               '            W-2        CLOSING'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           PERFORM Print-Side-By-Side
               VARYING WS-MEAS-SUB FROM 1 BY 1
               UNTIL WS-MEAS-SUB > 6
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line

           MOVE 'EMPLOYEES CAUSING DIFFERENCES' TO Report-Data
           PERFORM Write-Report-Line
           MOVE 0 TO WS-CO-DIFF-COUNT
           PERFORM Print-Employee-Differences
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > WS-EMP-COUNT
           IF WS-CO-DIFF-COUNT = 0
               MOVE '  NONE - ALL SOURCES AGREE FOR EVERY EMPLOYEE'
                   TO Report-Data
               PERFORM Write-Report-Line
           END-IF
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line.

       Print-Quarter-Line.
           MOVE WS-CO-QTR-AMT (WS-CO-SUB, 1, WS-MEAS-SUB)
               TO WS-AMT-EDIT-1
           MOVE WS-CO-QTR-AMT (WS-CO-SUB, 2, WS-MEAS-SUB)
               TO WS-AMT-EDIT-2
           MOVE WS-CO-QTR-AMT (WS-CO-SUB, 3, WS-MEAS-SUB)
               TO WS-AMT-EDIT-3
           MOVE WS-CO-QTR-AMT (WS-CO-SUB, 4, WS-MEAS-SUB)
               TO WS-AMT-EDIT-4
           MOVE WS-CO-SRC-AMT (WS-CO-SUB, 1, WS-MEAS-SUB)
               TO WS-AMT-EDIT-5
           MOVE SPACES TO Report-Data
           STRING '  ' WS-MEASURE-NAME (WS-MEAS-SUB) ' '
               WS-AMT-EDIT-1 ' ' WS-AMT-EDIT-2 ' ' WS-AMT-EDIT-3
               ' ' WS-AMT-EDIT-4 ' ' WS-AMT-EDIT-5
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Side-By-Side.
           MOVE WS-CO-SRC-AMT (WS-CO-SUB, 1, WS-MEAS-SUB)
               TO WS-AMT-EDIT-1
           MOVE WS-CO-SRC-AMT (WS-CO-SUB, 2, WS-MEAS-SUB)
               TO WS-AMT-EDIT-2
           MOVE WS-CO-SRC-AMT (WS-CO-SUB, 3, WS-MEAS-SUB)
               TO WS-AMT-EDIT-3
           MOVE 'AGREE' TO WS-STATUS-TEXT
           IF WS-CO-SRC-AMT (WS-CO-SUB, 1, WS-MEAS-SUB) NOT =
                   WS-CO-SRC-AMT (WS-CO-SUB, 3, WS-MEAS-SUB)
               MOVE '*** DIFFER' TO WS-STATUS-TEXT
               SET RECON-DIFFERENCES TO TRUE
           END-IF
           IF W2-FILE-ON-HAND
               MOVE WS-AMT-EDIT-2 TO WS-W2-COLUMN
               IF WS-CO-SRC-AMT (WS-CO-SUB, 1, WS-MEAS-SUB) NOT =
                       WS-CO-SRC-AMT (WS-CO-SUB, 2, WS-MEAS-SUB)
                   MOVE '*** DIFFER' TO WS-STATUS-TEXT
                   SET RECON-DIFFERENCES TO TRUE
               END-IF
           ELSE
               MOVE '   NOT ON FILE' TO WS-W2-COLUMN
           END-IF
           MOVE SPACES TO Report-Data
           STRING '  ' WS-MEASURE-NAME (WS-MEAS-SUB) ' '
               WS-AMT-EDIT-1 ' ' WS-W2-COLUMN ' ' WS-AMT-EDIT-3
               '  ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Print-Employee-Differences.
           IF WS-RC-CO-SUB (WS-EMP-SUB) = WS-CO-SUB
               MOVE 'N' TO WS-EMP-DIFFERS
               PERFORM Print-Employee-Box
                   VARYING WS-MEAS-SUB FROM 1 BY 1
                   UNTIL WS-MEAS-SUB > 6
               IF WS-EMP-DIFFERS = 'Y'
                   ADD 1 TO WS-CO-DIFF-COUNT
               END-IF
           END-IF.

       Print-Employee-Box.
      * One line for each box where the employee's sources part -
      * the W-2 source counts only when the file was on hand.
           IF WS-RC-AMT (WS-EMP-SUB, 1, WS-MEAS-SUB) NOT =
                   WS-RC-AMT (WS-EMP-SUB, 3, WS-MEAS-SUB)
               OR (W2-FILE-ON-HAND AND
                   WS-RC-AMT (WS-EMP-SUB, 1, WS-MEAS-SUB) NOT =
                       WS-RC-AMT (WS-EMP-SUB, 2, WS-MEAS-SUB))
               MOVE 'Y' TO WS-EMP-DIFFERS
               SET RECON-DIFFERENCES TO TRUE
               MOVE WS-RC-EMP-ID (WS-EMP-SUB) TO WS-ID-EDIT
               MOVE SPACES TO WS-SSN-MASKED
               STRING 'XXX-XX-' WS-RC-SSN (WS-EMP-SUB) (6:4)
                   DELIMITED BY SIZE INTO WS-SSN-MASKED
               MOVE WS-RC-AMT (WS-EMP-SUB, 1, WS-MEAS-SUB)
                   TO WS-AMT-EDIT-1
               MOVE WS-RC-AMT (WS-EMP-SUB, 2, WS-MEAS-SUB)
                   TO WS-AMT-EDIT-2
               MOVE WS-RC-AMT (WS-EMP-SUB, 3, WS-MEAS-SUB)
                   TO WS-AMT-EDIT-3
               IF W2-FILE-ON-HAND
                   MOVE WS-AMT-EDIT-2 TO WS-W2-COLUMN
               ELSE
                   MOVE '   NOT ON FILE' TO WS-W2-COLUMN
               END-IF
               MOVE SPACES TO Report-Data
               STRING '  EMP ' WS-ID-EDIT ' ' WS-SSN-MASKED ' '
                   WS-MEASURE-NAME (WS-MEAS-SUB) ' 941 '
                   WS-AMT-EDIT-1 ' W-2 ' WS-W2-COLUMN
                   ' CLOSING ' WS-AMT-EDIT-3
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           WRITE RECON-REPORT-LINE FROM Report-Data.
       END PROGRAM W2Recon.
