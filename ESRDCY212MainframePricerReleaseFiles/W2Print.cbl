       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2Print.
      * Printed employee W-2 statements and the W-3 transmittal
      * totals, from the same component YTD buckets and COMPANY.DAT
      * identity W2Extract builds the electronic file from, so the
      * paper copies no longer have to be keyed into a vendor tool.
      * One statement per employee with wages for the year, company
      * by company and in employee ID order within the company for
      * mailing, each carrying the employer identity, the employee's
      * name and mailing address (EMP-ADDRESS) with the SSN masked,
      * boxes 1 through 6, box 12 (code D 401k deferrals, code W
      * HSA contributions), the box 12 and box 14 amounts of every
      * earnings code the earnings-code master sends there (summed
      * off the year's pay history as W2Extract sums its RD
      * records), the local boxes, and a box 15-17 line
      * for every state the year's wages were withheld for. The
      * state split comes off the year's pay history by the work
      * state each payment carried; when the history is not on hand
      * or its state tax does not add up to the master's state
      * bucket, the master's work state and state bucket print as
      * the one line, so the paper never disagrees with the
      * electronic file. After each company's statements a W-3 page
      * totals the boxes and sets them beside the RT totals on
      * W2FILE.DAT - boxes 1, 2, 4 and 6 must agree before either
      * is filed; a disagreement ends the run with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT OPTIONAL W2-WAGE-FILE ASSIGN TO 'W2FILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2-STATUS.
           SELECT W2-PRINT-FILE ASSIGN TO 'W2PRINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  COMPANY-FILE.
           COPY COMPANY.

      * The electronic file as W2Extract wrote it - only the RA
      * (for the company's EIN) and RT records are read back.
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
       01  W2-RT-VIEW.
           05 FILLER                   PIC X(2).
           05 W2-RT-EMPLOYEE-COUNT     PIC 9(7).
           05 W2-RT-TOTAL-WAGES        PIC 9(11)V99.
           05 W2-RT-TOTAL-FEDERAL      PIC 9(11)V99.
           05 W2-RT-TOTAL-SS-TAX       PIC 9(11)V99.
           05 W2-RT-TOTAL-MEDI-TAX     PIC 9(11)V99.
           05 FILLER                   PIC X(139).

       FD  W2-PRINT-FILE.
       01  W2-PRINT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
       01 WS-COMPANY-STATUS        PIC XX.
           88 COMPANY-OK               VALUE '00'.
           88 COMPANY-EOF              VALUE '10'.
       01 WS-W2-STATUS             PIC XX.
           88 W2-OK                    VALUE '00'.
           88 W2-EOF                   VALUE '10'.
       01 WS-PRINT-STATUS          PIC XX.
           88 PRINT-OK                 VALUE '00'.
       01 WS-HIST-OPEN             PIC X VALUE 'N'.
           88 HISTORY-IS-OPEN          VALUE 'Y'.
       01 WS-HIST-SCAN             PIC X.
           88 HIST-SCAN-DONE           VALUE 'Y'.

      * The legal entities, off COMPANY.DAT - or the one legacy
      * identity when no control file exists, as on the W-2 file.
      * The electronic file's RT totals are filed against the
      * company whose EIN the preceding RA record carried.
       01 WS-COMPANY-TABLE.
           05 WS-CO-COUNT          PIC 9(2) VALUE 0.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE           PIC X(2).
               10 WS-CO-NAME           PIC X(40).
               10 WS-CO-EIN            PIC X(10).
               10 WS-CO-RT-FOUND       PIC X(1).
                   88 CO-RT-ON-FILE        VALUE 'Y'.
               10 WS-CO-RT-COUNT       PIC 9(7).
               10 WS-CO-RT-WAGES       PIC 9(11)V99.
               10 WS-CO-RT-FEDERAL     PIC 9(11)V99.
               10 WS-CO-RT-SS-TAX      PIC 9(11)V99.
               10 WS-CO-RT-MEDI-TAX    PIC 9(11)V99.
       01 WS-CO-SUB                PIC 9(2).
       01 WS-RA-CO-SUB             PIC 9(2).
       01 WS-FIND-SUB              PIC 9(2).
       01 WS-LEGACY-CO-NAME        PIC X(40) VALUE 'ACME CORPORATION'.
       01 WS-LEGACY-CO-EIN         PIC X(10) VALUE '1234567890'.

      * Box 3's Social Security wage base - the LIMT row in effect at
      * the end of the tax year (Load-Wage-Base); the value here
      * stands only when no row is in effect.
       01 WS-FICA-WAGE-BASE        PIC 9(7)V99 VALUE 0176100.00.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
           COPY STATLIM.
       01 WS-TAX-YEAR              PIC 9(4).
       01 WS-YEAR-START            PIC 9(8).
       01 WS-YEAR-END              PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY      PIC 9(4).
           05 WS-CURRENT-MM        PIC 9(2).
           05 WS-CURRENT-DD        PIC 9(2).

       01 WS-WAGES                 PIC 9(9)V99.
       01 WS-SS-WAGES              PIC 9(9)V99.
       01 WS-HSA-TOTAL             PIC 9(9)V99.

      * One employee's box 15-17 lines - the state wages and state
      * tax withheld by work state, off the year's pay history.
       01 WS-STATE-TABLE.
           05 WS-ST-COUNT          PIC 9(2) VALUE 0.
           05 WS-ST-ENTRY OCCURS 5 TIMES.
               10 WS-ST-CODE           PIC X(2).
               10 WS-ST-WAGES          PIC 9(9)V99.
               10 WS-ST-TAX            PIC 9(9)V99.
       01 WS-ST-SUB                PIC 9(2).
       01 WS-ST-FOUND              PIC X.
       01 WS-ST-OVERFLOW           PIC X.
       01 WS-ST-WORK-CODE          PIC X(2).
       01 WS-ST-TAX-TOTAL          PIC 9(9)V99.

           COPY ERNTBL.
       01 WS-EARN-LOAD-STATUS      PIC X.
           88 EARN-CODES-LOADED        VALUE 'Y'.
      * One employee's box 12 / box 14 amounts for the year - box 12
      * keyed by its letter code, box 14 by the code's description,
      * as on W2Extract's RD records.
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

      * The company's W-3 totals.
       01 WS-W3-TOTALS.
           05 WS-W3-COUNT          PIC 9(7).
           05 WS-W3-WAGES          PIC 9(11)V99.
           05 WS-W3-FEDERAL        PIC 9(11)V99.
           05 WS-W3-SS-WAGES       PIC 9(11)V99.
           05 WS-W3-SS-TAX         PIC 9(11)V99.
           05 WS-W3-MEDI-WAGES     PIC 9(11)V99.
           05 WS-W3-MEDI-TAX       PIC 9(11)V99.
           05 WS-W3-401K           PIC 9(11)V99.
           05 WS-W3-HSA            PIC 9(11)V99.
           05 WS-W3-STATE-WAGES    PIC 9(11)V99.
           05 WS-W3-STATE-TAX      PIC 9(11)V99.
           05 WS-W3-LOCAL-WAGES    PIC 9(11)V99.
           05 WS-W3-LOCAL-TAX      PIC 9(11)V99.
      * The company's box 12 / box 14 earnings-code totals.
       01 WS-W3-BOX-TABLE.
           05 WS-W3-BOX-COUNT      PIC 9(2).
           05 WS-W3-BOX-ENTRY OCCURS 20 TIMES.
               10 WS-W3-BOX-NUMBER     PIC X(2).
               10 WS-W3-BOX-CODE       PIC X(2).
               10 WS-W3-BOX-LABEL      PIC X(20).
               10 WS-W3-BOX-AMOUNT     PIC 9(11)V99.
       01 WS-W3-BOX-SUB            PIC 9(2).

       01 WS-GRAND-STATEMENTS      PIC 9(7) VALUE 0.
       01 WS-PRINT-FAILED          PIC X VALUE 'N'.
           88 W2-PRINT-FAILED          VALUE 'Y'.
       01 WS-TOTALS-DIFFER         PIC X VALUE 'N'.
           88 W2-TOTALS-DIFFER         VALUE 'Y'.
       01 WS-COMPANY-AGREES        PIC X.

       01 Report-Data              PIC X(80).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
       01 WS-SSN-MASKED            PIC X(11).
       01 WS-LEFT-EDIT             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RIGHT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FILE-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE EMPLOYEE-MASTER

           OPEN OUTPUT W2-PRINT-FILE
           IF NOT PRINT-OK
               DISPLAY 'Cannot open W-2 print file, status '
                   WS-PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YYYY TO WS-TAX-YEAR
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           PERFORM Load-Wage-Base

      * Without the earnings-code master the earnings-code box 12/14
      * lines are left off, as W2Extract leaves off its RD records.
           CALL 'EarnCodeLoad' USING EARN-CODE-TABLE
               WS-EARN-LOAD-STATUS
           IF NOT EARN-CODES-LOADED
               DISPLAY 'Earnings codes not loaded - box 12/14 '
                   'earnings-code amounts not printed'
           END-IF

      * Without the pay history every statement still prints, with
      * its one state line off the master.
           OPEN INPUT PAY-HISTORY
           IF HIST-OK
               SET HISTORY-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS ' - state boxes from the master'
           END-IF

           PERFORM Load-Company-Table
           PERFORM Load-Electronic-Totals
           PERFORM Print-One-Company
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT

           IF HISTORY-IS-OPEN
               CLOSE PAY-HISTORY
           END-IF
           CLOSE W2-PRINT-FILE
           EVALUATE TRUE
               WHEN W2-PRINT-FAILED
                   DISPLAY 'W-2 print file is INCOMPLETE - do not '
                       'mail, rerun after the master is available'
                   MOVE 8 TO RETURN-CODE
               WHEN W2-TOTALS-DIFFER
                   DISPLAY 'W-2 statements printed for '
                       WS-GRAND-STATEMENTS ' employees - W-3 totals '
                       'DO NOT AGREE with W2FILE.DAT, see W2PRINT.DAT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'W-2 statements printed for '
                       WS-GRAND-STATEMENTS ' employees, tax year '
                       WS-TAX-YEAR
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

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
           END-IF
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
               MOVE 'N' TO WS-CO-RT-FOUND (WS-CO-SUB)
               MOVE 0 TO WS-CO-RT-COUNT (WS-CO-SUB)
               MOVE 0 TO WS-CO-RT-WAGES (WS-CO-SUB)
               MOVE 0 TO WS-CO-RT-FEDERAL (WS-CO-SUB)
               MOVE 0 TO WS-CO-RT-SS-TAX (WS-CO-SUB)
               MOVE 0 TO WS-CO-RT-MEDI-TAX (WS-CO-SUB)
           END-PERFORM.

       Load-Electronic-Totals.
           MOVE 0 TO WS-RA-CO-SUB
           OPEN INPUT W2-WAGE-FILE
           IF W2-OK
               PERFORM UNTIL W2-EOF
                   READ W2-WAGE-FILE
                       AT END
                           SET W2-EOF TO TRUE
                       NOT AT END
                           EVALUATE W2-RECORD-TYPE
                               WHEN 'RA'
                                   PERFORM Match-Ra-Company
                               WHEN 'RT'
                                   PERFORM Take-Rt-Totals
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE W2-WAGE-FILE.

       Match-Ra-Company.
           MOVE 0 TO WS-RA-CO-SUB
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-CO-COUNT
               IF WS-CO-EIN (WS-FIND-SUB) = W2-RA-COMPANY-EIN
                   AND WS-RA-CO-SUB = 0
                   MOVE WS-FIND-SUB TO WS-RA-CO-SUB
               END-IF
           END-PERFORM.

       Take-Rt-Totals.
           IF WS-RA-CO-SUB > 0
               MOVE 'Y' TO WS-CO-RT-FOUND (WS-RA-CO-SUB)
               MOVE W2-RT-EMPLOYEE-COUNT
                   TO WS-CO-RT-COUNT (WS-RA-CO-SUB)
               MOVE W2-RT-TOTAL-WAGES
                   TO WS-CO-RT-WAGES (WS-RA-CO-SUB)
               MOVE W2-RT-TOTAL-FEDERAL
                   TO WS-CO-RT-FEDERAL (WS-RA-CO-SUB)
               MOVE W2-RT-TOTAL-SS-TAX
                   TO WS-CO-RT-SS-TAX (WS-RA-CO-SUB)
               MOVE W2-RT-TOTAL-MEDI-TAX
                   TO WS-CO-RT-MEDI-TAX (WS-RA-CO-SUB)
           END-IF.

       Print-One-Company.
           INITIALIZE WS-W3-TOTALS
           MOVE 0 TO WS-W3-BOX-COUNT
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
      * No W-3 page for a company whose statements never printed -
      * its totals would prove nothing.
               DISPLAY 'Cannot reopen master, status '
                   WS-MASTER-STATUS ' - company statements incomplete'
               SET W2-PRINT-FAILED TO TRUE
           ELSE
               PERFORM UNTIL MASTER-EOF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET MASTER-EOF TO TRUE
                       NOT AT END
                           IF (EMP-YTD-GROSS > 0 OR
                               EMP-YTD-BONUS > 0) AND
                               (EMP-COMPANY-CODE
                                   = WS-CO-CODE (WS-CO-SUB) OR
                               (EMP-COMPANY-CODE = SPACES AND
                                   WS-CO-SUB = 1))
                               PERFORM Print-Employee-W2
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               MOVE '00' TO WS-MASTER-STATUS
               PERFORM Print-W3-Page
           END-IF.

       Print-Employee-W2.
      * The boxes are figured exactly as W2Extract figures the RW
      * record - box 1 off the income-tax wage bucket, box 3 held
      * to the Social Security wage base, box 5 with no base.
           MOVE EMP-YTD-FED-WAGES TO WS-WAGES
           IF EMP-YTD-SS-WAGES > WS-FICA-WAGE-BASE
               MOVE WS-FICA-WAGE-BASE TO WS-SS-WAGES
           ELSE
               MOVE EMP-YTD-SS-WAGES TO WS-SS-WAGES
           END-IF
           COMPUTE WS-HSA-TOTAL = EMP-YTD-HSA + EMP-YTD-HSA-ER
      * The earnings-code box 12/14 amounts come off the same
      * history scan as the state lines.
           MOVE 0 TO WS-BOX-COUNT
           PERFORM Build-State-Lines

           MOVE ALL '=' TO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           STRING 'FORM W-2  WAGE AND TAX STATEMENT'
               '                   TAX YEAR ' WS-TAX-YEAR
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Print-Line
           STRING 'b EMPLOYER EIN    ' WS-CO-EIN (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           STRING 'c EMPLOYER        ' WS-CO-NAME (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO WS-SSN-MASKED
           STRING 'XXX-XX-' EMP-SSN (8:4)
               DELIMITED BY SIZE INTO WS-SSN-MASKED
           MOVE EMP-ID TO WS-ID-EDIT
           MOVE SPACES TO Report-Data
           STRING 'a EMPLOYEE SSN    ' WS-SSN-MASKED
               '          EMPLOYEE ID ' WS-ID-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           STRING 'e EMPLOYEE        ' EMP-NAME
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           STRING 'f ADDRESS         ' EMP-ADDRESS
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Print-Line

           MOVE WS-WAGES TO WS-LEFT-EDIT
           MOVE EMP-YTD-FEDERAL TO WS-RIGHT-EDIT
           STRING ' 1 WAGES, TIPS, OTHER ' WS-LEFT-EDIT
               '   2 FEDERAL TAX   ' WS-RIGHT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE WS-SS-WAGES TO WS-LEFT-EDIT
           MOVE EMP-YTD-FICA TO WS-RIGHT-EDIT
           MOVE SPACES TO Report-Data
           STRING ' 3 SOCIAL SEC WAGES   ' WS-LEFT-EDIT
               '   4 SOC SEC TAX   ' WS-RIGHT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE EMP-YTD-MEDI-WAGES TO WS-LEFT-EDIT
           MOVE EMP-YTD-MEDICARE TO WS-RIGHT-EDIT
           MOVE SPACES TO Report-Data
           STRING ' 5 MEDICARE WAGES     ' WS-LEFT-EDIT
               '   6 MEDICARE TAX  ' WS-RIGHT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           IF EMP-YTD-401K > 0
               MOVE EMP-YTD-401K TO WS-LEFT-EDIT
               MOVE SPACES TO Report-Data
               STRING '12 CODE D 401K        ' WS-LEFT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Print-Line
           END-IF
           IF WS-HSA-TOTAL > 0
               MOVE WS-HSA-TOTAL TO WS-LEFT-EDIT
               MOVE SPACES TO Report-Data
               STRING '12 CODE W HSA         ' WS-LEFT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Print-Line
           END-IF
           PERFORM Print-Box-Line
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > WS-BOX-COUNT
           MOVE SPACES TO Report-Data
           PERFORM Write-Print-Line
           STRING '15 STATE   16 STATE WAGES      17 STATE INCOME TAX'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           PERFORM Print-State-Line
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE EMP-YTD-LOCAL-WAGES TO WS-LEFT-EDIT
               MOVE EMP-YTD-LOCAL TO WS-RIGHT-EDIT
               MOVE SPACES TO Report-Data
               STRING '20 LOCALITY ' EMP-LOCAL-TAX-CODE
                   '  18 ' WS-LEFT-EDIT '   19 LOCAL TAX '
                   WS-RIGHT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Print-Line
           END-IF
           MOVE SPACES TO Report-Data
           PERFORM Write-Print-Line

           ADD 1 TO WS-W3-COUNT
           ADD 1 TO WS-GRAND-STATEMENTS
           ADD WS-WAGES TO WS-W3-WAGES
           ADD EMP-YTD-FEDERAL TO WS-W3-FEDERAL
           ADD WS-SS-WAGES TO WS-W3-SS-WAGES
           ADD EMP-YTD-FICA TO WS-W3-SS-TAX
           ADD EMP-YTD-MEDI-WAGES TO WS-W3-MEDI-WAGES
           ADD EMP-YTD-MEDICARE TO WS-W3-MEDI-TAX
           ADD EMP-YTD-401K TO WS-W3-401K
           ADD WS-HSA-TOTAL TO WS-W3-HSA
           ADD EMP-YTD-LOCAL-WAGES TO WS-W3-LOCAL-WAGES
           ADD EMP-YTD-LOCAL TO WS-W3-LOCAL-TAX.

       Build-State-Lines.
           MOVE 0 TO WS-ST-COUNT
           MOVE 'N' TO WS-ST-OVERFLOW
           IF HISTORY-IS-OPEN
               PERFORM Scan-State-History
           END-IF
           MOVE 0 TO WS-ST-TAX-TOTAL
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
               ADD WS-ST-TAX (WS-ST-SUB) TO WS-ST-TAX-TOTAL
           END-PERFORM
      * One state (the usual case), no usable history, or history
      * that does not prove to the master's state bucket: the one
      * line comes off the master - state wages are the income-tax
      * wages, as the pay runs figure them.
           IF WS-ST-COUNT > 1
               AND (WS-ST-OVERFLOW = 'Y'
                   OR WS-ST-TAX-TOTAL NOT = EMP-YTD-STATE)
               DISPLAY 'Employee ' EMP-ID ' state history does not '
                   'prove to the master - one state line printed'
           END-IF
           IF WS-ST-COUNT < 2
               OR WS-ST-OVERFLOW = 'Y'
               OR WS-ST-TAX-TOTAL NOT = EMP-YTD-STATE
               MOVE 1 TO WS-ST-COUNT
               MOVE EMP-WORK-STATE TO WS-ST-CODE (1)
               MOVE EMP-YTD-FED-WAGES TO WS-ST-WAGES (1)
               MOVE EMP-YTD-STATE TO WS-ST-TAX (1)
           END-IF
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
               ADD WS-ST-WAGES (WS-ST-SUB) TO WS-W3-STATE-WAGES
               ADD WS-ST-TAX (WS-ST-SUB) TO WS-W3-STATE-TAX
           END-PERFORM.

       Scan-State-History.
      * The year's payments for the employee, by check date - a
      * reversed payment was pulled back and a later-year decedent
      * payment is not wages, so neither counts (as on W2Extract's
      * box 12/14 scan).
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
                               PERFORM Add-State-Amounts
                               IF EARN-CODES-LOADED
                                   PERFORM Add-Box-Earnings
                                       VARYING WS-EARN-SUB FROM 1 BY 1
                                       UNTIL WS-EARN-SUB >
                                           HIST-EARN-COUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Add-State-Amounts.
           IF HIST-WORK-STATE = SPACES
               MOVE EMP-WORK-STATE TO WS-ST-WORK-CODE
           ELSE
               MOVE HIST-WORK-STATE TO WS-ST-WORK-CODE
           END-IF
           MOVE 'N' TO WS-ST-FOUND
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-CODE (WS-ST-SUB) = WS-ST-WORK-CODE
                   ADD HIST-STATE-TAXABLE TO WS-ST-WAGES (WS-ST-SUB)
                   ADD HIST-STATE-WITHHOLDING TO WS-ST-TAX (WS-ST-SUB)
                   MOVE 'Y' TO WS-ST-FOUND
               END-IF
           END-PERFORM
           IF WS-ST-FOUND = 'N'
               IF WS-ST-COUNT >= 5
                   MOVE 'Y' TO WS-ST-OVERFLOW
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-WORK-CODE TO WS-ST-CODE (WS-ST-COUNT)
                   MOVE HIST-STATE-TAXABLE
                       TO WS-ST-WAGES (WS-ST-COUNT)
                   MOVE HIST-STATE-WITHHOLDING
                       TO WS-ST-TAX (WS-ST-COUNT)
               END-IF
           END-IF.

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
                       ECT-CODE (EARN-CODE-IDX) ' not printed'
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

      * Box 12 prints its letter code, box 14 the code's description,
      * and the amount joins the company's W-3 total for the line.
       Print-Box-Line.
           MOVE WS-BOX-AMOUNT (WS-BOX-SUB) TO WS-LEFT-EDIT
           MOVE SPACES TO Report-Data
           IF WS-BOX-NUMBER (WS-BOX-SUB) = '12'
               STRING '12 CODE ' WS-BOX-CODE (WS-BOX-SUB) ' '
                   WS-BOX-LABEL (WS-BOX-SUB) (1:11) WS-LEFT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               STRING '14 ' WS-BOX-LABEL (WS-BOX-SUB) (1:19)
                   WS-LEFT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Print-Line
           MOVE 'N' TO WS-BOX-FOUND
           PERFORM VARYING WS-W3-BOX-SUB FROM 1 BY 1
                   UNTIL WS-W3-BOX-SUB > WS-W3-BOX-COUNT
                   OR WS-BOX-FOUND = 'Y'
               IF WS-W3-BOX-NUMBER (WS-W3-BOX-SUB) =
                       WS-BOX-NUMBER (WS-BOX-SUB)
                   AND WS-W3-BOX-CODE (WS-W3-BOX-SUB) =
                       WS-BOX-CODE (WS-BOX-SUB)
                   AND WS-W3-BOX-LABEL (WS-W3-BOX-SUB) =
                       WS-BOX-LABEL (WS-BOX-SUB)
                   ADD WS-BOX-AMOUNT (WS-BOX-SUB)
                       TO WS-W3-BOX-AMOUNT (WS-W3-BOX-SUB)
                   MOVE 'Y' TO WS-BOX-FOUND
               END-IF
           END-PERFORM
           IF WS-BOX-FOUND = 'N'
               IF WS-W3-BOX-COUNT >= 20
                   DISPLAY 'Company ' WS-CO-CODE (WS-CO-SUB)
                       ' has more than 20 box 12/14 lines - '
                       WS-BOX-LABEL (WS-BOX-SUB)
                       ' left off the W-3 page'
               ELSE
                   ADD 1 TO WS-W3-BOX-COUNT
                   MOVE WS-BOX-NUMBER (WS-BOX-SUB)
                       TO WS-W3-BOX-NUMBER (WS-W3-BOX-COUNT)
                   MOVE WS-BOX-CODE (WS-BOX-SUB)
                       TO WS-W3-BOX-CODE (WS-W3-BOX-COUNT)
                   MOVE WS-BOX-LABEL (WS-BOX-SUB)
                       TO WS-W3-BOX-LABEL (WS-W3-BOX-COUNT)
                   MOVE WS-BOX-AMOUNT (WS-BOX-SUB)
                       TO WS-W3-BOX-AMOUNT (WS-W3-BOX-COUNT)
               END-IF
           END-IF.

       Print-W3-Box-Line.
           MOVE WS-W3-BOX-AMOUNT (WS-W3-BOX-SUB) TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           IF WS-W3-BOX-NUMBER (WS-W3-BOX-SUB) = '12'
               STRING '12 CODE ' WS-W3-BOX-CODE (WS-W3-BOX-SUB) ' '
                   WS-W3-BOX-LABEL (WS-W3-BOX-SUB) (1:11)
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               STRING '14 ' WS-W3-BOX-LABEL (WS-W3-BOX-SUB) (1:19)
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Print-Line.

       Print-State-Line.
           MOVE WS-ST-WAGES (WS-ST-SUB) TO WS-LEFT-EDIT
           MOVE WS-ST-TAX (WS-ST-SUB) TO WS-RIGHT-EDIT
           MOVE SPACES TO Report-Data
           STRING '   ' WS-ST-CODE (WS-ST-SUB) '     '
               WS-LEFT-EDIT '      ' WS-RIGHT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line.

       Print-W3-Page.
           MOVE ALL '*' TO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           STRING 'FORM W-3  TRANSMITTAL OF WAGE AND TAX STATEMENTS'
               '   TAX YEAR ' WS-TAX-YEAR
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Print-Line
           STRING 'e EMPLOYER EIN    ' WS-CO-EIN (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           STRING 'f EMPLOYER        ' WS-CO-NAME (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE WS-W3-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'c TOTAL NUMBER OF FORMS W-2   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Print-Line

           STRING 'BOX                        PRINTED W-2S'
               '      ELECTRONIC FILE'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE 'Y' TO WS-COMPANY-AGREES
           MOVE WS-W3-WAGES TO WS-TOTAL-EDIT
           MOVE WS-CO-RT-WAGES (WS-CO-SUB) TO WS-FILE-EDIT
           MOVE SPACES TO Report-Data
           STRING ' 1 WAGES, TIPS, OTHER ' WS-TOTAL-EDIT ' '
               WS-FILE-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           IF WS-W3-WAGES NOT = WS-CO-RT-WAGES (WS-CO-SUB)
               MOVE 'N' TO WS-COMPANY-AGREES
           END-IF
           MOVE WS-W3-FEDERAL TO WS-TOTAL-EDIT
           MOVE WS-CO-RT-FEDERAL (WS-CO-SUB) TO WS-FILE-EDIT
           MOVE SPACES TO Report-Data
           STRING ' 2 FEDERAL TAX        ' WS-TOTAL-EDIT ' '
               WS-FILE-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           IF WS-W3-FEDERAL NOT = WS-CO-RT-FEDERAL (WS-CO-SUB)
               MOVE 'N' TO WS-COMPANY-AGREES
           END-IF
           MOVE WS-W3-SS-WAGES TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING ' 3 SOCIAL SEC WAGES   ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE WS-W3-SS-TAX TO WS-TOTAL-EDIT
           MOVE WS-CO-RT-SS-TAX (WS-CO-SUB) TO WS-FILE-EDIT
           MOVE SPACES TO Report-Data
           STRING ' 4 SOC SEC TAX        ' WS-TOTAL-EDIT ' '
               WS-FILE-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           IF WS-W3-SS-TAX NOT = WS-CO-RT-SS-TAX (WS-CO-SUB)
               MOVE 'N' TO WS-COMPANY-AGREES
           END-IF
           MOVE WS-W3-MEDI-WAGES TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING ' 5 MEDICARE WAGES     ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE WS-W3-MEDI-TAX TO WS-TOTAL-EDIT
           MOVE WS-CO-RT-MEDI-TAX (WS-CO-SUB) TO WS-FILE-EDIT
           MOVE SPACES TO Report-Data
           STRING ' 6 MEDICARE TAX       ' WS-TOTAL-EDIT ' '
               WS-FILE-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           IF WS-W3-MEDI-TAX NOT = WS-CO-RT-MEDI-TAX (WS-CO-SUB)
               MOVE 'N' TO WS-COMPANY-AGREES
           END-IF
           MOVE WS-W3-401K TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING '12 CODE D 401K        ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE WS-W3-HSA TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING '12 CODE W HSA         ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           PERFORM Print-W3-Box-Line
               VARYING WS-W3-BOX-SUB FROM 1 BY 1
               UNTIL WS-W3-BOX-SUB > WS-W3-BOX-COUNT
           MOVE WS-W3-STATE-WAGES TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING '16 STATE WAGES        ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE WS-W3-STATE-TAX TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING '17 STATE INCOME TAX   ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE WS-W3-LOCAL-WAGES TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING '18 LOCAL WAGES        ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE WS-W3-LOCAL-TAX TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING '19 LOCAL INCOME TAX   ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Print-Line

      * The paper and electronic figures must prove before either
      * goes out - the form count and boxes 1, 2, 4 and 6 against
      * the company's RT record.
           IF WS-W3-COUNT NOT = WS-CO-RT-COUNT (WS-CO-SUB)
               MOVE 'N' TO WS-COMPANY-AGREES
           END-IF
           EVALUATE TRUE
               WHEN NOT CO-RT-ON-FILE (WS-CO-SUB)
                   MOVE '*** NO RT TOTALS ON W2FILE.DAT FOR THIS EIN'
                       TO Report-Data
                   MOVE 'N' TO WS-COMPANY-AGREES
               WHEN WS-COMPANY-AGREES = 'Y'
                   MOVE 'PRINTED AND ELECTRONIC TOTALS AGREE'
                       TO Report-Data
               WHEN OTHER
                   MOVE WS-CO-RT-COUNT (WS-CO-SUB) TO WS-COUNT-EDIT
                   STRING '*** TOTALS DO NOT AGREE - FILE CARRIES '
                       WS-COUNT-EDIT ' FORMS'
                       DELIMITED BY SIZE INTO Report-Data
           END-EVALUATE
           PERFORM Write-Print-Line
           IF NOT CO-RT-ON-FILE (WS-CO-SUB)
               MOVE '    RUN W2EXTRACT AND REPRINT BEFORE FILING'
                   TO Report-Data
               PERFORM Write-Print-Line
           END-IF
           IF WS-COMPANY-AGREES = 'N'
               SET W2-TOTALS-DIFFER TO TRUE
           END-IF
           MOVE ALL '*' TO Report-Data
           PERFORM Write-Print-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Print-Line.

       Write-Print-Line.
           WRITE W2-PRINT-LINE FROM Report-Data.
       END PROGRAM W2Print.
