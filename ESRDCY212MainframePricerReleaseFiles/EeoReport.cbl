       IDENTIFICATION DIVISION.
       PROGRAM-ID. EeoReport.
      * Annual EEO-1 component 1 workforce count, taken from the
      * payroll itself so the filing ties to payroll headcount.
      * EEO1PRM.DAT names the snapshot pay period (its number on the
      * pay calendar PAYCAL.DAT); with no parm card the snapshot is
      * the latest calendar period that has ended by the run date.
      * The snapshot is every employee on the master employed at any
      * time in the period - hired by its last day and not separated
      * before its first, a rehire counting for the earlier stint
      * too - worked from the hire and separation dates as the
      * headcount report does, so a period can be run again later.
      * A terminated record carrying no separation date is left out
      * and counted at the foot.
      * Each employee is counted in their establishment (company and
      * work state) by EEO-1 job category - mapped from the role
      * through the EEOC rows on RATETBL.DAT in effect at the end of
      * the period - and by sex and race/ethnicity from the secured
      * self-identification file EMPDEMO.DAT, read here only for the
      * counts: no individual's sex or race/ethnicity is printed.
      * EEO1RPT.DAT carries a grid per establishment and one for all
      * establishments, each reconciled to the snapshot headcount,
      * after a listing of every employee not counted - no
      * self-identification on file, one given only in part, or a
      * role with no job category.
      * Return code 4 when anyone is left uncounted, the category
      * table or the self-identification file is missing, or the
      * establishment table fills; 8 when the master, the calendar
      * or the report cannot be opened or the period is not on the
      * calendar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EEO-PARM-FILE ASSIGN TO 'EEO1PRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL DEMOGRAPHIC-FILE ASSIGN TO 'EMPDEMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEMO-EMPLOYEE-ID
               FILE STATUS IS WS-DEMO-STATUS.
           SELECT EEO-REPORT ASSIGN TO 'EEO1RPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EEO-PARM-FILE.
       01  EEO-PARM-RECORD.
           05 EEP-PAY-PERIOD           PIC 9(6).

       FD  CALENDAR-FILE.
           COPY PAYCAL.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  DEMOGRAPHIC-FILE.
           COPY EMPDEMO.

       FD  EEO-REPORT.
       01  EEO-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY COMPANY.
           COPY EEOCTBL.

       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-CAL-STATUS            PIC XX.
           88 CAL-OK                   VALUE '00'.
           88 CAL-EOF                  VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-DEMO-STATUS           PIC XX.
           88 DEMO-OK                  VALUE '00'.
           88 DEMO-FILE-MISSING        VALUE '05'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-TODAY                 PIC 9(8).
       01 WS-PERIOD                PIC 9(6) VALUE 0.
       01 WS-PERIOD-START          PIC 9(8) VALUE 0.
       01 WS-PERIOD-END            PIC 9(8) VALUE 0.
       01 WS-PERIOD-FOUND          PIC X VALUE 'N'.
           88 PERIOD-ON-CALENDAR       VALUE 'Y'.
       01 WS-PERIOD-NAMED          PIC X VALUE 'N'.
           88 PERIOD-NAMED             VALUE 'Y'.
       01 WS-LOAD-TABLE-ID         PIC X(4).
       01 WS-LOAD-STATUS           PIC X.
           88 WS-TABLE-LOAD-OK         VALUE 'Y'.
       01 WS-DEFAULT-COMPANY       PIC X(2) VALUE SPACES.
       01 WS-COMPANY-FOUND         PIC X.
           88 COMPANY-WAS-FOUND        VALUE 'Y'.
           88 COMPANY-NOT-FOUND        VALUE 'N'.
       01 WS-WARNING-FLAG          PIC X VALUE 'N'.
           88 EEO-HAS-WARNINGS         VALUE 'Y'.

      * The employee in hand.
       01 WS-EMPLOYED              PIC X.
           88 EMPLOYED-IN-PERIOD       VALUE 'Y'.
       01 WS-EMP-COMPANY           PIC X(2).
       01 WS-CATEGORY              PIC 9(2).
       01 WS-CELL                  PIC 9(2).
       01 WS-SELF-ID               PIC X.
           88 SELF-ID-COMPLETE         VALUE 'C'.
           88 SELF-ID-NONE             VALUE 'N'.
           88 SELF-ID-PARTIAL          VALUE 'P'.
       01 WS-SELF-ID-TEXT          PIC X(30).
       01 WS-CATEGORY-TEXT         PIC X(20).
       01 WS-LISTED-COUNT          PIC 9(5) VALUE 0.

      * EEO-1 job category names, in category-number order.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(20) VALUE 'EXEC/SR OFFICIALS'.
           05 FILLER PIC X(20) VALUE 'FIRST/MID OFFICIALS'.
           05 FILLER PIC X(20) VALUE 'PROFESSIONALS'.
           05 FILLER PIC X(20) VALUE 'TECHNICIANS'.
           05 FILLER PIC X(20) VALUE 'SALES WORKERS'.
           05 FILLER PIC X(20) VALUE 'ADMINISTRATIVE SUPP'.
           05 FILLER PIC X(20) VALUE 'CRAFT WORKERS'.
           05 FILLER PIC X(20) VALUE 'OPERATIVES'.
           05 FILLER PIC X(20) VALUE 'LABORERS & HELPERS'.
           05 FILLER PIC X(20) VALUE 'SERVICE WORKERS'.
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME OCCURS 10 TIMES PIC X(20).

      * Counts by establishment (company and work state), kept in
      * key order. A grid row per job category; its cells run in
      * the EEO-1 column order - Hispanic or Latino male and female,
      * then male white, black, Pacific Islander, Asian, American
      * Indian, two or more races, then female the same six.
       01 WS-ESTAB-TABLE.
           05 WS-ESTAB-COUNT       PIC 9(3) VALUE 0.
           05 WS-ESTAB-ENTRY OCCURS 101 TIMES.
               10 WS-ESTAB-KEY.
                   15 WS-ESTAB-COMPANY     PIC X(2).
                   15 WS-ESTAB-STATE       PIC X(2).
               10 WS-ESTAB-FIGURES.
                   15 WS-ESTAB-SNAPSHOT    PIC 9(5).
                   15 WS-ESTAB-NO-SELF-ID  PIC 9(5).
                   15 WS-ESTAB-UNMAPPED    PIC 9(5).
                   15 WS-ESTAB-ROW OCCURS 10 TIMES.
                       20 WS-ESTAB-CELL OCCURS 14 TIMES PIC 9(5).
       01 WS-ESTAB-SUB             PIC 9(3).
       01 WS-ESTAB-FOUND           PIC 9(3).
       01 WS-MOVE-SUB              PIC S9(4).
       01 WS-FIND-KEY              PIC X(4).

      * The grid being printed - an establishment's, or the sum of
      * them all.
       01 WS-PRINT-FIGURES.
           05 WS-PRINT-SNAPSHOT    PIC 9(5).
           05 WS-PRINT-NO-SELF-ID  PIC 9(5).
           05 WS-PRINT-UNMAPPED    PIC 9(5).
           05 WS-PRINT-ROW OCCURS 10 TIMES.
               10 WS-PRINT-CELL OCCURS 14 TIMES PIC 9(5).
       01 WS-ALL-FIGURES.
           05 WS-ALL-SNAPSHOT      PIC 9(5) VALUE 0.
           05 WS-ALL-NO-SELF-ID    PIC 9(5) VALUE 0.
           05 WS-ALL-UNMAPPED      PIC 9(5) VALUE 0.
           05 WS-ALL-ROW OCCURS 10 TIMES.
               10 WS-ALL-CELL OCCURS 14 TIMES PIC 9(5).
       01 WS-COLUMN-TOTALS.
           05 WS-COLUMN-TOTAL OCCURS 14 TIMES PIC 9(6).
       01 WS-ROW-TOTAL             PIC 9(6).
       01 WS-GRID-TOTAL            PIC 9(6).
       01 WS-ROW-SUB               PIC 9(2).
       01 WS-CELL-SUB              PIC 9(2).
       01 WS-LINE-POS              PIC 9(3).

       01 WS-EMPLOYEE-COUNT        PIC 9(5) VALUE 0.
       01 WS-UNDATED-COUNT         PIC 9(5) VALUE 0.

       01 Report-Data              PIC X(132).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-CELL-EDIT             PIC ZZZZ9.
       01 WS-TOTAL-EDIT            PIC ZZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
       01 WS-CATEGORY-EDIT         PIC Z9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           INITIALIZE WS-ALL-FIGURES
           OPEN OUTPUT EEO-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open EEO-1 report, status '
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Read-Eeo-Parm
           PERFORM Find-Snapshot-Period
           IF NOT PERIOD-ON-CALENDAR
               CLOSE EEO-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO Report-Data
           STRING '                    EEO-1 WORKFORCE COUNT - '
               'SNAPSHOT PAY PERIOD ' WS-PERIOD ' (' WS-PERIOD-START
               ' - ' WS-PERIOD-END ')   RUN ' WS-TODAY
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           PERFORM Write-Report-Line

           CALL 'CompanyData' USING WS-DEFAULT-COMPANY COMPANY-RECORD
               WS-COMPANY-FOUND
           IF COMPANY-WAS-FOUND
               MOVE CO-CODE TO WS-DEFAULT-COMPANY
           END-IF
           MOVE 'EEOC' TO WS-LOAD-TABLE-ID
           CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID WS-PERIOD-END
               EEO-CATEGORY-TABLE WS-LOAD-STATUS
           IF NOT WS-TABLE-LOAD-OK
               MOVE 0 TO EEO-CAT-COUNT
               MOVE 'NOTE: NO EEOC JOB CATEGORY ROWS IN EFFECT - NO '
                   & 'ROLE CAN BE CATEGORIZED' TO Report-Data
               PERFORM Write-Report-Line
               SET EEO-HAS-WARNINGS TO TRUE
           END-IF

           OPEN INPUT DEMOGRAPHIC-FILE
           IF DEMO-FILE-MISSING
               MOVE 'NOTE: NO SELF-IDENTIFICATION FILE - NO EMPLOYEE '
                   & 'CAN BE COUNTED' TO Report-Data
               PERFORM Write-Report-Line
               SET EEO-HAS-WARNINGS TO TRUE
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 'EMPLOYEE MASTER COULD NOT BE READ - REPORT NOT '
                   & 'PRODUCED' TO Report-Data
               PERFORM Write-Report-Line
               CLOSE DEMOGRAPHIC-FILE
               CLOSE EEO-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'EMPLOYEES NOT COUNTED' TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'EMP ID  NAME                      CO ST  ROLE      '
               & '            CATEGORY              SELF-IDENTIFICATION'
               TO Report-Data
           PERFORM Write-Report-Line
           PERFORM UNTIL MASTER-EOF
               READ EMPLOYEE-MASTER
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEE-COUNT
                       PERFORM Count-Employee
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           CLOSE DEMOGRAPHIC-FILE
           IF WS-LISTED-COUNT = 0
               MOVE '  NONE - EVERY EMPLOYEE IN THE SNAPSHOT IS COUNTED'
                   TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               SET EEO-HAS-WARNINGS TO TRUE
           END-IF

           PERFORM VARYING WS-ESTAB-SUB FROM 1 BY 1
               UNTIL WS-ESTAB-SUB > WS-ESTAB-COUNT
               PERFORM Print-Establishment
           END-PERFORM
           PERFORM Write-Report-Line
           MOVE ALL '=' TO Report-Data (1:113)
           PERFORM Write-Report-Line
           MOVE 'ALL ESTABLISHMENTS' TO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-ALL-FIGURES TO WS-PRINT-FIGURES
           PERFORM Print-Grid

           PERFORM Write-Report-Line
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-EDIT
           STRING 'MASTER RECORDS READ               ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-UNDATED-COUNT TO WS-COUNT-EDIT
           STRING 'TERMINATED, NO SEPARATION DATE    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           CLOSE EEO-REPORT
           IF EEO-HAS-WARNINGS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Eeo-Parm.
           OPEN INPUT EEO-PARM-FILE
           IF PARM-OK
               READ EEO-PARM-FILE
                   NOT AT END
                       IF EEP-PAY-PERIOD IS NUMERIC AND
                           EEP-PAY-PERIOD > 0
                           MOVE EEP-PAY-PERIOD TO WS-PERIOD
                           SET PERIOD-NAMED TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE EEO-PARM-FILE.

      * The named period, or with none named the latest one ended
      * by the run date.
       Find-Snapshot-Period.
           OPEN INPUT CALENDAR-FILE
           IF NOT CAL-OK
               DISPLAY 'Cannot open pay calendar, status '
                   WS-CAL-STATUS
               MOVE 'PAY CALENDAR COULD NOT BE READ - REPORT NOT '
                   & 'PRODUCED' TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               PERFORM UNTIL CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET CAL-EOF TO TRUE
                       NOT AT END
                           PERFORM Consider-Calendar-Period
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF NOT PERIOD-ON-CALENDAR
                   MOVE SPACES TO Report-Data
                   IF PERIOD-NAMED
                       STRING 'PAY PERIOD ' WS-PERIOD ' IS NOT ON THE '
                           'PAY CALENDAR - REPORT NOT PRODUCED'
                           DELIMITED BY SIZE INTO Report-Data
                   ELSE
                       MOVE 'NO PAY PERIOD HAS ENDED BY THE RUN DATE '
                           & '- REPORT NOT PRODUCED' TO Report-Data
                   END-IF
                   PERFORM Write-Report-Line
               END-IF
           END-IF.

       Consider-Calendar-Period.
           IF PERIOD-NAMED
               IF CAL-PERIOD-NUMBER = WS-PERIOD
                   MOVE CAL-START-DATE TO WS-PERIOD-START
                   MOVE CAL-END-DATE TO WS-PERIOD-END
                   SET PERIOD-ON-CALENDAR TO TRUE
               END-IF
           ELSE
               IF CAL-END-DATE <= WS-TODAY AND
                   CAL-END-DATE > WS-PERIOD-END
                   MOVE CAL-PERIOD-NUMBER TO WS-PERIOD
                   MOVE CAL-START-DATE TO WS-PERIOD-START
                   MOVE CAL-END-DATE TO WS-PERIOD-END
                   SET PERIOD-ON-CALENDAR TO TRUE
               END-IF
           END-IF.

       Count-Employee.
           IF EMP-STATUS-TERMINATED AND
               (EMP-TERM-DATE = 0 OR EMP-TERM-DATE < EMP-HIRE-DATE)
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               PERFORM Test-Employed-In-Period
               IF EMPLOYED-IN-PERIOD
                   PERFORM Count-Snapshot-Employee
               END-IF
           END-IF.

      * On the payroll at some time in the period: hired by its last
      * day and not separated before its first. A rehired employee
      * also counts when the separation before the rehire fell in
      * the period.
       Test-Employed-In-Period.
           MOVE 'N' TO WS-EMPLOYED
           IF EMP-HIRE-DATE > 0 AND EMP-HIRE-DATE <= WS-PERIOD-END AND
               (EMP-TERM-DATE = 0 OR EMP-TERM-DATE < EMP-HIRE-DATE
                OR EMP-TERM-DATE >= WS-PERIOD-START)
               MOVE 'Y' TO WS-EMPLOYED
           END-IF
           IF EMP-IS-REHIRE AND EMP-TERM-DATE > 0 AND
               EMP-TERM-DATE < EMP-HIRE-DATE AND
               EMP-TERM-DATE >= WS-PERIOD-START
               MOVE 'Y' TO WS-EMPLOYED
           END-IF.

       Count-Snapshot-Employee.
           MOVE EMP-COMPANY-CODE TO WS-EMP-COMPANY
           IF WS-EMP-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-EMP-COMPANY
           END-IF
           MOVE WS-EMP-COMPANY TO WS-FIND-KEY (1:2)
           MOVE EMP-WORK-STATE TO WS-FIND-KEY (3:2)
           PERFORM Find-Establishment
           IF WS-ESTAB-FOUND > 0
               ADD 1 TO WS-ESTAB-SNAPSHOT (WS-ESTAB-FOUND)
           END-IF
           ADD 1 TO WS-ALL-SNAPSHOT

           MOVE 0 TO WS-CATEGORY
           PERFORM VARYING EEO-CAT-IDX FROM 1 BY 1
               UNTIL EEO-CAT-IDX > EEO-CAT-COUNT
               IF EEO-CAT-ROLE (EEO-CAT-IDX) = EMP-ROLE
                   MOVE EEO-CAT-CODE (EEO-CAT-IDX) TO WS-CATEGORY
               END-IF
           END-PERFORM
           IF WS-CATEGORY > 10
               MOVE 0 TO WS-CATEGORY
           END-IF

           PERFORM Read-Self-Identification

           IF WS-CATEGORY = 0
               IF WS-ESTAB-FOUND > 0
                   ADD 1 TO WS-ESTAB-UNMAPPED (WS-ESTAB-FOUND)
               END-IF
               ADD 1 TO WS-ALL-UNMAPPED
           ELSE
               IF NOT SELF-ID-COMPLETE
                   IF WS-ESTAB-FOUND > 0
                       ADD 1 TO WS-ESTAB-NO-SELF-ID (WS-ESTAB-FOUND)
                   END-IF
                   ADD 1 TO WS-ALL-NO-SELF-ID
               END-IF
           END-IF
           IF WS-CATEGORY = 0 OR NOT SELF-ID-COMPLETE
               PERFORM List-Uncounted-Employee
           ELSE
               PERFORM Find-Grid-Cell
               IF WS-ESTAB-FOUND > 0
                   ADD 1 TO WS-ESTAB-CELL
                       (WS-ESTAB-FOUND WS-CATEGORY WS-CELL)
               END-IF
               ADD 1 TO WS-ALL-CELL (WS-CATEGORY WS-CELL)
           END-IF.

      * Only whether a usable self-identification is on file leaves
      * this paragraph in words; the values go only into the cell.
       Read-Self-Identification.
           SET SELF-ID-NONE TO TRUE
           IF NOT DEMO-FILE-MISSING
               MOVE EMP-ID TO DEMO-EMPLOYEE-ID
               READ DEMOGRAPHIC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (DEMO-MALE OR DEMO-FEMALE) AND
                           DEMO-RACE-VALID AND NOT DEMO-RACE-NOT-GIVEN
                           SET SELF-ID-COMPLETE TO TRUE
                       ELSE
                           SET SELF-ID-PARTIAL TO TRUE
                       END-IF
               END-READ
           END-IF.

       Find-Grid-Cell.
           IF DEMO-HISPANIC
               IF DEMO-MALE
                   MOVE 1 TO WS-CELL
               ELSE
                   MOVE 2 TO WS-CELL
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN DEMO-WHITE
                       MOVE 3 TO WS-CELL
                   WHEN DEMO-BLACK
                       MOVE 4 TO WS-CELL
                   WHEN DEMO-PACIFIC-ISLANDER
                       MOVE 5 TO WS-CELL
                   WHEN DEMO-ASIAN
                       MOVE 6 TO WS-CELL
                   WHEN DEMO-AMERICAN-INDIAN
                       MOVE 7 TO WS-CELL
                   WHEN OTHER
                       MOVE 8 TO WS-CELL
               END-EVALUATE
               IF DEMO-FEMALE
                   ADD 6 TO WS-CELL
               END-IF
           END-IF.

       List-Uncounted-Employee.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
               WHEN SELF-ID-COMPLETE
                   MOVE 'ON FILE' TO WS-SELF-ID-TEXT
               WHEN SELF-ID-PARTIAL
                   MOVE 'INCOMPLETE - PART DECLINED' TO WS-SELF-ID-TEXT
               WHEN OTHER
                   MOVE 'NONE ON FILE' TO WS-SELF-ID-TEXT
           END-EVALUATE
           IF WS-CATEGORY = 0
               MOVE 'NO EEO-1 CATEGORY' TO WS-CATEGORY-TEXT
           ELSE
               MOVE WS-CATEGORY-NAME (WS-CATEGORY) TO WS-CATEGORY-TEXT
           END-IF
           MOVE EMP-ID TO WS-ID-EDIT
           MOVE SPACES TO Report-Data
           STRING WS-ID-EDIT '   ' EMP-NAME (1:25) ' ' WS-EMP-COMPANY
               ' ' EMP-WORK-STATE '  ' EMP-ROLE '  ' WS-CATEGORY-TEXT
               '  ' WS-SELF-ID-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Find-Establishment.
           MOVE 0 TO WS-ESTAB-FOUND
           MOVE 1 TO WS-ESTAB-SUB
           PERFORM UNTIL WS-ESTAB-SUB > WS-ESTAB-COUNT
                   OR WS-ESTAB-KEY (WS-ESTAB-SUB) >= WS-FIND-KEY
               ADD 1 TO WS-ESTAB-SUB
           END-PERFORM
           IF WS-ESTAB-SUB <= WS-ESTAB-COUNT AND
               WS-ESTAB-KEY (WS-ESTAB-SUB) = WS-FIND-KEY
               MOVE WS-ESTAB-SUB TO WS-ESTAB-FOUND
           ELSE
               IF WS-ESTAB-COUNT < 100
                   PERFORM VARYING WS-MOVE-SUB FROM WS-ESTAB-COUNT
                       BY -1 UNTIL WS-MOVE-SUB < WS-ESTAB-SUB
                       MOVE WS-ESTAB-ENTRY (WS-MOVE-SUB)
                           TO WS-ESTAB-ENTRY (WS-MOVE-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-ESTAB-COUNT
                   MOVE WS-FIND-KEY TO WS-ESTAB-KEY (WS-ESTAB-SUB)
                   INITIALIZE WS-ESTAB-FIGURES (WS-ESTAB-SUB)
                   MOVE WS-ESTAB-SUB TO WS-ESTAB-FOUND
               ELSE
                   DISPLAY 'Establishment table full, ' WS-FIND-KEY
                       ' counted in the all-establishment total only'
                   SET EEO-HAS-WARNINGS TO TRUE
               END-IF
           END-IF.

       Print-Establishment.
           MOVE WS-ESTAB-COMPANY (WS-ESTAB-SUB) TO WS-EMP-COMPANY
           CALL 'CompanyData' USING WS-EMP-COMPANY COMPANY-RECORD
               WS-COMPANY-FOUND
           IF COMPANY-NOT-FOUND
               MOVE 'COMPANY NOT ON FILE' TO CO-NAME
           END-IF
           PERFORM Write-Report-Line
           MOVE ALL '-' TO Report-Data (1:113)
           PERFORM Write-Report-Line
           STRING 'ESTABLISHMENT ' WS-ESTAB-COMPANY (WS-ESTAB-SUB)
               ' ' WS-ESTAB-STATE (WS-ESTAB-SUB) '   ' CO-NAME
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-ESTAB-FIGURES (WS-ESTAB-SUB) TO WS-PRINT-FIGURES
           PERFORM Print-Grid.

      * Rows by job category, the fourteen EEO-1 columns and a row
      * total, then the column totals and the reconciliation back to
      * the snapshot headcount.
       Print-Grid.
           MOVE '                      HISPANIC/LATINO  ----------- '
               & 'NOT HISPANIC OR LATINO - MALE   -------  --------- '
               & 'FEMALE ---------' TO Report-Data
           PERFORM Write-Report-Line
           MOVE 'JOB CATEGORY           MALE FEMALE   WHITE  BLACK  '
               & ' NHPI  ASIAN  AI/AN    2+    WHITE  BLACK   NHPI  '
               & 'ASIAN  AI/AN    2+    TOTAL' TO Report-Data
           PERFORM Write-Report-Line
           INITIALIZE WS-COLUMN-TOTALS
           MOVE 0 TO WS-GRID-TOTAL
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 10
               MOVE WS-CATEGORY-NAME (WS-ROW-SUB) TO Report-Data
               MOVE 0 TO WS-ROW-TOTAL
               MOVE 22 TO WS-LINE-POS
               PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > 14
                   MOVE WS-PRINT-CELL (WS-ROW-SUB WS-CELL-SUB)
                       TO WS-CELL-EDIT
                   MOVE WS-CELL-EDIT TO Report-Data (WS-LINE-POS:5)
                   ADD 7 TO WS-LINE-POS
                   ADD WS-PRINT-CELL (WS-ROW-SUB WS-CELL-SUB)
                       TO WS-ROW-TOTAL
                       WS-COLUMN-TOTAL (WS-CELL-SUB)
               END-PERFORM
               MOVE WS-ROW-TOTAL TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO Report-Data (WS-LINE-POS + 1:6)
               ADD WS-ROW-TOTAL TO WS-GRID-TOTAL
               PERFORM Write-Report-Line
           END-PERFORM
           MOVE 'TOTAL' TO Report-Data
           MOVE 22 TO WS-LINE-POS
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
               UNTIL WS-CELL-SUB > 14
               MOVE WS-COLUMN-TOTAL (WS-CELL-SUB) TO WS-CELL-EDIT
               MOVE WS-CELL-EDIT TO Report-Data (WS-LINE-POS:5)
               ADD 7 TO WS-LINE-POS
           END-PERFORM
           MOVE WS-GRID-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO Report-Data (WS-LINE-POS + 1:6)
           PERFORM Write-Report-Line
           MOVE WS-PRINT-SNAPSHOT TO WS-COUNT-EDIT
           STRING '  EMPLOYEES IN SNAPSHOT           ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-GRID-TOTAL TO WS-COUNT-EDIT
           STRING '  COUNTED ABOVE                   ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-PRINT-NO-SELF-ID TO WS-COUNT-EDIT
           STRING '  NO COMPLETE SELF-IDENTIFICATION ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE WS-PRINT-UNMAPPED TO WS-COUNT-EDIT
           STRING '  ROLE WITH NO JOB CATEGORY       ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE EEO-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM EeoReport.
