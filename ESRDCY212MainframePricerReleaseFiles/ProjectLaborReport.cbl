       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjectLaborReport.
      * Project labor cost report for the run - one line per project
      * with the employee count, the hours charged, and the regular,
      * overtime, and shift premium pay spread to it, off the cycle's
      * per-range PJLABnnnnn.DAT labor distribution. Hours charged to
      * no project are shown as UNASSIGNED so the report ties to the
      * hourly pay posted. Billing and cost accounting work from this
      * instead of re-keying hours by project.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-LABOR-FILE ASSIGN TO WS-PROJLAB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJLAB-STATUS.
           SELECT OPTIONAL PROJECT-MASTER-FILE ASSIGN TO 'PROJMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJ-STATUS.
           SELECT PROJECT-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJECT-LABOR-FILE.
           COPY PROJLAB.

       FD  PROJECT-MASTER-FILE.
           COPY PROJREC.

       FD  PROJECT-REPORT.
       01  PROJECT-REPORT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PROJLAB-STATUS        PIC XX.
           88 PROJLAB-OK               VALUE '00'.
           88 PROJLAB-EOF              VALUE '10'.
       01 WS-PROJ-STATUS           PIC XX.
           88 PROJ-OK                  VALUE '00'.
           88 PROJ-EOF                 VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-RANGE-FROM-EDIT       PIC 9(5).
       01 WS-PROJLAB-FILENAME      PIC X(14) VALUE SPACES.
       01 WS-REPORT-FILENAME       PIC X(14) VALUE SPACES.
       01 WS-PERIOD-EDIT           PIC 9(6).

      * Seeded from the project master so each line carries the
      * project's name; codes charged but since dropped from the
      * master still get a line of their own.
       01 WS-PROJECT-TOTALS.
           05 WS-PROJ-COUNT        PIC 9(3) VALUE 0.
           05 WS-PROJ-ENTRY OCCURS 300 TIMES.
               10 WS-PROJ-CODE         PIC X(6).
               10 WS-PROJ-NAME         PIC X(30).
               10 WS-PROJ-EMPLOYEES    PIC 9(5).
               10 WS-PROJ-HOURS        PIC 9(7)V99.
               10 WS-PROJ-REGULAR      PIC 9(9)V99.
               10 WS-PROJ-OVERTIME     PIC 9(9)V99.
               10 WS-PROJ-PREMIUM      PIC 9(9)V99.
       01 WS-PROJ-SUB              PIC 9(3).
       01 WS-PROJ-MATCHED          PIC X.
       01 WS-PROJ-DROPPED          PIC X VALUE 'N'.
           88 PROJECT-AMOUNTS-DROPPED  VALUE 'Y'.
       01 WS-PROJ-LINE-TOTAL       PIC 9(9)V99.
       01 WS-GRAND-EMPLOYEES       PIC 9(5) VALUE 0.
       01 WS-GRAND-HOURS           PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-REGULAR         PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-OVERTIME        PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-PREMIUM         PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL           PIC 9(9)V99 VALUE 0.
       01 WS-CODE-WORK             PIC X(10).
       01 Report-Data              PIC X(120).
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-HOURS-EDIT            PIC Z,ZZZ,ZZ9.99.
       01 WS-REGULAR-EDIT          PIC ZZ,ZZZ,ZZ9.99.
       01 WS-OVERTIME-EDIT         PIC ZZ,ZZZ,ZZ9.99.
       01 WS-PREMIUM-EDIT          PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT            PIC ZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 From-ID-IN                PIC 9(5).
       01 Pay-Period-IN             PIC 9(6).

       PROCEDURE DIVISION USING From-ID-IN Pay-Period-IN.
       BEGIN.
           MOVE From-ID-IN TO WS-RANGE-FROM-EDIT
           STRING 'PJLAB' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-PROJLAB-FILENAME
           STRING 'PJRPT' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-REPORT-FILENAME

           PERFORM Load-Project-Names

           OPEN INPUT PROJECT-LABOR-FILE
           IF NOT PROJLAB-OK
               DISPLAY 'Cannot open project labor file, status '
                   WS-PROJLAB-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL PROJLAB-EOF
               READ PROJECT-LABOR-FILE
                   AT END
                       SET PROJLAB-EOF TO TRUE
                   NOT AT END
                       IF PJL-PAY-PERIOD = Pay-Period-IN
                           PERFORM Accumulate-Project-Totals
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROJECT-LABOR-FILE

           OPEN OUTPUT PROJECT-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open project labor report, status '
                   WS-REPORT-STATUS
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE '        PROJECT LABOR COST REPORT' TO Report-Data
           PERFORM Write-Report-Line
           MOVE Pay-Period-IN TO WS-PERIOD-EDIT
           MOVE SPACES TO Report-Data
           STRING 'PAY PERIOD: ' WS-PERIOD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data
           STRING 'PROJECT    NAME                  EMPS'
               '        HOURS       REGULAR      OVERTIME'
               '       PREMIUM         TOTAL'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           PERFORM Write-Project-Line
               VARYING WS-PROJ-SUB FROM 1 BY 1
               UNTIL WS-PROJ-SUB > WS-PROJ-COUNT

           MOVE WS-GRAND-EMPLOYEES TO WS-COUNT-EDIT
           MOVE WS-GRAND-HOURS TO WS-HOURS-EDIT
           MOVE WS-GRAND-REGULAR TO WS-REGULAR-EDIT
           MOVE WS-GRAND-OVERTIME TO WS-OVERTIME-EDIT
           MOVE WS-GRAND-PREMIUM TO WS-PREMIUM-EDIT
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL                           ' WS-COUNT-EDIT
               ' ' WS-HOURS-EDIT ' ' WS-REGULAR-EDIT
               ' ' WS-OVERTIME-EDIT ' ' WS-PREMIUM-EDIT
               ' ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           CLOSE PROJECT-REPORT
           IF PROJECT-AMOUNTS-DROPPED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       Load-Project-Names.
           OPEN INPUT PROJECT-MASTER-FILE
           IF PROJ-OK
               PERFORM UNTIL PROJ-EOF
                   READ PROJECT-MASTER-FILE
                       AT END
                           SET PROJ-EOF TO TRUE
                       NOT AT END
                           IF WS-PROJ-COUNT < 300
                               ADD 1 TO WS-PROJ-COUNT
                               INITIALIZE WS-PROJ-ENTRY (WS-PROJ-COUNT)
                               MOVE PRJ-CODE
                                   TO WS-PROJ-CODE (WS-PROJ-COUNT)
                               MOVE PRJ-NAME
                                   TO WS-PROJ-NAME (WS-PROJ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROJECT-MASTER-FILE.

       Accumulate-Project-Totals.
           MOVE 'N' TO WS-PROJ-MATCHED
           PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
               UNTIL WS-PROJ-SUB > WS-PROJ-COUNT
               IF WS-PROJ-CODE (WS-PROJ-SUB) = PJL-PROJECT-CODE
                   PERFORM Add-To-Project
                   MOVE 'Y' TO WS-PROJ-MATCHED
               END-IF
           END-PERFORM
           IF WS-PROJ-MATCHED = 'N'
               IF WS-PROJ-COUNT < 300
                   ADD 1 TO WS-PROJ-COUNT
                   INITIALIZE WS-PROJ-ENTRY (WS-PROJ-COUNT)
                   MOVE PJL-PROJECT-CODE TO WS-PROJ-CODE (WS-PROJ-COUNT)
                   IF PJL-PROJECT-CODE = SPACES
                       MOVE 'NO PROJECT CHARGED'
                           TO WS-PROJ-NAME (WS-PROJ-COUNT)
                   ELSE
                       MOVE 'NOT ON PROJECT MASTER'
                           TO WS-PROJ-NAME (WS-PROJ-COUNT)
                   END-IF
                   MOVE WS-PROJ-COUNT TO WS-PROJ-SUB
                   PERFORM Add-To-Project
               ELSE
                   DISPLAY 'Project report table full - project '
                       PJL-PROJECT-CODE ' not reported'
                   SET PROJECT-AMOUNTS-DROPPED TO TRUE
               END-IF
           END-IF.

       Add-To-Project.
           ADD 1 TO WS-PROJ-EMPLOYEES (WS-PROJ-SUB)
           ADD PJL-HOURS TO WS-PROJ-HOURS (WS-PROJ-SUB)
           ADD PJL-REGULAR-PAY TO WS-PROJ-REGULAR (WS-PROJ-SUB)
           ADD PJL-OVERTIME-PAY TO WS-PROJ-OVERTIME (WS-PROJ-SUB)
           ADD PJL-PREMIUM-PAY TO WS-PROJ-PREMIUM (WS-PROJ-SUB).

       Write-Project-Line.
      * Projects on the master that charged nothing this period are
      * left off.
           IF WS-PROJ-EMPLOYEES (WS-PROJ-SUB) > 0
               COMPUTE WS-PROJ-LINE-TOTAL =
                   WS-PROJ-REGULAR (WS-PROJ-SUB)
                   + WS-PROJ-OVERTIME (WS-PROJ-SUB)
                   + WS-PROJ-PREMIUM (WS-PROJ-SUB)
               ADD WS-PROJ-EMPLOYEES (WS-PROJ-SUB)
                   TO WS-GRAND-EMPLOYEES
               ADD WS-PROJ-HOURS (WS-PROJ-SUB) TO WS-GRAND-HOURS
               ADD WS-PROJ-REGULAR (WS-PROJ-SUB) TO WS-GRAND-REGULAR
               ADD WS-PROJ-OVERTIME (WS-PROJ-SUB) TO WS-GRAND-OVERTIME
               ADD WS-PROJ-PREMIUM (WS-PROJ-SUB) TO WS-GRAND-PREMIUM
               ADD WS-PROJ-LINE-TOTAL TO WS-GRAND-TOTAL
               IF WS-PROJ-CODE (WS-PROJ-SUB) = SPACES
                   MOVE 'UNASSIGNED' TO WS-CODE-WORK
               ELSE
                   MOVE WS-PROJ-CODE (WS-PROJ-SUB) TO WS-CODE-WORK
               END-IF
               MOVE WS-PROJ-EMPLOYEES (WS-PROJ-SUB) TO WS-COUNT-EDIT
               MOVE WS-PROJ-HOURS (WS-PROJ-SUB) TO WS-HOURS-EDIT
               MOVE WS-PROJ-REGULAR (WS-PROJ-SUB) TO WS-REGULAR-EDIT
               MOVE WS-PROJ-OVERTIME (WS-PROJ-SUB) TO WS-OVERTIME-EDIT
               MOVE WS-PROJ-PREMIUM (WS-PROJ-SUB) TO WS-PREMIUM-EDIT
               MOVE WS-PROJ-LINE-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO Report-Data
               STRING WS-CODE-WORK ' '
                   WS-PROJ-NAME (WS-PROJ-SUB) (1:20) ' '
                   WS-COUNT-EDIT ' ' WS-HOURS-EDIT
                   ' ' WS-REGULAR-EDIT ' ' WS-OVERTIME-EDIT
                   ' ' WS-PREMIUM-EDIT ' ' WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE PROJECT-REPORT-LINE FROM Report-Data.
       END PROGRAM ProjectLaborReport.
