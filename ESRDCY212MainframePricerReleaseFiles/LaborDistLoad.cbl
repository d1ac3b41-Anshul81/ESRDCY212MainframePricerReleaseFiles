       IDENTIFICATION DIVISION.
       PROGRAM-ID. LaborDistLoad.
      * Loads the labor distribution in effect on one date from
      * LABRDIST.DAT into the caller's LABDTBL.cpy table. Called
      * once at run start:
      *     CALL 'LaborDistLoad' USING As-Of-Date
      *         LABOR-DIST-TABLE Load-Status
      * For each employee only the latest-dated set on or before
      * As-Of-Date is kept, and only when its rows total exactly
      * 100 percent - a set that does not is listed and left out,
      * so that employee falls back to the master department rather
      * than charging more or less than the actual cost. Load-Status
      * comes back 'Y' loaded clean, 'W' loaded with sets left out,
      * 'N' no distribution file (everyone on the master department).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LABOR-DIST-FILE ASSIGN TO 'LABRDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DIST-FILE.
           COPY LABDIST.

       WORKING-STORAGE SECTION.
       01 WS-DIST-STATUS           PIC XX.
           88 DIST-OK                  VALUE '00'.
           88 DIST-EOF                 VALUE '10'.
      * The one employee/effective-date set being gathered.
       01 WS-SET.
           05 WS-SET-EMPLOYEE-ID   PIC 9(5) VALUE 0.
           05 WS-SET-DATE          PIC 9(8) VALUE 0.
           05 WS-SET-COUNT         PIC 9(2) VALUE 0.
           05 WS-SET-ROW OCCURS 20 TIMES.
               10 WS-SET-DEPT          PIC X(4).
               10 WS-SET-PERCENT       PIC 9(3)V99.
       01 WS-SET-SUB               PIC 9(2).
       01 WS-SET-TOTAL             PIC 9(5)V99.
       01 WS-SET-OVERFLOW          PIC X VALUE 'N'.
           88 SET-OVERFLOWED           VALUE 'Y'.
       01 WS-SETS-REJECTED         PIC X VALUE 'N'.
           88 SETS-WERE-REJECTED       VALUE 'Y'.

       LINKAGE SECTION.
       01 As-Of-Date-IN            PIC 9(8).
           COPY LABDTBL.
       01 Load-Status-OUT          PIC X.
           88 DIST-LOAD-OK             VALUE 'Y'.
           88 DIST-LOAD-PARTIAL        VALUE 'W'.
           88 DIST-LOAD-NONE           VALUE 'N'.

       PROCEDURE DIVISION USING As-Of-Date-IN LABOR-DIST-TABLE
               Load-Status-OUT.
       BEGIN.
           MOVE 0 TO LDT-COUNT
           MOVE 0 TO WS-SET-COUNT
           MOVE 0 TO WS-SET-EMPLOYEE-ID
           MOVE 'N' TO WS-SET-OVERFLOW
           MOVE 'N' TO WS-SETS-REJECTED
           SET DIST-LOAD-NONE TO TRUE

           OPEN INPUT LABOR-DIST-FILE
           IF NOT DIST-OK
               GOBACK
           END-IF

           PERFORM UNTIL DIST-EOF
               READ LABOR-DIST-FILE
                   AT END
                       SET DIST-EOF TO TRUE
                   NOT AT END
                       IF LD-EFFECTIVE-DATE <= As-Of-Date-IN
                           PERFORM Gather-Row
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABOR-DIST-FILE
           PERFORM Keep-Set

           IF SETS-WERE-REJECTED
               SET DIST-LOAD-PARTIAL TO TRUE
           ELSE
               SET DIST-LOAD-OK TO TRUE
           END-IF
           GOBACK.

       Gather-Row.
      * A new employee closes out the last one's set; a later date
      * for the same employee supersedes the set gathered so far;
      * an earlier date is already superseded and is passed over.
           EVALUATE TRUE
               WHEN LD-EMPLOYEE-ID NOT = WS-SET-EMPLOYEE-ID
                   PERFORM Keep-Set
                   PERFORM Start-Set
               WHEN LD-EFFECTIVE-DATE > WS-SET-DATE
                   PERFORM Start-Set
               WHEN LD-EFFECTIVE-DATE = WS-SET-DATE
                   PERFORM Add-Set-Row
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Start-Set.
           MOVE LD-EMPLOYEE-ID TO WS-SET-EMPLOYEE-ID
           MOVE LD-EFFECTIVE-DATE TO WS-SET-DATE
           MOVE 0 TO WS-SET-COUNT
           MOVE 'N' TO WS-SET-OVERFLOW
           PERFORM Add-Set-Row.

       Add-Set-Row.
           IF WS-SET-COUNT < 20
               ADD 1 TO WS-SET-COUNT
               MOVE LD-DEPT-CODE TO WS-SET-DEPT (WS-SET-COUNT)
               MOVE LD-PERCENT TO WS-SET-PERCENT (WS-SET-COUNT)
           ELSE
               SET SET-OVERFLOWED TO TRUE
           END-IF.

       Keep-Set.
           IF WS-SET-COUNT > 0
               MOVE 0 TO WS-SET-TOTAL
               PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SET-COUNT
                   ADD WS-SET-PERCENT (WS-SET-SUB) TO WS-SET-TOTAL
               END-PERFORM
               EVALUATE TRUE
                   WHEN SET-OVERFLOWED
                       DISPLAY 'LaborDistLoad: employee '
                           WS-SET-EMPLOYEE-ID ' set dated '
                           WS-SET-DATE ' has over 20 departments, '
                           'not used'
                       SET SETS-WERE-REJECTED TO TRUE
                   WHEN WS-SET-TOTAL NOT = 100
                       DISPLAY 'LaborDistLoad: employee '
                           WS-SET-EMPLOYEE-ID ' set dated '
                           WS-SET-DATE ' totals ' WS-SET-TOTAL
                           ' percent, not used'
                       SET SETS-WERE-REJECTED TO TRUE
                   WHEN LDT-COUNT + WS-SET-COUNT > 2000
                       DISPLAY 'LaborDistLoad: table full, employee '
                           WS-SET-EMPLOYEE-ID ' not loaded'
                       SET SETS-WERE-REJECTED TO TRUE
                   WHEN OTHER
                       PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                           UNTIL WS-SET-SUB > WS-SET-COUNT
                           ADD 1 TO LDT-COUNT
                           MOVE WS-SET-EMPLOYEE-ID
                               TO LDT-EMPLOYEE-ID (LDT-COUNT)
                           MOVE WS-SET-DEPT (WS-SET-SUB)
                               TO LDT-DEPT-CODE (LDT-COUNT)
                           MOVE WS-SET-PERCENT (WS-SET-SUB)
                               TO LDT-PERCENT (LDT-COUNT)
                       END-PERFORM
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-SET-COUNT.
       END PROGRAM LaborDistLoad.
