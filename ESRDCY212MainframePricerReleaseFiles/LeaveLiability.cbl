      * at the salaried hourly equivalent TermPay derives (annual
      * salary over the standard 2080 hours) for everyone else,
      * subtotaled by department with the DEPTACCT.cpy account the
      * expense books to - a split-funded employee's value shared
      * across departments by the labor distribution in effect
      * today. The prior run's department totals are
      * kept on LEAVLIAB.DAT, so the report shows the period-over-
      * period change Finance actually posts. Output is LEAVVAL.DAT.
       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
           COPY DEPTACCT.
           COPY LABDTBL.

       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-DEPT-SUB              PIC 9(3).
       01 WS-DEPT-WORK             PIC X(4).
       01 WS-DEPT-MATCHED          PIC X.
       01 WS-TODAY                 PIC 9(8).
       01 WS-DIST-STATUS           PIC X.
       01 WS-DIST-DONE             PIC X.
       01 WS-REMAIN-VAC            PIC 9(9)V99.
       01 WS-REMAIN-SICK           PIC 9(9)V99.
       01 WS-SHARE-VAC             PIC 9(9)V99.
       01 WS-SHARE-SICK            PIC 9(9)V99.
       01 WS-DEPT-ACCT             PIC X(6).
       01 WS-DEPT-TOTAL            PIC 9(9)V99.
       01 WS-DEPT-CHANGE           PIC S9(9)V99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           CALL 'LaborDistLoad' USING WS-TODAY LABOR-DIST-TABLE
               WS-DIST-STATUS

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               EMP-VACATION-BALANCE * WS-HOURLY-RATE
           COMPUTE WS-SICK-VALUE ROUNDED =
               EMP-SICK-BALANCE * WS-HOURLY-RATE
           SET LDT-IDX TO 1
           SEARCH LDT-ENTRY
               AT END
                   PERFORM Charge-Master-Dept
               WHEN LDT-IDX > LDT-COUNT
                   PERFORM Charge-Master-Dept
               WHEN LDT-EMPLOYEE-ID (LDT-IDX) = EMP-ID
                   PERFORM Split-Employee-Value
           END-SEARCH.

       Charge-Master-Dept.
           IF EMP-DEPT-CODE = SPACES
               MOVE '****' TO WS-DEPT-WORK
           ELSE
               MOVE EMP-DEPT-CODE TO WS-DEPT-WORK
           END-IF
           MOVE WS-VAC-VALUE TO WS-SHARE-VAC
           MOVE WS-SICK-VALUE TO WS-SHARE-SICK
           PERFORM Add-Dept-Share.

       Split-Employee-Value.
      * The employee counts in each department sharing the value;
      * the last one takes the rounding remainder.
           MOVE WS-VAC-VALUE TO WS-REMAIN-VAC
           MOVE WS-SICK-VALUE TO WS-REMAIN-SICK
           MOVE 'N' TO WS-DIST-DONE
           PERFORM UNTIL WS-DIST-DONE = 'Y'
               MOVE LDT-DEPT-CODE (LDT-IDX) TO WS-DEPT-WORK
               IF LDT-IDX = LDT-COUNT
                   MOVE 'Y' TO WS-DIST-DONE
               ELSE
                   IF LDT-EMPLOYEE-ID (LDT-IDX + 1) NOT = EMP-ID
                       MOVE 'Y' TO WS-DIST-DONE
                   END-IF
               END-IF
               IF WS-DIST-DONE = 'Y'
                   MOVE WS-REMAIN-VAC TO WS-SHARE-VAC
                   MOVE WS-REMAIN-SICK TO WS-SHARE-SICK
               ELSE
                   COMPUTE WS-SHARE-VAC ROUNDED = WS-VAC-VALUE
                       * LDT-PERCENT (LDT-IDX) / 100
                   COMPUTE WS-SHARE-SICK ROUNDED = WS-SICK-VALUE
                       * LDT-PERCENT (LDT-IDX) / 100
                   SUBTRACT WS-SHARE-VAC FROM WS-REMAIN-VAC
                   SUBTRACT WS-SHARE-SICK FROM WS-REMAIN-SICK
                   SET LDT-IDX UP BY 1
               END-IF
               PERFORM Add-Dept-Share
           END-PERFORM.

       Add-Dept-Share.
           MOVE 'N' TO WS-DEPT-MATCHED
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-DEPT-WORK
                   ADD 1 TO WS-DEPT-EMPLOYEES (WS-DEPT-SUB)
                   ADD WS-SHARE-VAC
                       TO WS-DEPT-VAC-VALUE (WS-DEPT-SUB)
                   ADD WS-SHARE-SICK
                       TO WS-DEPT-SICK-VALUE (WS-DEPT-SUB)
                   MOVE 'Y' TO WS-DEPT-MATCHED
               END-IF
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-WORK TO WS-DEPT-CODE (WS-DEPT-COUNT)
                   MOVE 1 TO WS-DEPT-EMPLOYEES (WS-DEPT-COUNT)
                   MOVE WS-SHARE-VAC
                       TO WS-DEPT-VAC-VALUE (WS-DEPT-COUNT)
                   MOVE WS-SHARE-SICK
                       TO WS-DEPT-SICK-VALUE (WS-DEPT-COUNT)
                   MOVE 0 TO WS-DEPT-PRIOR (WS-DEPT-COUNT)
               END-IF
