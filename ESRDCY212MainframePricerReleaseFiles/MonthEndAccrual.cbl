
       WORKING-STORAGE SECTION.
           COPY DEPTACCT.
           COPY LABDTBL.

       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-DEPT-SUB              PIC 9(3).
       01 WS-DEPT-WORK             PIC X(4).
       01 WS-DEPT-MATCHED          PIC X.
      * Split-funded employees share their accrual out by the labor
      * distribution in effect at month end, the same way GLExtract
      * splits the live expense.
       01 WS-DIST-STATUS           PIC X.
       01 WS-DIST-DONE             PIC X.
       01 WS-EMP-GROSS             PIC 9(9)V99.
       01 WS-EMP-BONUS             PIC 9(9)V99.
       01 WS-REMAIN-GROSS          PIC 9(9)V99.
       01 WS-REMAIN-BONUS          PIC 9(9)V99.
       01 WS-SHARE-GROSS           PIC 9(9)V99.
       01 WS-SHARE-BONUS           PIC 9(9)V99.
       01 WS-DEPT-SALARY-ACCT      PIC X(6).
       01 WS-DEPT-BONUS-ACCT       PIC X(6).
       01 WS-ACCRUE-AMOUNT         PIC 9(9)V99.
           COMPUTE WS-REVERSAL-DATE = FUNCTION DATE-OF-INTEGER
               (WS-MONTH-END-INT + 1)

           CALL 'LaborDistLoad' USING ACC-MONTH-END-DATE
               LABOR-DIST-TABLE WS-DIST-STATUS

           MOVE ACC-FROM-ID TO WS-RANGE-FROM-EDIT
           STRING 'POSTD' WS-RANGE-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-POSTED-FILENAME
       Accumulate-Dept-Totals.
      * Same cost-center distribution GLExtract books the live
      * expense with, so the accrual reverses against the same
      * accounts the expense later lands in. Commission, holiday
      * pay, the overtime true-up, severance and the earnings paid
      * by code stay out - GLExtract books them to their own
      * accounts, never to the department wage line - and so does
      * the non-cash imputed value.
           COMPUTE WS-EMP-GROSS = POST-GROSS-SALARY - POST-COMMISSION
               - POST-IMPUTED-LIFE - POST-HOLIDAY-PAY
               - POST-OT-TRUEUP - POST-SEVERANCE - POST-OTHER-EARNINGS
           MOVE POST-BONUS TO WS-EMP-BONUS
           SET LDT-IDX TO 1
           SEARCH LDT-ENTRY
               AT END
                   PERFORM Charge-Posted-Dept
               WHEN LDT-IDX > LDT-COUNT
                   PERFORM Charge-Posted-Dept
               WHEN LDT-EMPLOYEE-ID (LDT-IDX) = POST-EMPLOYEE-ID
                   PERFORM Split-Employee-Cost
           END-SEARCH.

       Charge-Posted-Dept.
           IF POST-DEPT-CODE = SPACES
               MOVE '****' TO WS-DEPT-WORK
           ELSE
               MOVE POST-DEPT-CODE TO WS-DEPT-WORK
           END-IF
           MOVE WS-EMP-GROSS TO WS-SHARE-GROSS
           MOVE WS-EMP-BONUS TO WS-SHARE-BONUS
           PERFORM Add-Dept-Share.

       Split-Employee-Cost.
      * The last department takes the rounding remainder so the
      * shares add back to the employee's amounts exactly.
           MOVE WS-EMP-GROSS TO WS-REMAIN-GROSS
           MOVE WS-EMP-BONUS TO WS-REMAIN-BONUS
           MOVE 'N' TO WS-DIST-DONE
           PERFORM UNTIL WS-DIST-DONE = 'Y'
               MOVE LDT-DEPT-CODE (LDT-IDX) TO WS-DEPT-WORK
               IF LDT-IDX = LDT-COUNT
                   MOVE 'Y' TO WS-DIST-DONE
               ELSE
                   IF LDT-EMPLOYEE-ID (LDT-IDX + 1) NOT =
                           POST-EMPLOYEE-ID
                       MOVE 'Y' TO WS-DIST-DONE
                   END-IF
               END-IF
               IF WS-DIST-DONE = 'Y'
                   MOVE WS-REMAIN-GROSS TO WS-SHARE-GROSS
                   MOVE WS-REMAIN-BONUS TO WS-SHARE-BONUS
               ELSE
                   COMPUTE WS-SHARE-GROSS ROUNDED = WS-EMP-GROSS
                       * LDT-PERCENT (LDT-IDX) / 100
                   COMPUTE WS-SHARE-BONUS ROUNDED = WS-EMP-BONUS
                       * LDT-PERCENT (LDT-IDX) / 100
                   SUBTRACT WS-SHARE-GROSS FROM WS-REMAIN-GROSS
                   SUBTRACT WS-SHARE-BONUS FROM WS-REMAIN-BONUS
                   SET LDT-IDX UP BY 1
               END-IF
               PERFORM Add-Dept-Share
           END-PERFORM.

       Add-Dept-Share.
           MOVE 'N' TO WS-DEPT-MATCHED
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-DEPT-WORK
                   ADD WS-SHARE-GROSS TO WS-DEPT-GROSS (WS-DEPT-SUB)
                   ADD WS-SHARE-BONUS TO WS-DEPT-BONUS (WS-DEPT-SUB)
                   MOVE 'Y' TO WS-DEPT-MATCHED
               END-IF
           END-PERFORM
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-WORK TO WS-DEPT-CODE (WS-DEPT-COUNT)
                   MOVE WS-SHARE-GROSS
                       TO WS-DEPT-GROSS (WS-DEPT-COUNT)
                   MOVE WS-SHARE-BONUS
                       TO WS-DEPT-BONUS (WS-DEPT-COUNT)
               END-IF
           END-IF.

