      * reads, with the employee's running YTD figures pulled from the
      * master (which PayrollProcessing has already updated for this
      * run). Like CheckPrint, the pass also sweeps the off-cycle
      * posted files (TPOST/APOST/BPOST/SPOST, absent files skipped)
      * so a final check, adjustment, bonus, or severance payment
      * gets a statement too. The statements file STMTnnnnn.DAT is
      * a print image, one page per employee, for distribution to
      * the employees themselves - unlike the company-wide register
      * it carries no other employee's figures on the page, and the
      * SSN is masked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  STATEMENT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RMBACCT.
           COPY ERNTBL.

       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-POSTED-STATUS         PIC XX.
       01 WS-SSN-MASKED            PIC X(11).
       01 WS-AMOUNT-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-YTD-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PAID-BY-TEXT          PIC X(40).
       01 WS-RMB-SUB               PIC 9(2).
       01 WS-EARN-SUB              PIC 9(2).
       01 WS-EARN-DESC             PIC X(20).
       01 WS-EARN-LOAD-STATUS      PIC X.
       01 WS-CARD-LENGTH           PIC 99.
       01 WS-CARD-LAST-FOUR        PIC X(4).

       PROCEDURE DIVISION.
       BEGIN.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * Earnings paid by code print under their master description.
           CALL 'EarnCodeLoad' USING EARN-CODE-TABLE
               WS-EARN-LOAD-STATUS

      * The regular cycle's range file, then the off-cycle posted
      * files - same record shape, same statement path.
           PERFORM Print-Statements-From-Posted-File
           MOVE 'BPOST00000.DAT' TO WS-POSTED-FILENAME
           PERFORM Print-Statements-From-Posted-File
           MOVE 'SPOST00000.DAT' TO WS-POSTED-FILENAME
           PERFORM Print-Statements-From-Posted-File

           CLOSE EMPLOYEE-MASTER
           CLOSE STATEMENT-FILE
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF POST-HOLIDAY-PAY > 0
               MOVE POST-HOLIDAY-PAY TO WS-AMOUNT-EDIT
               STRING '  HOLIDAY PAY            ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF POST-OT-TRUEUP > 0
               MOVE POST-OT-TRUEUP TO WS-AMOUNT-EDIT
               STRING '  OVERTIME TRUE-UP       ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF POST-SEVERANCE > 0
               MOVE POST-SEVERANCE TO WS-AMOUNT-EDIT
               STRING '  SEVERANCE PAY          ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF POST-COMMISSION > 0
               MOVE POST-COMMISSION TO WS-AMOUNT-EDIT
               STRING '  COMMISSION             ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           PERFORM Print-Earn-Code-Line
               VARYING WS-EARN-SUB FROM 1 BY 1
               UNTIL WS-EARN-SUB > POST-EARN-COUNT
           IF POST-IMPUTED-LIFE > 0
               MOVE POST-IMPUTED-LIFE TO WS-AMOUNT-EDIT
               STRING '  GTL IMPUTED (NON-CASH) ' WS-AMOUNT-EDIT
           STRING '  MEDICARE               ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           IF POST-LOCAL-WITHHOLDING > 0
               MOVE POST-LOCAL-WITHHOLDING TO WS-AMOUNT-EDIT
               STRING '  LOCAL TAX ' POST-LOCAL-TAX-CODE
                   '       ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           MOVE POST-HEALTH-PREMIUM TO WS-AMOUNT-EDIT
           STRING '  HEALTH PREMIUM         ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           STRING '  RETIREMENT 401K        ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           IF POST-HSA-CONTRIBUTION > 0
               MOVE POST-HSA-CONTRIBUTION TO WS-AMOUNT-EDIT
               MOVE SPACES TO Report-Data
               STRING '  HSA CONTRIBUTION       ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           IF POST-GARNISH > 0
               MOVE POST-GARNISH TO WS-AMOUNT-EDIT
               STRING '  GARNISHMENT            ' WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line

      * Expense reimbursements are not earnings - they get their own
      * section between the deductions and the net they are paid in.
           IF POST-REIMBURSEMENT > 0
               MOVE 'REIMBURSEMENTS (NOT TAXABLE)' TO Report-Data
               PERFORM Write-Statement-Line
               PERFORM Print-Reimbursement-Line
                   VARYING WS-RMB-SUB FROM 1 BY 1
                   UNTIL WS-RMB-SUB > 5
               MOVE SPACES TO Report-Data
               PERFORM Write-Statement-Line
           END-IF

      * The employer's HSA deposit is not pay and is not in the net -
      * it is shown so the employee can tie the account statement.
           IF POST-HSA-EMPLOYER > 0
               MOVE POST-HSA-EMPLOYER TO WS-AMOUNT-EDIT
               MOVE SPACES TO Report-Data
               STRING 'EMPLOYER HSA DEPOSIT     ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
               MOVE SPACES TO Report-Data
               PERFORM Write-Statement-Line
           END-IF

           MOVE POST-NET-SALARY TO WS-AMOUNT-EDIT
           STRING 'NET PAY                  ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           PERFORM Describe-Paid-By
           MOVE SPACES TO Report-Data
           STRING 'PAID BY                  ' WS-PAID-BY-TEXT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line

           STRING '  YTD NET            ' WS-YTD-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           IF EMP-YTD-HSA > 0 OR EMP-YTD-HSA-ER > 0
               MOVE EMP-YTD-HSA TO WS-YTD-EDIT
               MOVE SPACES TO Report-Data
               STRING '  YTD HSA            ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
               MOVE EMP-YTD-HSA-ER TO WS-YTD-EDIT
               MOVE SPACES TO Report-Data
               STRING '  YTD EMPLOYER HSA   ' WS-YTD-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF
           MOVE ALL '=' TO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line.

       Print-Earn-Code-Line.
      * A code dropped from the master since it was paid prints
      * under the bare code.
           MOVE POST-EARN-CODE (WS-EARN-SUB) TO WS-EARN-DESC
           SET EARN-CODE-IDX TO 1
           SEARCH EARN-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN EARN-CODE-IDX > EARN-CODE-COUNT
                   CONTINUE
               WHEN ECT-CODE (EARN-CODE-IDX) =
                       POST-EARN-CODE (WS-EARN-SUB)
                   MOVE ECT-DESCRIPTION (EARN-CODE-IDX)
                       TO WS-EARN-DESC
           END-SEARCH
           MOVE POST-EARN-AMOUNT (WS-EARN-SUB) TO WS-AMOUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING '  ' WS-EARN-DESC '   ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line.

       Print-Reimbursement-Line.
           IF POST-REIMB-BY-TYPE (WS-RMB-SUB) > 0
               MOVE POST-REIMB-BY-TYPE (WS-RMB-SUB) TO WS-AMOUNT-EDIT
               MOVE SPACES TO Report-Data
               STRING '  ' RMB-ACCT-DESC (WS-RMB-SUB) '               '
                   WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Statement-Line
           END-IF.

       Describe-Paid-By.
      * How the net pay reached the employee. A pay card shows the
      * card program and only the last four digits of the card.
           MOVE SPACES TO WS-PAID-BY-TEXT
           EVALUATE TRUE
               WHEN POST-PAID-BY-PAYCARD
                   MOVE EMP-PAYCARD-ACCOUNT TO WS-CARD-LAST-FOUR
                   MOVE FUNCTION LENGTH
                       (FUNCTION TRIM (EMP-PAYCARD-ACCOUNT))
                       TO WS-CARD-LENGTH
                   IF WS-CARD-LENGTH >= 4
                       MOVE EMP-PAYCARD-ACCOUNT (WS-CARD-LENGTH - 3:4)
                           TO WS-CARD-LAST-FOUR
                   END-IF
                   STRING 'PAY CARD ' EMP-PAYCARD-PROGRAM
                       ' ENDING ' WS-CARD-LAST-FOUR
                       DELIMITED BY SIZE INTO WS-PAID-BY-TEXT
               WHEN POST-PAID-BY-CHECK
                   MOVE 'CHECK' TO WS-PAID-BY-TEXT
               WHEN OTHER
                   MOVE 'DIRECT DEPOSIT' TO WS-PAID-BY-TEXT
           END-EVALUATE.

       Write-Statement-Line.
           WRITE STATEMENT-LINE FROM Report-Data.
       END PROGRAM PayStatement.
