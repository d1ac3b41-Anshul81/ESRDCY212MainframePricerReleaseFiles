       FD  PAYROLL-REGISTER.
       01  REGISTER-LINE               PIC X(230).
       FD  CSV-REGISTER.
       01  CSV-LINE                    PIC X(400).

       WORKING-STORAGE SECTION.
       01 Report-Data              PIC X(230).
           88 REGISTER-IS-OPEN         VALUE 'Y'.
       01 WS-REPORT-FAILED         PIC X VALUE 'N'.
           88 REPORT-HAS-FAILED        VALUE 'Y'.
       01 WS-CSV-DATA               PIC X(400).
       01 WS-CSV-STATUS             PIC XX.
           88 CSV-OK                   VALUE '00'.
       01 WS-CSV-ID-EDIT            PIC 99999.
       01 WS-CSV-BONUS-EDIT         PIC Z(6)9.99.
       01 WS-CSV-COMMISSION-EDIT    PIC Z(6)9.99.
       01 WS-CSV-NET-EDIT           PIC Z(6)9.99.
       01 WS-CSV-FED-TXBL-EDIT      PIC Z(6)9.99.
       01 WS-CSV-STATE-TXBL-EDIT    PIC Z(6)9.99.
       01 WS-CSV-FICA-TXBL-EDIT     PIC Z(6)9.99.
       01 WS-CSV-MEDI-TXBL-EDIT     PIC Z(6)9.99.
       01 WS-CSV-LOCAL-EDIT         PIC Z(6)9.99.
       01 WS-CSV-LOCAL-TXBL-EDIT    PIC Z(6)9.99.
       01 WS-CSV-HOLIDAY-EDIT       PIC Z(6)9.99.
       01 WS-CSV-OT-TRUEUP-EDIT     PIC Z(6)9.99.
       01 WS-CSV-REIMB-EDIT         PIC Z(6)9.99.
       01 WS-CSV-OTHER-EARN-EDIT    PIC Z(6)9.99.
       01 WS-CSV-HSA-EDIT           PIC Z(6)9.99.
       01 WS-CSV-HSA-ER-EDIT        PIC Z(6)9.99.

       01 WS-FIRST-CALL            PIC X VALUE 'Y'.
           88 WS-IS-FIRST-CALL         VALUE 'Y'.
       01 WS-BONUS-EDIT            PIC ZZ,ZZ9.99.
       01 WS-COMMISSION-EDIT       PIC ZZZ,ZZ9.99.
       01 WS-NET-EDIT              PIC ZZZ,ZZ9.99.
       01 WS-FED-TXBL-EDIT         PIC ZZZ,ZZ9.99.
       01 WS-STATE-TXBL-EDIT       PIC ZZZ,ZZ9.99.
       01 WS-FICA-TXBL-EDIT        PIC ZZZ,ZZ9.99.
       01 WS-MEDI-TXBL-EDIT        PIC ZZZ,ZZ9.99.
       01 WS-LOCAL-EDIT            PIC ZZ,ZZ9.99.
       01 WS-LOCAL-TXBL-EDIT       PIC ZZZ,ZZ9.99.
       01 WS-HOLIDAY-EDIT          PIC ZZ,ZZ9.99.
       01 WS-OT-TRUEUP-EDIT        PIC ZZ,ZZ9.99.
       01 WS-REIMB-EDIT            PIC ZZ,ZZ9.99.
       01 WS-HSA-EDIT              PIC ZZ,ZZ9.99.
       01 WS-HSA-ER-EDIT           PIC ZZ,ZZ9.99.
       01 WS-EARN-EDIT             PIC ZZ,ZZ9.99.
       01 WS-EARN-SUB              PIC 9(2).
       01 WS-EARN-DESC             PIC X(20).
       01 WS-EARN-LOAD-STATUS      PIC X.
           COPY ERNTBL.
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-DETAIL-NAME           PIC X(40).
       01 WS-SSN-MASKED            PIC X(11).
       01 WS-PAY-METHOD-TEXT       PIC X(7).

       01 WS-TRAILER-COUNT         PIC 9(5) VALUE 0.
       01 WS-TRAILER-GROSS         PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-BONUS         PIC 9(7)V99 VALUE 0.
       01 WS-TRAILER-COMMISSION    PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-NET           PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-FED-TXBL      PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-STATE-TXBL    PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-FICA-TXBL     PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-MEDI-TXBL     PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-LOCAL         PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-LOCAL-TXBL    PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-HOLIDAY       PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-OT-TRUEUP     PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-PAYCARD       PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-REIMB         PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-OTHER-EARN    PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-HSA           PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-HSA-ER        PIC 9(9)V99 VALUE 0.
       01 WS-TRAILER-TXBL-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TRAILER-DEDUCT-LINE   PIC 9(7)V99.
       01 WS-TRAILER-COUNT-EDIT    PIC ZZZZ9.
       01 WS-TRAILER-GROSS-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
                           'EMPLOYEE-ID,NAME,GROSS,REGULAR,OVERTIME,'
                           'PREMIUM,FEDERAL,STATE,FICA,'
                           'MEDICARE,HEALTH,RETIREMENT401K,GARNISH,'
                           'BONUS,COMMISSION,NET,FEDTAXABLE,'
                           'STATETAXABLE,FICATAXABLE,MEDICARETAXABLE,'
                           'LOCALCODE,LOCAL,LOCALTAXABLE,HOLIDAY,'
                           'OTTRUEUP,PAYMETHOD,REIMBURSEMENT,'
                           'OTHEREARNINGS,HSA,HSAEMPLOYER'
                           DELIMITED BY SIZE INTO WS-CSV-DATA
                       PERFORM Write-Csv-Line
                       SET REGISTER-IS-OPEN TO TRUE
      * Earnings paid by code print under their master description;
      * without the master they print under the bare code.
                       CALL 'EarnCodeLoad' USING EARN-CODE-TABLE
                           WS-EARN-LOAD-STATUS
                   END-IF
               END-IF
           END-IF
               'SSN          GROSS       REGULAR     OVERTIME  '
               'PREMIUM    FEDERAL     STATE       F'
               'ICA       MEDICARE   HEALTH     401K       GARNISH'
               '    BONUS      COMMISSION  NET         PAID BY'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           STRING '------  ----------------------------------------  '
               '-----------  ----------  ----------  ---------  -'
               '--------  ----------  ----------  ----------  -'
               '--------  ---------  ---------  ---------  -------'
               '--  ---------  ----------  ----------  -------'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line

           MOVE POST-BONUS TO WS-BONUS-EDIT
           MOVE POST-COMMISSION TO WS-COMMISSION-EDIT
           MOVE POST-NET-SALARY TO WS-NET-EDIT
           EVALUATE TRUE
               WHEN POST-PAID-BY-PAYCARD
                   MOVE 'PAYCARD' TO WS-PAY-METHOD-TEXT
               WHEN POST-PAID-BY-CHECK
                   MOVE 'CHECK' TO WS-PAY-METHOD-TEXT
               WHEN OTHER
                   MOVE 'ACH' TO WS-PAY-METHOD-TEXT
           END-EVALUATE

           STRING
               WS-ID-EDIT DELIMITED BY SIZE
               WS-COMMISSION-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PAY-METHOD-TEXT DELIMITED BY SIZE
               INTO Report-Data

           PERFORM Write-Register-Line
           ADD 1 TO WS-LINE-COUNT
           IF POST-HOLIDAY-PAY > 0
               PERFORM Print-Holiday-Line
           END-IF
           IF POST-OT-TRUEUP > 0
               PERFORM Print-Ot-Trueup-Line
           END-IF
           PERFORM Print-Earn-Code-Line
               VARYING WS-EARN-SUB FROM 1 BY 1
               UNTIL WS-EARN-SUB > POST-EARN-COUNT
           IF POST-REIMBURSEMENT > 0
               PERFORM Print-Reimbursement-Line
           END-IF
           IF POST-HSA-CONTRIBUTION > 0 OR POST-HSA-EMPLOYER > 0
               PERFORM Print-Hsa-Line
           END-IF
           PERFORM Print-Taxable-Line

           COMPUTE WS-TRAILER-DEDUCT-LINE = POST-FEDERAL-WITHHOLDING
               + POST-STATE-WITHHOLDING + POST-FICA-WITHHOLDING
               + POST-MEDICARE-WITHHOLDING + POST-HEALTH-PREMIUM
               + POST-RETIREMENT-401K + POST-GARNISH
               + POST-LOCAL-WITHHOLDING + POST-HSA-CONTRIBUTION
           ADD 1 TO WS-TRAILER-COUNT
           ADD POST-GROSS-SALARY TO WS-TRAILER-GROSS
           ADD WS-TRAILER-DEDUCT-LINE TO WS-TRAILER-DEDUCTIONS
           ADD POST-BONUS TO WS-TRAILER-BONUS
           ADD POST-COMMISSION TO WS-TRAILER-COMMISSION
           ADD POST-NET-SALARY TO WS-TRAILER-NET
           ADD POST-FEDERAL-TAXABLE TO WS-TRAILER-FED-TXBL
           ADD POST-STATE-TAXABLE TO WS-TRAILER-STATE-TXBL
           ADD POST-FICA-TAXABLE TO WS-TRAILER-FICA-TXBL
           ADD POST-MEDICARE-TAXABLE TO WS-TRAILER-MEDI-TXBL
           ADD POST-LOCAL-WITHHOLDING TO WS-TRAILER-LOCAL
           ADD POST-LOCAL-TAXABLE TO WS-TRAILER-LOCAL-TXBL
           ADD POST-HOLIDAY-PAY TO WS-TRAILER-HOLIDAY
           ADD POST-OT-TRUEUP TO WS-TRAILER-OT-TRUEUP
           IF POST-PAID-BY-PAYCARD
               ADD POST-NET-SALARY TO WS-TRAILER-PAYCARD
           END-IF
           ADD POST-REIMBURSEMENT TO WS-TRAILER-REIMB
           ADD POST-OTHER-EARNINGS TO WS-TRAILER-OTHER-EARN
           ADD POST-HSA-CONTRIBUTION TO WS-TRAILER-HSA
           ADD POST-HSA-EMPLOYER TO WS-TRAILER-HSA-ER
           PERFORM Accumulate-Dept-Subtotal

           MOVE Employee-ID-IN TO WS-CSV-ID-EDIT
           MOVE POST-BONUS TO WS-CSV-BONUS-EDIT
           MOVE POST-COMMISSION TO WS-CSV-COMMISSION-EDIT
           MOVE POST-NET-SALARY TO WS-CSV-NET-EDIT
           MOVE POST-FEDERAL-TAXABLE TO WS-CSV-FED-TXBL-EDIT
           MOVE POST-STATE-TAXABLE TO WS-CSV-STATE-TXBL-EDIT
           MOVE POST-FICA-TAXABLE TO WS-CSV-FICA-TXBL-EDIT
           MOVE POST-MEDICARE-TAXABLE TO WS-CSV-MEDI-TXBL-EDIT
           MOVE POST-LOCAL-WITHHOLDING TO WS-CSV-LOCAL-EDIT
           MOVE POST-LOCAL-TAXABLE TO WS-CSV-LOCAL-TXBL-EDIT
           MOVE POST-HOLIDAY-PAY TO WS-CSV-HOLIDAY-EDIT
           MOVE POST-OT-TRUEUP TO WS-CSV-OT-TRUEUP-EDIT
           MOVE POST-REIMBURSEMENT TO WS-CSV-REIMB-EDIT
           MOVE POST-OTHER-EARNINGS TO WS-CSV-OTHER-EARN-EDIT
           MOVE POST-HSA-CONTRIBUTION TO WS-CSV-HSA-EDIT
           MOVE POST-HSA-EMPLOYER TO WS-CSV-HSA-ER-EDIT
           STRING
               WS-CSV-ID-EDIT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
                   DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-NET-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-FED-TXBL-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-STATE-TXBL-EDIT)
                   DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-FICA-TXBL-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-MEDI-TXBL-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (POST-LOCAL-TAX-CODE) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-LOCAL-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-LOCAL-TXBL-EDIT)
                   DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-HOLIDAY-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-OT-TRUEUP-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-PAY-METHOD-TEXT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-REIMB-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-OTHER-EARN-EDIT)
                   DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-HSA-EDIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM (WS-CSV-HSA-ER-EDIT) DELIMITED BY SIZE
               INTO WS-CSV-DATA
           PERFORM Write-Csv-Line.

       Print-Holiday-Line.
      * Holiday pay is part of the gross above but has no column of
      * its own - it prints under the employee when there is any.
           MOVE POST-HOLIDAY-PAY TO WS-HOLIDAY-EDIT
           MOVE SPACES TO Report-Data
           STRING '        HOLIDAY PAY     ' WS-HOLIDAY-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           ADD 1 TO WS-LINE-COUNT.

       Print-Ot-Trueup-Line.
      * The overtime true-up owed on commission or bonus prints the
      * same way - part of the gross, its own line under the
      * employee.
           MOVE POST-OT-TRUEUP TO WS-OT-TRUEUP-EDIT
           MOVE SPACES TO Report-Data
           STRING '        OT TRUE-UP      ' WS-OT-TRUEUP-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           ADD 1 TO WS-LINE-COUNT.

       Print-Earn-Code-Line.
      * Earnings paid by code are part of the gross above - one line
      * per code under the employee, described from the master.
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
           MOVE POST-EARN-AMOUNT (WS-EARN-SUB) TO WS-EARN-EDIT
           MOVE SPACES TO Report-Data
           STRING '        ' WS-EARN-DESC WS-EARN-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           ADD 1 TO WS-LINE-COUNT.

       Print-Reimbursement-Line.
      * Expense reimbursements are in the net but not the gross or
      * any deduction - their own line, so the net still foots.
           MOVE POST-REIMBURSEMENT TO WS-REIMB-EDIT
           MOVE SPACES TO Report-Data
           STRING '        REIMBURSEMENT   ' WS-REIMB-EDIT
               '  (NOT TAXABLE, INCLUDED IN NET)'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           ADD 1 TO WS-LINE-COUNT.

       Print-Hsa-Line.
      * The employee's HSA contribution is one of the deductions
      * above; the employer's deposit is not pay at all - both print
      * under the employee so the custodian remittance can be traced.
           MOVE POST-HSA-CONTRIBUTION TO WS-HSA-EDIT
           MOVE POST-HSA-EMPLOYER TO WS-HSA-ER-EDIT
           MOVE SPACES TO Report-Data
           STRING '        HSA             ' WS-HSA-EDIT
               '  EMPLOYER ' WS-HSA-ER-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           ADD 1 TO WS-LINE-COUNT.

       Print-Taxable-Line.
      * Under each employee, the wages each tax was figured on after
      * the pre-tax deductions - so the register shows the base next
      * to the amount, as the quarterly return and the W-2 will.
           MOVE POST-FEDERAL-TAXABLE TO WS-FED-TXBL-EDIT
           MOVE POST-STATE-TAXABLE TO WS-STATE-TXBL-EDIT
           MOVE POST-FICA-TAXABLE TO WS-FICA-TXBL-EDIT
           MOVE POST-MEDICARE-TAXABLE TO WS-MEDI-TXBL-EDIT
           MOVE POST-LOCAL-WITHHOLDING TO WS-LOCAL-EDIT
           MOVE POST-LOCAL-TAXABLE TO WS-LOCAL-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING '        TAXABLE WAGES   FEDERAL ' WS-FED-TXBL-EDIT
               '   STATE ' WS-STATE-TXBL-EDIT
               '   FICA ' WS-FICA-TXBL-EDIT
               '   MEDICARE ' WS-MEDI-TXBL-EDIT
               '   LOCAL ' POST-LOCAL-TAX-CODE ' ' WS-LOCAL-TXBL-EDIT
               ' WITHHELD ' WS-LOCAL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           ADD 1 TO WS-LINE-COUNT.

       Print-Trailer.
           MOVE SPACES TO Report-Data
           PERFORM Write-Register-Line
               '-----------  ----------  ----------  ---------  -'
               '--------  ----------  ----------  ----------  -'
               '--------  ---------  ---------  ---------  -------'
               '--  ---------  ----------  ----------  -------'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line

               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line

           MOVE WS-TRAILER-HOLIDAY TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL HOLIDAY PAY: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line

           MOVE WS-TRAILER-OT-TRUEUP TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL OT TRUE-UP: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-OTHER-EARN TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL OTHER EARNINGS: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-HSA TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL HSA CONTRIBUTIONS: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-HSA-ER TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL EMPLOYER HSA: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line

           MOVE WS-TRAILER-NET TO WS-TRAILER-NET-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL NET: ' WS-TRAILER-NET-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-REIMB TO WS-TRAILER-NET-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL REIMBURSEMENTS IN NET: ' WS-TRAILER-NET-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
      * The part of the net loaded to pay cards - treasury funds the
      * card vendor for this amount rather than the ACH file.
           MOVE WS-TRAILER-PAYCARD TO WS-TRAILER-NET-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL NET TO PAY CARDS: ' WS-TRAILER-NET-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line

           MOVE WS-TRAILER-FED-TXBL TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL FEDERAL TAXABLE WAGES: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-STATE-TXBL TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL STATE TAXABLE WAGES: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-FICA-TXBL TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL FICA TAXABLE WAGES: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-MEDI-TXBL TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL MEDICARE TAXABLE WAGES: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-LOCAL-TXBL TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL LOCAL TAXABLE WAGES: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line
           MOVE WS-TRAILER-LOCAL TO WS-TRAILER-TXBL-EDIT
           MOVE SPACES TO Report-Data
           STRING 'TOTAL LOCAL TAX WITHHELD: ' WS-TRAILER-TXBL-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Register-Line

           MOVE SPACES TO Report-Data
           PERFORM Write-Register-Line
