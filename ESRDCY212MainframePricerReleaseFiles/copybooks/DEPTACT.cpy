      * Department labor cost actuals (DEPTACT.DAT, line sequential,
      * permanent, appended by GLExtract). Every live posting run -
      * the regular cycle's ranges and the off-cycle runs alike -
      * adds one record per department it charged, with the same
      * department split the GL extract books, so the budget
      * comparison ties to the ledger. Salary is the wages paid less
      * overtime (the overtime true-up counts as overtime), the non-
      * cash imputed life and severance; employer cost is the
      * employer FICA/Medicare, FUTA, SUTA, benefit share, 401k
      * match and HSA funding. Headcount is the employees paid in
      * their own department, counted on the regular cycle only. A
      * regular-cycle range that is run again for the same period
      * appends a later-stamped set that replaces the earlier one;
      * off-cycle runs each add to the period.
       01 DEPT-ACTUAL-RECORD.
           05 DAC-RUN-STAMP        PIC X(14).
           05 DAC-SOURCE           PIC X(5).
               88 DAC-REGULAR-CYCLE    VALUE 'POSTD'.
           05 DAC-RANGE-FROM-ID    PIC 9(5).
           05 DAC-PAY-PERIOD       PIC 9(6).
           05 DAC-CHECK-DATE       PIC 9(8).
           05 DAC-COMPANY-CODE     PIC X(2).
           05 DAC-DEPT-CODE        PIC X(4).
           05 DAC-HEADCOUNT        PIC 9(5).
           05 DAC-SALARY           PIC 9(9)V99.
           05 DAC-OVERTIME         PIC 9(9)V99.
           05 DAC-BONUS            PIC 9(9)V99.
           05 DAC-EMPLOYER-COST    PIC 9(9)V99.
