      * Department payroll budget (BUDGET.DAT, line sequential, kept
      * in fiscal year, company, department and fiscal month order
      * by BudgetLoad). One record per department per fiscal month,
      * loaded from Finance's BUDGIN.DAT once the year's budget is
      * approved; loading a fiscal year again replaces that year.
      * The calendar month the fiscal month falls in is worked out
      * at load from the year's first month, so the variance report
      * can match it to the month's actuals. Headcount is the
      * average employees budgeted for the month, to one decimal.
      * Employer cost is the employer taxes, benefit share, 401k
      * match and HSA funding budgeted over the wages.
       01 BUDGET-RECORD.
           05 BUD-KEY.
               10 BUD-FISCAL-YEAR      PIC 9(4).
               10 BUD-COMPANY-CODE     PIC X(2).
               10 BUD-DEPT-CODE        PIC X(4).
               10 BUD-FISCAL-MONTH     PIC 9(2).
           05 BUD-CALENDAR-MONTH   PIC 9(6).
           05 BUD-AMOUNTS.
               10 BUD-HEADCOUNT        PIC 9(5)V9.
               10 BUD-SALARY           PIC 9(9)V99.
               10 BUD-OVERTIME         PIC 9(9)V99.
               10 BUD-BONUS            PIC 9(9)V99.
               10 BUD-EMPLOYER-COST    PIC 9(9)V99.
