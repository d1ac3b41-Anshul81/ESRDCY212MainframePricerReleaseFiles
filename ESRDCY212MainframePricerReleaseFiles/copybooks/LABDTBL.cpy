      * In-core labor distribution table - the department splits in
      * effect on one as-of date, loaded by LaborDistLoad. Only sets
      * that total 100 percent are loaded; an employee's rows are
      * contiguous, in file order.
       01 LABOR-DIST-TABLE.
           05 LDT-COUNT            PIC 9(4) VALUE 0.
           05 LDT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY LDT-IDX.
               10 LDT-EMPLOYEE-ID      PIC 9(5).
               10 LDT-DEPT-CODE        PIC X(4).
               10 LDT-PERCENT          PIC 9(3)V99.
