      * Employer health savings account funding schedule by coverage
      * tier. The seed is deposited with the employee's first HSA
      * contribution of the year; the annual amount is spread evenly
      * over the year's pay periods after that. Employer money counts
      * against the same IRS annual limit as the employee's own
      * contributions, so SalaryCalculation takes it first and the
      * employee's contribution fills whatever room is left. Reviewed
      * each January with benefits alongside the plan renewal.
       01 HSA-SCHED-TABLE.
           05 HSA-SCHED-ENTRY OCCURS 2 TIMES
                   INDEXED BY HSA-SCHED-IDX.
               10 HSA-SCHED-COVERAGE   PIC X(1).
               10 HSA-SCHED-SEED       PIC 9(5)V99.
               10 HSA-SCHED-ANNUAL     PIC 9(5)V99.
       01 HSA-SCHED-VALUES REDEFINES HSA-SCHED-TABLE.
           05 FILLER PIC X(15) VALUE 'S00250000050000'.
           05 FILLER PIC X(15) VALUE 'F00500000100000'.
