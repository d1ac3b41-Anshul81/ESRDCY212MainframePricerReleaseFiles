      * Labor distribution record layout (LABRDIST.DAT, line
      * sequential, sorted by employee ID then effective date). One
      * row per department an employee's labor cost is charged to,
      * effective from LD-EFFECTIVE-DATE until the employee's next
      * later-dated set. The rows of one employee and effective
      * date must total 100 percent. An employee with no set in
      * effect is charged wholly to EMP-DEPT-CODE as before.
       01 LABOR-DIST-RECORD.
           05 LD-EMPLOYEE-ID       PIC 9(5).
           05 LD-EFFECTIVE-DATE    PIC 9(8).
           05 LD-DEPT-CODE         PIC X(4).
           05 LD-PERCENT           PIC 9(3)V99.
