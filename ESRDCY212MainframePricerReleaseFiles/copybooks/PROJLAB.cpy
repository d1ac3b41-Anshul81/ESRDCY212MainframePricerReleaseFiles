      * Project labor distribution record layout (PJLABnnnnn.DAT,
      * line sequential, one per range like the posted-pay file).
      * Written by the cycle for each hourly employee paid: one
      * record per project the employee's timesheet lines charged,
      * with the period's regular and overtime pay spread by hours
      * and the shift premium priced off the lines themselves. Hours
      * with no (or no valid) project carry a blank project code so
      * the file still ties to the hourly pay posted.
       01 PROJECT-LABOR-RECORD.
           05 PJL-PAY-PERIOD       PIC 9(6).
           05 PJL-EMPLOYEE-ID      PIC 9(5).
           05 PJL-PROJECT-CODE     PIC X(6).
           05 PJL-DEPT-CODE        PIC X(4).
           05 PJL-HOURS            PIC 9(3)V99.
           05 PJL-REGULAR-PAY      PIC 9(7)V99.
           05 PJL-OVERTIME-PAY     PIC 9(7)V99.
           05 PJL-PREMIUM-PAY      PIC 9(7)V99.
