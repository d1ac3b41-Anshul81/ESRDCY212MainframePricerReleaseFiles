      * Planned-hire record layout (PLANHIRE.DAT, line sequential,
      * keyed by Finance for the payroll budget). One record per open
      * position, or per group of like positions when the headcount
      * is more than one. The pay is the planned annual salary for a
      * salaried position or the planned hourly rate for an hourly
      * one; the start month (1-12) dates the first month paid in the
      * projection year. The benefit shares are the annual amounts
      * expected per head once enrolled - the employer's cost and the
      * employee's pre-tax premium - since nobody has elected yet.
      * A blank company code means the default company.
       01 PLANNED-HIRE-RECORD.
           05 PLH-POSITION-ID      PIC X(8).
           05 PLH-COMPANY-CODE     PIC X(2).
           05 PLH-DEPT-CODE        PIC X(4).
           05 PLH-ROLE             PIC X(20).
           05 PLH-WORK-STATE       PIC X(2).
           05 PLH-PAY-BASIS        PIC X(1).
               88 PLH-SALARIED         VALUE 'S'.
               88 PLH-HOURLY           VALUE 'H'.
           05 PLH-ANNUAL-SALARY    PIC 9(7)V99.
           05 PLH-HOURLY-RATE      PIC 9(3)V99.
           05 PLH-START-MONTH      PIC 9(2).
           05 PLH-HEADCOUNT        PIC 9(3).
           05 PLH-EMPLOYER-BENEFIT PIC 9(5)V99.
           05 PLH-EMPLOYEE-BENEFIT PIC 9(5)V99.
