      * Payroll cost projection detail (PROJDTL.DAT, line sequential,
      * rewritten by each CostProjection run). One record per active
      * employee projected, then one per planned-hire record with the
      * figures for all of its heads. The current annual pay is the
      * rate on the master (or the plan) annualized before any merit;
      * the salary is the projected pay for the months paid in the
      * year, merit included. Employer costs are for the year:
      * Social Security and Medicare on the FICA wages, FUTA and SUTA
      * on the wages under each wage base, the employer's benefit
      * share plus its HSA funding, and the 401k match.
       01 COST-PROJECTION-RECORD.
           05 PJD-PROJECTION-YEAR  PIC 9(4).
           05 PJD-SOURCE           PIC X(1).
               88 PJD-FROM-EMPLOYEE    VALUE 'E'.
               88 PJD-FROM-PLANNED-HIRE VALUE 'P'.
           05 PJD-EMPLOYEE-ID      PIC 9(5).
           05 PJD-POSITION-ID      PIC X(8).
           05 PJD-COMPANY-CODE     PIC X(2).
           05 PJD-DEPT-CODE        PIC X(4).
           05 PJD-WORK-STATE       PIC X(2).
           05 PJD-PAY-BASIS        PIC X(1).
               88 PJD-SALARIED         VALUE 'S'.
               88 PJD-HOURLY           VALUE 'H'.
           05 PJD-HEADCOUNT        PIC 9(3).
           05 PJD-MONTHS           PIC 9(2).
           05 PJD-CURRENT-ANNUAL   PIC 9(9)V99.
           05 PJD-MERIT-PCT        PIC 9(2)V99.
           05 PJD-SALARY           PIC 9(9)V99.
           05 PJD-ER-SOCIAL-SEC    PIC 9(7)V99.
           05 PJD-ER-MEDICARE      PIC 9(7)V99.
           05 PJD-FUTA             PIC 9(7)V99.
           05 PJD-SUTA             PIC 9(7)V99.
           05 PJD-BENEFITS         PIC 9(7)V99.
           05 PJD-MATCH            PIC 9(7)V99.
           05 PJD-TOTAL-COST       PIC 9(9)V99.
