      * Closed-year YTD record (YTDHIST.DAT, sequential, appended by
      * YearEndRoll). One record per employee per rolled year - the
      * master's YTD buckets exactly as they stood when the year was
      * closed, kept for the prior-year W-2 and reconciliation work
      * that must not depend on the (since zeroed) master.
       01  YTD-HISTORY-RECORD.
           05 YH-YEAR                  PIC 9(4).
           05 YH-EMPLOYEE-ID           PIC 9(5).
           05 YH-YTD-GROSS             PIC 9(9)V99.
           05 YH-YTD-DEDUCTIONS        PIC 9(9)V99.
           05 YH-YTD-NET               PIC 9(9)V99.
           05 YH-YTD-BONUS             PIC 9(9)V99.
           05 YH-YTD-FEDERAL           PIC 9(9)V99.
           05 YH-YTD-STATE             PIC 9(9)V99.
           05 YH-YTD-FICA              PIC 9(9)V99.
           05 YH-YTD-MEDICARE          PIC 9(9)V99.
           05 YH-YTD-HEALTH            PIC 9(9)V99.
           05 YH-YTD-401K              PIC 9(9)V99.
           05 YH-YTD-FUTA-WAGES        PIC 9(9)V99.
           05 YH-YTD-SUTA-WAGES        PIC 9(9)V99.
      * Taxable-wage positions (see EMPREC.cpy).
           05 YH-YTD-FED-WAGES         PIC 9(9)V99.
           05 YH-YTD-SS-WAGES          PIC 9(9)V99.
           05 YH-YTD-MEDI-WAGES        PIC 9(9)V99.
      * Local income tax withheld and local taxable wages.
           05 YH-YTD-LOCAL             PIC 9(9)V99.
           05 YH-YTD-LOCAL-WAGES       PIC 9(9)V99.
      * Health savings account employee and employer contributions.
           05 YH-YTD-HSA               PIC 9(9)V99.
           05 YH-YTD-HSA-ER            PIC 9(9)V99.
