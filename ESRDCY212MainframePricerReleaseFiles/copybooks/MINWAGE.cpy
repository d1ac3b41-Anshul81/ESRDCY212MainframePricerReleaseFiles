      * Minimum hourly wage and FLSA exempt salary threshold in
      * effect for the check date, loaded from the MINW rows of
      * RATETBL.DAT by RateTableLoad - one entry per work state plus
      * the federal floor under state code US. The higher of the
      * federal and state figures is the one an employee must meet.
       01 MIN-WAGE-TABLE.
           05 MIN-WAGE-COUNT       PIC 9(3) VALUE 0.
           05 MIN-WAGE-ENTRY OCCURS 60 TIMES
                   INDEXED BY MIN-WAGE-IDX.
               10 MIN-WAGE-STATE       PIC X(2).
               10 MIN-WAGE-HOURLY      PIC 9(3)V99.
               10 MIN-WAGE-EXEMPT-SALARY PIC 9(7)V99.
