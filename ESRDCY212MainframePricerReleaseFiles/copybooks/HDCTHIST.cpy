      * Monthly headcount history (HDCTHIST.DAT, line sequential, kept
      * in month and company order by HeadcountReport). One record per
      * company per month plus an all-companies record (company '**');
      * rerunning a month replaces that month's records. The report's
      * 12-month trend and rolling turnover are read back from here.
       01 HEADCOUNT-HISTORY-RECORD.
           05 HDH-KEY.
               10 HDH-MONTH            PIC 9(6).
               10 HDH-COMPANY-CODE     PIC X(2).
                   88 HDH-ALL-COMPANIES    VALUE '**'.
           05 HDH-COUNTS.
               10 HDH-OPENING          PIC 9(6).
               10 HDH-HIRES            PIC 9(6).
               10 HDH-REHIRES          PIC 9(6).
               10 HDH-TERMS-VOLUNTARY  PIC 9(6).
               10 HDH-TERMS-INVOLUNTARY PIC 9(6).
               10 HDH-TERMS-OTHER      PIC 9(6).
               10 HDH-TRANSFERS-IN     PIC 9(6).
               10 HDH-TRANSFERS-OUT    PIC 9(6).
               10 HDH-CLOSING          PIC 9(6).
