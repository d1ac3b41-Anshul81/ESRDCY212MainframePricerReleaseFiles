      * Annual statutory limits used by SalaryCalculation - the
      * Social Security wage base, the 401k deferral and catch-up
      * limits, the HSA self/family/catch-up limits and the
      * additional-Medicare threshold. Mirrors WHTABLE.cpy's layout
      * style. Filled at run start by RateTableLoad from the
      * effective-dated RATETBL.DAT rows (table id LIMT, KEY = limit
      * name, AMT-1 = the dollar figure), so the January figures are
      * a table load - keyed by hand or from the tax vendor's feed
      * through TaxFeedTranslate - not a program change. Limit names:
      *   FICA-WAGE-BASE   401K-DEFERRAL   401K-CATCHUP
      *   HSA-SELF         HSA-FAMILY      HSA-CATCHUP
      *   ADDL-MEDICARE
       01 STAT-LIMIT-TABLE.
           05 STAT-LIMIT-COUNT     PIC 9(3) VALUE 0.
           05 STAT-LIMIT-ENTRY OCCURS 20 TIMES
                   INDEXED BY STAT-LIMIT-IDX.
               10 STAT-LIMIT-NAME      PIC X(20).
               10 STAT-LIMIT-AMOUNT    PIC 9(9)V99.
