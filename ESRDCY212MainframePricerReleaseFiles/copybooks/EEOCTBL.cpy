      * EEO-1 job category by role, used by the EeoReport annual
      * workforce count. Mirrors WCTBL.cpy's class-by-role layout.
      * Filled by RateTableLoad from the effective-dated RATETBL.DAT
      * rows (table id EEOC): KEY = role, AMT-1 = the EEO-1 job
      * category number -
      *    1 executive/senior officials and managers
      *    2 first/mid-level officials and managers
      *    3 professionals        4 technicians
      *    5 sales workers        6 administrative support
      *    7 craft workers        8 operatives
      *    9 laborers and helpers 10 service workers
      * so a new role or a recategorized one is a table load, not a
      * program change.
       01 EEO-CATEGORY-TABLE.
           05 EEO-CAT-COUNT        PIC 9(3) VALUE 0.
           05 EEO-CAT-ENTRY OCCURS 20 TIMES
                   INDEXED BY EEO-CAT-IDX.
               10 EEO-CAT-ROLE         PIC X(20).
               10 EEO-CAT-CODE         PIC 9(2).
