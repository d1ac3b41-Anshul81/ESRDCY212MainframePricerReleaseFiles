      * Final-pay deadline table keyed by work state and termination
      * type, used by TermPay's deadline warning and the
      * FinalPayCompliance report. Mirrors SUTATBL.cpy's layout
      * style. Filled by RateTableLoad from the effective-dated
      * RATETBL.DAT rows (table id FPAY): KEY = work state followed
      * by the termination type - I involuntary, V voluntary, or
      * blank for a state whose rule does not turn on it - AMT-1 =
      * calendar days after the termination date the final pay is
      * due (0 = on the termination date itself), AMT-2 = the most
      * days the state's waiting-time penalty runs (0 = no cap).
       01 FINAL-PAY-TABLE.
           05 FPAY-COUNT           PIC 9(3) VALUE 0.
           05 FPAY-ENTRY OCCURS 100 TIMES
                   INDEXED BY FPAY-IDX.
               10 FPAY-STATE-CODE      PIC X(2).
               10 FPAY-TERM-TYPE       PIC X(1).
                   88 FPAY-INVOLUNTARY     VALUE 'I'.
                   88 FPAY-VOLUNTARY       VALUE 'V'.
                   88 FPAY-EITHER-TYPE     VALUE ' '.
               10 FPAY-DAYS-ALLOWED    PIC 9(3).
               10 FPAY-PENALTY-CAP     PIC 9(3).
