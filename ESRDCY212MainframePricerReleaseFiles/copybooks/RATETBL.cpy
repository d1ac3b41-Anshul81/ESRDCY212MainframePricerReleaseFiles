      *   ROLE  pay band by role:  KEY = role, AMT-1 = band minimum,
      *         AMT-2 = band maximum
      *   DEPT  dept bonus rate:   KEY = dept code, AMT-1 = percent
      *   LOCL  local income tax:  KEY = jurisdiction code,
      *         AMT-1 = rate as percent
      *   MINW  wage floors:       KEY = work state (US = federal),
      *         AMT-1 = hourly minimum wage, AMT-2 = annual salary
      *         threshold for the FLSA exemption
      *   LIMT  statutory limits:  KEY = limit name (STATLIM.cpy),
      *         AMT-1 = the annual dollar limit
      *   FPAY  final-pay deadline: KEY = work state + termination
      *         type (I, V or blank), AMT-1 = days allowed after
      *         the termination date, AMT-2 = penalty cap in days
      *   EEOC  EEO-1 job category: KEY = role, AMT-1 = category
      *         number 1-10 (EEOCTBL.cpy)
      * RateTableLoad picks the rows in effect for the date being
      * paid, so next year's rates can sit on the file in December
      * with a January effective-from.
