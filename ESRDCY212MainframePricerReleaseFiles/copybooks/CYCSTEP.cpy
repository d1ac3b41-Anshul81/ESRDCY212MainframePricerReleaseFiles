      * Cycle step definition record (CYCSTEPS.DAT, line sequential,
      * one record per job step of the pay cycle, in the order the
      * steps run). CycleDriver runs them in turn. The standard cycle
      * is PayCycleSelect, ExceptionRecycle, IntegrityScan,
      * RangeCoverage, RateTableScan, BatchRegister, MainProgram (per
      * range), PayrollAudit and AuditRelease (per range), CheckPrint,
      * PayStatement, WorkCompPremium, CycleConsolidate, PeriodClose.
      * STP-PREDECESSOR names the step that must have completed
      * first (zero for none) and must be an earlier step. A per-range
      * step runs once for every RANGES.DAT band with that band's
      * FROM/TO on RUNPARM.DAT. A step marked S is skipped when
      * RUNPARM.DAT asks for a preview, and so is any step that
      * depends on a skipped one. STP-MAX-RC is the highest return
      * code the step may end with and still count as complete -
      * zero for most, 4 where the step's warnings are for review,
      * not for holding the cycle. STP-COMMAND is what runs the step
      * when its load module is not simply called by its name.
       01 CYCLE-STEP-RECORD.
           05 STP-STEP-NO          PIC 9(3).
           05 STP-PROGRAM          PIC X(15).
           05 STP-PREDECESSOR      PIC 9(3).
           05 STP-SCOPE            PIC X(1).
               88 STP-RUNS-ONCE        VALUE 'O'.
               88 STP-RUNS-PER-RANGE   VALUE 'R'.
           05 STP-PREVIEW          PIC X(1).
               88 STP-SKIP-IN-PREVIEW  VALUE 'S'.
               88 STP-RUN-IN-PREVIEW   VALUE 'R' ' '.
           05 STP-MAX-RC           PIC 9(2).
           05 STP-COMMAND          PIC X(60).
