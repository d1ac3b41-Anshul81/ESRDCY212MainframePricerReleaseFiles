      * Cycle control record (CYCCTL.DAT, line sequential, rewritten
      * by CycleDriver every time a step changes state). A header
      * record names the pay period the cycle is for, when it began,
      * and the RUNPARM.DAT record as the operators set it up - the
      * per-range steps rewrite RUNPARM.DAT band by band, and a
      * restart puts this copy back. Then one step record per step,
      * or per step and band for a per-range step: pending, running
      * (the driver stopped while the step was out), complete,
      * failed, or skipped for a preview, with the return code and
      * the times the step started and ended. Rerunning CycleDriver
      * for the same period picks up at the first step not complete
      * or skipped.
       01 CYCLE-CONTROL-RECORD.
           05 CYC-RECORD-TYPE      PIC X(1).
               88 CYC-HEADER           VALUE 'H'.
               88 CYC-STEP-ROW         VALUE 'S'.
           05 CYC-PAY-PERIOD       PIC 9(6).
           05 CYC-STEP-DATA.
               10 CYC-STEP-NO          PIC 9(3).
               10 CYC-PROGRAM          PIC X(15).
               10 CYC-BAND-FROM-ID     PIC 9(5).
               10 CYC-BAND-TO-ID       PIC 9(5).
               10 CYC-STATUS           PIC X(1).
                   88 CYC-STEP-PENDING     VALUE 'P'.
                   88 CYC-STEP-RUNNING     VALUE 'R'.
                   88 CYC-STEP-COMPLETE    VALUE 'C'.
                   88 CYC-STEP-FAILED      VALUE 'F'.
                   88 CYC-STEP-SKIPPED     VALUE 'K'.
               10 CYC-RETURN-CODE      PIC 9(3).
               10 CYC-START-STAMP      PIC X(15).
               10 CYC-END-STAMP        PIC X(15).
           05 CYC-HEADER-DATA REDEFINES CYC-STEP-DATA.
               10 CYC-CYCLE-STARTED    PIC X(15).
               10 CYC-SAVED-RUN-PARM   PIC X(20).
               10 FILLER               PIC X(27).
