      * Side-file integrity scan status record (INTEGCHK.DAT, line
      * sequential, one record, rewritten by every IntegrityScan
      * run). CLEAN - nothing found; WARNINGS - orphaned, stale or
      * contradictory rows listed on INTEGRPT.DAT that the cycle
      * can still run past; FAILED - duplicate or out-of-sequence
      * keys, or deposit splits with nowhere valid to go, which the
      * cycle's table loads would misapply. MainProgram refuses to
      * start a cycle unless a scan has been run for the cycle's pay
      * period and did not end FAILED.
       01 INTEGRITY-CHECK-RECORD.
           05 ICK-PAY-PERIOD       PIC 9(6).
           05 ICK-STATUS           PIC X(8).
               88 ICK-SCAN-CLEAN       VALUE 'CLEAN'.
               88 ICK-SCAN-WARNINGS    VALUE 'WARNINGS'.
               88 ICK-SCAN-FAILED      VALUE 'FAILED'.
           05 ICK-RUN-STAMP        PIC X(15).
           05 ICK-ROW-COUNT        PIC 9(7).
           05 ICK-FAIL-COUNT       PIC 9(5).
           05 ICK-WARN-COUNT       PIC 9(5).
