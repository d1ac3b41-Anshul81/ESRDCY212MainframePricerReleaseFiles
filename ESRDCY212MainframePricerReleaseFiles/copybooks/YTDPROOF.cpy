      * YTD proof status record (YTDPROOF.DAT, line sequential, one
      * record, rewritten by every YtdProof run). CLEAN means every
      * employee's master YTD buckets agreed with the year's
      * PAYHIST.DAT detail when the run stamped here was made;
      * DIFFS means the YTDRECON.DAT report lists what did not.
      * W2Extract and YearEndRoll refuse to run unless the proof is
      * CLEAN for their year and nothing has been journaled against
      * the master since it was taken.
       01 YTD-PROOF-RECORD.
           05 PRF-TAX-YEAR         PIC 9(4).
           05 PRF-STATUS           PIC X(8).
               88 PRF-PROOF-CLEAN      VALUE 'CLEAN'.
               88 PRF-PROOF-DIFFS      VALUE 'DIFFS'.
           05 PRF-RUN-STAMP        PIC X(15).
           05 PRF-EMPLOYEE-COUNT   PIC 9(5).
           05 PRF-DIFF-COUNT       PIC 9(5).
