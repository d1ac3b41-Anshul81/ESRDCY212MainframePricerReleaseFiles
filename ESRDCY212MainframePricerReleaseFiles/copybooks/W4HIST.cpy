      * W-4 election change history (W4HIST.DAT, line sequential,
      * appended by W4Maint, never rewritten). W4ELECT.DAT is
      * rewritten in place and keeps only the current election, so
      * each applied election or removal is recorded here with the
      * employee's W4ELECT.DAT row before and after the change, run-
      * stamped the same way as the master journal (JRNLREC.cpy).
      * AsOfInquiry backs the before-images out of the current row,
      * newest first, to show the W-4 as it stood on a past date. A
      * before-image of spaces means the employee had no row yet.
       01 W4-HISTORY-RECORD.
           05 W4H-RUN-STAMP        PIC X(15).
           05 W4H-PROGRAM          PIC X(20).
           05 W4H-EMPLOYEE-ID      PIC 9(5).
           05 W4H-BEFORE-IMAGE     PIC X(21).
           05 W4H-AFTER-IMAGE      PIC X(21).
