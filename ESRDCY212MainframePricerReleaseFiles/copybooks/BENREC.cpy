      * waived rows price at zero). Shares are annual amounts; the
      * calculation prorates them to the employee's pay frequency.
      * Maintained by BenefitMaint from BENTRANS.DAT elections and
      * life-event changes; TermPay ends a leaver's enrollments.
       01 BENEFIT-RECORD.
           05 BEN-EMPLOYEE-ID      PIC 9(5).
           05 BEN-PLAN-CODE        PIC X(4).
           05 BEN-STATUS           PIC X(1).
               88 BEN-ENROLLED         VALUE 'A'.
               88 BEN-TERMINATED       VALUE 'T'.
      * Coverage dates the carriers are sent (EnrollmentExtract):
      * the date the current election took effect, and the date
      * coverage ended on a terminated row (zero while enrolled).
      * Spaces on rows written before the fields existed.
           05 BEN-EFFECTIVE-DATE   PIC 9(8).
           05 BEN-END-DATE         PIC 9(8).
