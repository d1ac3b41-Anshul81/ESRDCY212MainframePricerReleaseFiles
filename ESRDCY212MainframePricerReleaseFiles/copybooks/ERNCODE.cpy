      * Earnings-code master record layout (ERNCODE.DAT, line
      * sequential, one record per earnings code Payroll has set
      * up). Each code says how that kind of pay is treated: which
      * taxes it is subject to (Y/N per tax), whether it belongs in
      * the regular rate of pay for overtime, whether the 401(k)
      * deferral election applies to it, the GL account its expense
      * posts to, and where it lands on the W-2 - box 1 wages only
      * ('01'), box 12 with its letter code ('12'), or box 14 with
      * a short label taken from the description ('14'). Adding a
      * new kind of pay is a new record here, not a program change.
      * Loaded through the EarnCodeLoad subprogram into ERNTBL.
       01 EARN-CODE-RECORD.
           05 ECR-CODE             PIC X(4).
           05 ECR-DESCRIPTION      PIC X(20).
           05 ECR-GL-ACCOUNT       PIC X(6).
           05 ECR-TAX-FEDERAL      PIC X.
           05 ECR-TAX-STATE        PIC X.
           05 ECR-TAX-FICA         PIC X.
           05 ECR-TAX-MEDICARE     PIC X.
           05 ECR-TAX-UNEMPLOYMENT PIC X.
           05 ECR-REGULAR-RATE     PIC X.
           05 ECR-401K-ELIGIBLE    PIC X.
           05 ECR-W2-BOX           PIC X(2).
           05 ECR-W2-CODE          PIC X(2).
