      * Earnings-code table, loaded once per run from ERNCODE.DAT by
      * the EarnCodeLoad subprogram (record layout in ERNCODE). The
      * flags carry the same Y/N values as the master record.
       01 EARN-CODE-TABLE.
           05 EARN-CODE-COUNT      PIC 9(3) VALUE 0.
           05 EARN-CODE-ENTRY OCCURS 50 TIMES
                   INDEXED BY EARN-CODE-IDX.
               10 ECT-CODE             PIC X(4).
               10 ECT-DESCRIPTION      PIC X(20).
               10 ECT-GL-ACCOUNT       PIC X(6).
               10 ECT-TAX-FEDERAL      PIC X.
                   88 ECT-FEDERAL-TAXABLE  VALUE 'Y'.
               10 ECT-TAX-STATE        PIC X.
                   88 ECT-STATE-TAXABLE    VALUE 'Y'.
               10 ECT-TAX-FICA         PIC X.
                   88 ECT-FICA-TAXABLE     VALUE 'Y'.
               10 ECT-TAX-MEDICARE     PIC X.
                   88 ECT-MEDICARE-TAXABLE VALUE 'Y'.
               10 ECT-TAX-UNEMPLOYMENT PIC X.
                   88 ECT-UNEMP-TAXABLE    VALUE 'Y'.
               10 ECT-REGULAR-RATE     PIC X.
                   88 ECT-IN-REGULAR-RATE  VALUE 'Y'.
               10 ECT-401K-ELIGIBLE    PIC X.
                   88 ECT-401K-DEFERRABLE  VALUE 'Y'.
               10 ECT-W2-BOX           PIC X(2).
                   88 ECT-W2-BOX-12        VALUE '12'.
                   88 ECT-W2-BOX-14        VALUE '14'.
               10 ECT-W2-CODE          PIC X(2).
