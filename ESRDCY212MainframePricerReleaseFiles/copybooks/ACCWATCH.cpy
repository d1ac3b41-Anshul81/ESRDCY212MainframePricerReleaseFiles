      * Sensitive-record watch list (ACCWATCH.DAT, line sequential,
      * kept by payroll management). One record per employee whose
      * record lookups are reviewed individually: company officers
      * (O) and the payroll staff themselves (P). A payroll staff
      * member's inquiry requester ID is carried so AccessReview can
      * tell a look at their own record from a look at a colleague's.
       01 ACCESS-WATCH-RECORD.
           05 AWL-EMPLOYEE-ID      PIC 9(5).
           05 AWL-CATEGORY         PIC X(1).
               88 AWL-OFFICER          VALUE 'O'.
               88 AWL-PAYROLL-STAFF    VALUE 'P'.
           05 AWL-REQUESTER-ID     PIC X(8).
