      * Expense reimbursement types the payroll cycle will pay, and
      * the GL expense account each is charged to. A reimbursement
      * keyed with a type not listed here is excepted by the cycle,
      * not paid - Finance assigns the account before the type is
      * used. The posted-pay record carries the period's amount for
      * each type in the same position as the type's entry here.
       01 RMB-ACCT-TABLE.
           05 RMB-ACCT-ENTRY OCCURS 5 TIMES
                   INDEXED BY RMB-ACCT-IDX.
               10 RMB-ACCT-TYPE        PIC X(4).
               10 RMB-ACCT-EXPENSE     PIC X(6).
               10 RMB-ACCT-DESC        PIC X(8).
       01 RMB-ACCT-VALUES REDEFINES RMB-ACCT-TABLE.
           05 FILLER PIC X(18) VALUE 'MILE560100MILEAGE '.
           05 FILLER PIC X(18) VALUE 'TRVL560200TRAVEL  '.
           05 FILLER PIC X(18) VALUE 'MEAL560300MEALS   '.
           05 FILLER PIC X(18) VALUE 'LODG560400LODGING '.
           05 FILLER PIC X(18) VALUE 'OTHR560900OTHER   '.
