      * Health savings account election record layout (HSAELECT.DAT,
      * line sequential, one record per employee, sorted by employee
      * ID). The employee's per-period pre-tax contribution and the
      * coverage tier of the high-deductible health plan behind the
      * account - self-only (S) or family (F) - which sets both the
      * IRS annual limit and the employer's funding off HSASCHED.cpy.
      * The birth date is carried here for the same reason the 401k
      * election carries one: the statutory age-55 catch-up is
      * granted in the year the employee reaches 55. An employee with
      * no active record here has no HSA and sees no change.
       01 HSA-ELECTION-RECORD.
           05 HSA-EMPLOYEE-ID      PIC 9(5).
           05 HSA-PER-PERIOD       PIC 9(5)V99.
           05 HSA-COVERAGE         PIC X(1).
               88 HSA-SELF-ONLY        VALUE 'S'.
               88 HSA-FAMILY           VALUE 'F'.
           05 HSA-BIRTH-DATE       PIC 9(8).
           05 HSA-STATUS           PIC X(1).
               88 HSA-ELECTION-ACTIVE  VALUE 'A'.
               88 HSA-ELECTION-ENDED   VALUE 'T'.
