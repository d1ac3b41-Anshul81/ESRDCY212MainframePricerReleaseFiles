      * Employee data access log (ACCLOG.DAT, line sequential,
      * permanent - appended by EmployeeInquiry, PayHistInquiry and
      * AsOfInquiry, never rewritten or purged). One record per
      * employee a lookup returned; a lookup that returned nobody,
      * or a request card refused for want of a requester ID or a
      * valid reason code, gets one record with a zero employee ID.
      * The run stamp, program and lookup sequence together identify
      * the lookup.
      * An SSN search value is logged masked to its last four digits
      * - the log must not become a copy of the SSNs it protects.
      * AccessReview reads it for the monthly access review.
       01 ACCESS-LOG-RECORD.
           05 ACC-RUN-STAMP        PIC X(15).
           05 ACC-PROGRAM          PIC X(15).
           05 ACC-LOOKUP-SEQ       PIC 9(5).
           05 ACC-REQUESTER-ID     PIC X(8).
      * Why the data was needed: PY payroll processing or correction,
      * AU audit, HR human resources, EV employment verification, LG
      * legal order or subpoena, EE the employee's own request.
           05 ACC-REASON-CODE      PIC X(2).
               88 ACC-REASON-VALID     VALUES 'PY' 'AU' 'HR' 'EV'
                                              'LG' 'EE'.
      * N name, S SSN, D department (EmployeeInquiry); H pay history
      * for one employee (PayHistInquiry - a zero period is every
      * period on file); E one employee, D a department, as of the
      * date in the search value (AsOfInquiry).
           05 ACC-SEARCH-TYPE      PIC X(1).
               88 ACC-SEARCH-BY-SSN    VALUE 'S'.
           05 ACC-SEARCH-VALUE     PIC X(40).
           05 ACC-PAY-PERIOD       PIC 9(6).
           05 ACC-RESULT           PIC X(1).
               88 ACC-RECORD-RETURNED  VALUE 'R'.
               88 ACC-NONE-FOUND       VALUE 'N'.
               88 ACC-REQUEST-REFUSED  VALUE 'X'.
           05 ACC-EMPLOYEE-ID      PIC 9(5).
