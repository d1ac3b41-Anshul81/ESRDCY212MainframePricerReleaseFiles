      * Severance agreement record layout (SEVAGREE.DAT, line
      * sequential). One record per separation agreement granting
      * salary continuation, keyed in by HR when the agreement is
      * signed. The grant is either a total amount or a number of
      * periods, with the per-period installment (either one may be
      * left zero and is worked out from the other two). Benefits
      * flag Y continues the employee's benefit deductions out of
      * each installment. SeveranceRun maintains the paid-to-date
      * fields and closes the agreement once the total is paid.
       01 SEVERANCE-AGREEMENT.
           05 SEV-EMPLOYEE-ID          PIC 9(5).
           05 SEV-TOTAL-AMOUNT         PIC 9(7)V99.
           05 SEV-PERIOD-COUNT         PIC 9(3).
           05 SEV-INSTALLMENT          PIC 9(7)V99.
           05 SEV-START-DATE           PIC 9(8).
           05 SEV-BENEFITS-FLAG        PIC X(1).
               88 SEV-BENEFITS-CONTINUE    VALUE 'Y'.
           05 SEV-PAID-TO-DATE         PIC 9(7)V99.
           05 SEV-PERIODS-PAID         PIC 9(3).
           05 SEV-LAST-PERIOD          PIC 9(6).
           05 SEV-STATUS               PIC X(1).
               88 SEV-AGREEMENT-OPEN       VALUE 'O' ' '.
               88 SEV-AGREEMENT-COMPLETE   VALUE 'C'.
