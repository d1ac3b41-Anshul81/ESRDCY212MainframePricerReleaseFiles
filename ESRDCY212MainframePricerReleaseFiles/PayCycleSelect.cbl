      * cycle. The run frequency on RUNPARM.DAT decides who is due:
      * a weekly run selects W (weekly) and H (hourly) employees, the
      * biweekly run selects B, the monthly run selects M. Terminated
      * employees, employees out on a leave of absence, and employees
      * on another frequency are skipped, and
      * every decision - picked or skipped, with the reason - goes to
      * the selection report so a missed employee can be traced to a
      * master-file cause rather than a keying miss.
       Select-Employee.
           SET EMPLOYEE-NOT-DUE TO TRUE
           MOVE EMP-ID TO SEL-EMPLOYEE-ID
           MOVE SPACES TO SEL-REASON
           EVALUATE TRUE
               WHEN EMP-STATUS-TERMINATED
                   MOVE 'SKIPPED' TO SEL-DISPOSITION
                   MOVE 'Employee is terminated' TO SEL-REASON
      * Unpaid leave - no check this cycle; LeavePremium carries
      * the benefit premiums until the employee returns.
               WHEN EMP-STATUS-ON-LEAVE
                   MOVE 'SKIPPED' TO SEL-DISPOSITION
                   IF EMP-LEAVE-RETURN-DATE > 0
                       STRING 'On leave (type ' EMP-LEAVE-TYPE
                           ') since ' EMP-LEAVE-START-DATE
                           ', expected back ' EMP-LEAVE-RETURN-DATE
                           DELIMITED BY SIZE INTO SEL-REASON
                   ELSE
                       STRING 'On leave (type ' EMP-LEAVE-TYPE
                           ') since ' EMP-LEAVE-START-DATE
                           ', return date open'
                           DELIMITED BY SIZE INTO SEL-REASON
                   END-IF
      * Each legal entity runs its own cycle - a blank parm company
      * (the converted single-company parm) still selects everyone.
               WHEN WS-COMPANY-CODE NOT = SPACES AND
