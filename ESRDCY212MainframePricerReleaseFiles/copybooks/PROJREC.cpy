      * Project master record layout (PROJMAST.DAT, line sequential,
      * one record per PRJ-CODE). Every project/job code keyed on a
      * timesheet line must be here and open, or the line's hours
      * are paid but left unassigned. The GL account is the project
      * labor (billable/WIP) account the extract charges the spread
      * labor to; blank takes the default project labor account.
       01 PROJECT-RECORD.
           05 PRJ-CODE             PIC X(6).
           05 PRJ-NAME             PIC X(30).
           05 PRJ-CLIENT           PIC X(20).
           05 PRJ-STATUS           PIC X(1).
               88 PRJ-OPEN             VALUE 'O'.
               88 PRJ-CLOSED           VALUE 'C'.
           05 PRJ-GL-ACCOUNT       PIC X(6).
