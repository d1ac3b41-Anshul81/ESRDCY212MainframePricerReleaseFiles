      * Employee demographic self-identification record (EMPDEMO.DAT,
      * indexed, keyed by employee ID). Held apart from the master on
      * its own secured file so that nothing which reads or prints
      * EMPREC can carry it: it is maintained only by DemographicMaint
      * from DEMOTRANS.DAT and read only by the annual EeoReport, and
      * no payroll report prints it. The fields are voluntary - a
      * blank sex or race/ethnicity is one the employee chose not to
      * give. Sex and race/ethnicity follow the EEO-1 categories.
       01 DEMOGRAPHIC-RECORD.
           05 DEMO-EMPLOYEE-ID     PIC 9(5).
           05 DEMO-SEX             PIC X(1).
               88 DEMO-MALE            VALUE 'M'.
               88 DEMO-FEMALE          VALUE 'F'.
               88 DEMO-SEX-VALID       VALUE 'M' 'F' ' '.
               88 DEMO-SEX-NOT-GIVEN   VALUE ' '.
           05 DEMO-RACE-ETHNICITY  PIC X(1).
               88 DEMO-HISPANIC        VALUE 'H'.
               88 DEMO-WHITE           VALUE 'W'.
               88 DEMO-BLACK           VALUE 'B'.
               88 DEMO-PACIFIC-ISLANDER VALUE 'P'.
               88 DEMO-ASIAN           VALUE 'A'.
               88 DEMO-AMERICAN-INDIAN VALUE 'I'.
               88 DEMO-TWO-OR-MORE     VALUE 'T'.
               88 DEMO-RACE-VALID      VALUE 'H' 'W' 'B' 'P' 'A'
                                             'I' 'T' ' '.
               88 DEMO-RACE-NOT-GIVEN  VALUE ' '.
           05 DEMO-SELF-ID-DATE    PIC 9(8).
           05 DEMO-LAST-CHANGED    PIC 9(8).
