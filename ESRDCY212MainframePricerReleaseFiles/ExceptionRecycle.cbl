           05 TIME-EMPLOYEE-ID     PIC 9(5).
           05 TIME-HOURS-WORKED    PIC 9(3)V99.
           05 TIME-SHIFT-PREMIUM   PIC 9(2)V99.
           05 TIME-PROJECT-CODE    PIC X(6).
           05 TIME-WORK-DATE       PIC 9(8).
       01  TIME-BATCH-VIEW.
           05 TIME-RECORD-TYPE     PIC X(1).
           05 FILLER               PIC X(27).

       FD  EMPLOYEE-TRANS.
       01  TRANS-RECORD.
