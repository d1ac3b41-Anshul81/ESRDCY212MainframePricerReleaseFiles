      * Carrier enrollment transmission log (ENRLLOG.DAT, line
      * sequential, appended by EnrollmentExtract). One record per
      * member line sent - which carrier file and file sequence it
      * went in, whether that file was an update or a full audit,
      * and what was said: the maintenance code (021 add, 001
      * change, 024 term, 030 audit), tier and coverage dates. Kept
      * so a CarrierRecon exception can be traced to what the
      * carrier was actually sent.
       01 ENROLL-LOG-RECORD.
           05 ELG-RUN-STAMP        PIC X(15).
           05 ELG-CARRIER-ID       PIC X(6).
           05 ELG-FILE-NAME        PIC X(13).
           05 ELG-FILE-SEQ         PIC 9(5).
           05 ELG-FILE-PURPOSE     PIC X(3).
               88 ELG-UPDATE-FILE      VALUE 'UPD'.
               88 ELG-AUDIT-FILE       VALUE 'AUD'.
           05 ELG-EMPLOYEE-ID      PIC 9(5).
           05 ELG-PLAN-CODE        PIC X(4).
           05 ELG-MAINT-CODE       PIC X(3).
           05 ELG-COVERAGE-TIER    PIC X(1).
           05 ELG-BEGIN-DATE       PIC 9(8).
           05 ELG-END-DATE         PIC 9(8).
