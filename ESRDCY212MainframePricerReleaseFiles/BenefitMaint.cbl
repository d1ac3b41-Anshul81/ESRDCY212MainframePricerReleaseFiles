      * to the BENEFITS.DAT enrollment file. An 'E' election adds the
      * employee/plan row or replaces the existing one (tier change,
      * share change); a 'T' termination marks the row terminated so
      * the payroll pricing stops charging for it. The transaction's
      * effective date (today when left blank) dates the election's
      * coverage start or the termination's coverage end for the
      * carrier enrollment files. Every applied and rejected
      * transaction lands on BENRPT.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 BTR-EMPLOYEE-ANNUAL      PIC 9(5)V99.
           05 BTR-EMPLOYER-ANNUAL      PIC 9(5)V99.
           05 BTR-COVERAGE-AMOUNT      PIC 9(7)V99.
           05 BTR-EFFECTIVE-DATE       PIC 9(8).

       FD  BENEFIT-FILE.
           COPY BENREC.
           88 COBRA-OK                 VALUE '00'.
       01 WS-COBRA-ADMIN-FACTOR    PIC 9V99 VALUE 1.02.
       01 WS-TODAY                 PIC 9(8).
       01 WS-TRANS-DATE            PIC 9(8).

      * In-core image of BENEFITS.DAT, rewritten at end of run.
       01 WS-ENROLL-TABLE.
               10 WS-ENR-ER-ANNUAL     PIC 9(5)V99.
               10 WS-ENR-COVERAGE      PIC 9(7)V99.
               10 WS-ENR-STATUS        PIC X(1).
               10 WS-ENR-EFFECTIVE     PIC 9(8).
               10 WS-ENR-END           PIC 9(8).
       01 WS-ENROLL-SUB            PIC 9(4).
       01 WS-MATCH-SUB             PIC 9(4).
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
                               TO WS-ENR-COVERAGE (WS-ENROLL-SUB)
                           MOVE BEN-STATUS
                               TO WS-ENR-STATUS (WS-ENROLL-SUB)
                           MOVE 0 TO WS-ENR-EFFECTIVE (WS-ENROLL-SUB)
                           MOVE 0 TO WS-ENR-END (WS-ENROLL-SUB)
                           IF BEN-EFFECTIVE-DATE IS NUMERIC
                               MOVE BEN-EFFECTIVE-DATE
                                   TO WS-ENR-EFFECTIVE (WS-ENROLL-SUB)
                           END-IF
                           IF BEN-END-DATE IS NUMERIC
                               MOVE BEN-END-DATE
                                   TO WS-ENR-END (WS-ENROLL-SUB)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-ENR-COVERAGE (WS-ENROLL-SUB)
               TO BEN-COVERAGE-AMOUNT
           MOVE WS-ENR-STATUS (WS-ENROLL-SUB) TO BEN-STATUS
           MOVE WS-ENR-EFFECTIVE (WS-ENROLL-SUB) TO BEN-EFFECTIVE-DATE
           MOVE WS-ENR-END (WS-ENROLL-SUB) TO BEN-END-DATE
           WRITE BENEFIT-RECORD.

       Apply-Benefit-Transaction.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TRANS-DATE
           IF BTR-EFFECTIVE-DATE IS NUMERIC
               IF BTR-EFFECTIVE-DATE > 0
                   MOVE BTR-EFFECTIVE-DATE TO WS-TRANS-DATE
               END-IF
           END-IF
           PERFORM Find-Enrollment-Row
           EVALUATE TRUE
               WHEN BTR-ELECTION
           MOVE BTR-EMPLOYER-ANNUAL TO WS-ENR-ER-ANNUAL (WS-MATCH-SUB)
           MOVE BTR-COVERAGE-AMOUNT TO WS-ENR-COVERAGE (WS-MATCH-SUB)
           MOVE 'A' TO WS-ENR-STATUS (WS-MATCH-SUB)
           MOVE WS-TRANS-DATE TO WS-ENR-EFFECTIVE (WS-MATCH-SUB)
           MOVE 0 TO WS-ENR-END (WS-MATCH-SUB)
           ADD 1 TO WS-APPLIED-COUNT
           MOVE BTR-EMPLOYEE-ID TO WS-ID-EDIT
           STRING 'EMP ' WS-ID-EDIT ' PLAN ' BTR-PLAN-CODE
                   DELIMITED BY SIZE INTO Report-Data
           ELSE
               MOVE 'T' TO WS-ENR-STATUS (WS-MATCH-SUB)
               MOVE WS-TRANS-DATE TO WS-ENR-END (WS-MATCH-SUB)
               ADD 1 TO WS-APPLIED-COUNT
               STRING 'EMP ' WS-ID-EDIT ' PLAN ' BTR-PLAN-CODE
                   ' ENROLLMENT TERMINATED'
