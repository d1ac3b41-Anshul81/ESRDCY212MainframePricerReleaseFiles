      * employee thinks they have coverage the carrier does not
      * know about), and tier or premium mismatches. The report
      * CARRECON.DAT finishes with billed-versus-expected totals by
      * plan so the payment is verified, not assumed. Each exception
      * is followed by what the carrier was last sent for that
      * member and plan, from EnrollmentExtract's transmission log
      * ENRLLOG.DAT, so a carrier that never applied a change can
      * be told from one that was never sent it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT OPTIONAL ENROLL-LOG ASSIGN TO 'ENRLLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'CARRECON.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  ENROLL-LOG.
           COPY ENRLLOG.

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(100).

       01 WS-BENEFIT-STATUS        PIC XX.
           88 BENEFIT-OK               VALUE '00'.
           88 BENEFIT-EOF              VALUE '10'.
       01 WS-LOG-STATUS            PIC XX.
           88 LOG-OK                   VALUE '00'.
           88 LOG-EOF                  VALUE '10'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

       01 WS-PLAN-SUB              PIC 9(2).
       01 WS-PLAN-MATCHED          PIC X.

      * Last transmission log entry per member and plan - later
      * log records replace earlier ones.
       01 WS-SENT-TABLE.
           05 WS-SENT-COUNT        PIC 9(4) VALUE 0.
           05 WS-SENT-ENTRY OCCURS 2000 TIMES.
               10 WS-SNT-EMPLOYEE-ID   PIC 9(5).
               10 WS-SNT-PLAN-CODE     PIC X(4).
               10 WS-SNT-MAINT-CODE    PIC X(3).
               10 WS-SNT-TIER          PIC X(1).
               10 WS-SNT-FILE-NAME     PIC X(13).
               10 WS-SNT-FILE-SEQ      PIC 9(5).
               10 WS-SNT-RUN-DATE      PIC 9(8).
       01 WS-SENT-SUB              PIC 9(4).
       01 WS-SENT-MATCH            PIC 9(4).
       01 WS-TRACE-EMPLOYEE-ID     PIC 9(5).
       01 WS-TRACE-PLAN-CODE       PIC X(4).
       01 WS-SEQ-EDIT              PIC ZZZZ9.

       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 Report-Data              PIC X(100).
       01 WS-ID-EDIT               PIC ZZZZ9.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Load-Enrollments
           PERFORM Load-Transmission-Log

           OPEN OUTPUT RECON-REPORT
           IF NOT REPORT-OK
                       ' BILLED BUT NOT ENROLLED - OVERPAYING'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
                   PERFORM Trace-Invoice-Line
               WHEN WS-ENR-TIER (WS-MATCH-SUB)
                       NOT = INV-COVERAGE-TIER
                   MOVE 'Y' TO WS-ENR-BILLED (WS-MATCH-SUB)
                       ' BILLED ' INV-COVERAGE-TIER
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
                   PERFORM Trace-Invoice-Line
               WHEN WS-ENR-FULL-ANNUAL (WS-MATCH-SUB)
                       NOT = INV-ANNUAL-PREMIUM
                   MOVE 'Y' TO WS-ENR-BILLED (WS-MATCH-SUB)
                       WS-AMT-EDIT-1 ' BILLED ' WS-AMT-EDIT-2
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
                   PERFORM Trace-Invoice-Line
               WHEN OTHER
                   MOVE 'Y' TO WS-ENR-BILLED (WS-MATCH-SUB)
           END-EVALUATE.

       Load-Transmission-Log.
           OPEN INPUT ENROLL-LOG
           IF LOG-OK
               PERFORM UNTIL LOG-EOF
                   READ ENROLL-LOG
                       AT END
                           SET LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM Load-One-Log-Entry
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ENROLL-LOG.

       Load-One-Log-Entry.
           MOVE 0 TO WS-SENT-MATCH
           PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
               UNTIL WS-SENT-SUB > WS-SENT-COUNT
               IF WS-SNT-EMPLOYEE-ID (WS-SENT-SUB) = ELG-EMPLOYEE-ID
                   AND WS-SNT-PLAN-CODE (WS-SENT-SUB) = ELG-PLAN-CODE
                   MOVE WS-SENT-SUB TO WS-SENT-MATCH
               END-IF
           END-PERFORM
           IF WS-SENT-MATCH = 0
               IF WS-SENT-COUNT >= 2000
                   DISPLAY 'Transmission log work area full, employee '
                       ELG-EMPLOYEE-ID ' plan ' ELG-PLAN-CODE
                       ' not traced'
               ELSE
                   ADD 1 TO WS-SENT-COUNT
                   MOVE WS-SENT-COUNT TO WS-SENT-MATCH
                   MOVE ELG-EMPLOYEE-ID
                       TO WS-SNT-EMPLOYEE-ID (WS-SENT-MATCH)
                   MOVE ELG-PLAN-CODE
                       TO WS-SNT-PLAN-CODE (WS-SENT-MATCH)
               END-IF
           END-IF
           IF WS-SENT-MATCH NOT = 0
               MOVE ELG-MAINT-CODE TO WS-SNT-MAINT-CODE (WS-SENT-MATCH)
               MOVE ELG-COVERAGE-TIER TO WS-SNT-TIER (WS-SENT-MATCH)
               MOVE ELG-FILE-NAME TO WS-SNT-FILE-NAME (WS-SENT-MATCH)
               MOVE ELG-FILE-SEQ TO WS-SNT-FILE-SEQ (WS-SENT-MATCH)
               MOVE ELG-RUN-STAMP (1:8)
                   TO WS-SNT-RUN-DATE (WS-SENT-MATCH)
           END-IF.

       Trace-Invoice-Line.
           MOVE INV-EMPLOYEE-ID TO WS-TRACE-EMPLOYEE-ID
           MOVE INV-PLAN-CODE TO WS-TRACE-PLAN-CODE
           PERFORM Trace-Last-Sent.

       Trace-Last-Sent.
           MOVE 0 TO WS-SENT-MATCH
           PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
               UNTIL WS-SENT-SUB > WS-SENT-COUNT
               IF WS-SNT-EMPLOYEE-ID (WS-SENT-SUB)
                       = WS-TRACE-EMPLOYEE-ID AND
                   WS-SNT-PLAN-CODE (WS-SENT-SUB) = WS-TRACE-PLAN-CODE
                   MOVE WS-SENT-SUB TO WS-SENT-MATCH
               END-IF
           END-PERFORM
           MOVE SPACES TO Report-Data
           IF WS-SENT-MATCH = 0
               MOVE '      NEVER SENT TO THE CARRIER' TO Report-Data
           ELSE
               MOVE WS-SNT-FILE-SEQ (WS-SENT-MATCH) TO WS-SEQ-EDIT
               STRING '      LAST SENT '
                   WS-SNT-MAINT-CODE (WS-SENT-MATCH)
                   ' TIER ' WS-SNT-TIER (WS-SENT-MATCH)
                   ' IN ' WS-SNT-FILE-NAME (WS-SENT-MATCH)
                   ' SEQ ' WS-SEQ-EDIT
                   ' ON ' WS-SNT-RUN-DATE (WS-SENT-MATCH)
                   DELIMITED BY SIZE INTO Report-Data
           END-IF
           PERFORM Write-Report-Line
           MOVE SPACES TO Report-Data.

       Add-To-Plan-Billed.
           MOVE 'N' TO WS-PLAN-MATCHED
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   ' ENROLLED BUT NOT BILLED - COVERAGE RISK'
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
               MOVE WS-ENR-EMPLOYEE-ID (WS-ENROLL-SUB)
                   TO WS-TRACE-EMPLOYEE-ID
               MOVE WS-ENR-PLAN-CODE (WS-ENROLL-SUB)
                   TO WS-TRACE-PLAN-CODE
               PERFORM Trace-Last-Sent
           END-IF.

       Print-Plan-Totals.
