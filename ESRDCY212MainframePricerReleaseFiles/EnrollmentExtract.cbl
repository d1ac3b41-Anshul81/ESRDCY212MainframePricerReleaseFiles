       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnrollmentExtract.
      * Outbound benefit enrollment to the carriers, 834 style -
      * replaces faxing BenefitMaint's elections, tier changes and
      * terminations (and TermPay's terms) to each carrier, so the
      * carrier hears of a change when we make it instead of
      * CarrierRecon catching it on the invoice afterwards.
      * CARRPLAN.DAT names the carrier for each plan code and how
      * many days apart that carrier wants a full-file audit. For
      * each carrier one file ENR<carrier>.DAT is built: a header
      * with the file sequence and purpose, a member line per
      * enrollment to report, and a trailer with the member count
      * and a hash of the employee IDs. What the carrier was last
      * told about every member and plan is kept on ENRLSENT.DAT,
      * and BENEFITS.DAT is compared with it:
      *   021  add     - covered now, not covered as last sent
      *   001  change  - tier, coverage amount or begin date changed
      *   024  term    - covered as last sent, ended or waived now
      *                  (or gone from BENEFITS.DAT)
      * On an audit run (no audit file sent yet, or the carrier's
      * audit interval has passed) every covered member goes as a
      * 030 audit line instead, terms still explicit as 024. Every
      * member line also goes to the transmission log ENRLLOG.DAT
      * with the file it went in. The file sequence and the dates
      * of the last file and last audit per carrier are kept on
      * ENRLCTL.DAT. Enrollments in a plan with no carrier are not
      * sent and are listed on the ENRLRPT.DAT summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-PLANS ASSIGN TO 'CARRPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANS-STATUS.
           SELECT OPTIONAL ENROLL-CONTROL ASSIGN TO 'ENRLCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL LAST-SENT-FILE ASSIGN TO 'ENRLSENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
      * Named per carrier from the carrier ID.
           SELECT CARRIER-FILE ASSIGN TO WS-CARRIER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRIER-STATUS.
           SELECT OPTIONAL ENROLL-LOG ASSIGN TO 'ENRLLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO 'ENRLRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-PLANS.
       01  CARRIER-PLAN-RECORD.
           05 CPL-PLAN-CODE            PIC X(4).
           05 CPL-CARRIER-ID           PIC X(6).
           05 CPL-CARRIER-NAME         PIC X(30).
           05 CPL-AUDIT-DAYS           PIC 9(3).

       FD  ENROLL-CONTROL.
       01  ENROLL-CONTROL-RECORD.
           05 ECT-CARRIER-ID           PIC X(6).
           05 ECT-LAST-SEQ             PIC 9(5).
           05 ECT-LAST-DATE            PIC 9(8).
           05 ECT-LAST-AUDIT-DATE      PIC 9(8).

      * What the carrier was last told about the member and plan -
      * status A covered, T ended.
       FD  LAST-SENT-FILE.
       01  LAST-SENT-RECORD.
           05 ESN-EMPLOYEE-ID          PIC 9(5).
           05 ESN-PLAN-CODE            PIC X(4).
           05 ESN-COVERAGE-TIER        PIC X(1).
           05 ESN-COVERAGE-AMOUNT      PIC 9(7)V99.
           05 ESN-STATUS               PIC X(1).
           05 ESN-BEGIN-DATE           PIC 9(8).
           05 ESN-END-DATE             PIC 9(8).

       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  CARRIER-FILE.
       01  CARRIER-LINE                PIC X(100).
       01  CARRIER-HEADER REDEFINES CARRIER-LINE.
           05 ENH-RECORD-TYPE          PIC X(3).
           05 ENH-CARRIER-ID           PIC X(6).
           05 ENH-CARRIER-NAME         PIC X(30).
           05 ENH-FILE-SEQ             PIC 9(5).
           05 ENH-CREATE-DATE          PIC 9(8).
           05 ENH-FILE-PURPOSE         PIC X(3).
           05 FILLER                   PIC X(45).
       01  CARRIER-MEMBER REDEFINES CARRIER-LINE.
           05 ENM-RECORD-TYPE          PIC X(3).
           05 ENM-MAINT-CODE           PIC X(3).
           05 ENM-SUBSCRIBER-ID        PIC 9(5).
           05 ENM-SSN                  PIC X(9).
           05 ENM-NAME                 PIC X(40).
           05 ENM-PLAN-CODE            PIC X(4).
           05 ENM-COVERAGE-LEVEL       PIC X(3).
           05 ENM-COVERAGE-AMOUNT      PIC 9(7)V99.
           05 ENM-BEGIN-DATE           PIC 9(8).
           05 ENM-END-DATE             PIC 9(8).
           05 FILLER                   PIC X(8).
       01  CARRIER-TRAILER REDEFINES CARRIER-LINE.
           05 ENT-RECORD-TYPE          PIC X(3).
           05 ENT-MEMBER-COUNT         PIC 9(7).
           05 ENT-ID-HASH              PIC 9(13).
           05 FILLER                   PIC X(77).

       FD  ENROLL-LOG.
           COPY ENRLLOG.

       FD  EXTRACT-REPORT.
       01  EXTRACT-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PLANS-STATUS          PIC XX.
           88 PLANS-OK                 VALUE '00'.
           88 PLANS-EOF                VALUE '10'.
       01 WS-CONTROL-STATUS        PIC XX.
           88 CONTROL-OK               VALUE '00'.
           88 CONTROL-EOF              VALUE '10'.
       01 WS-SENT-STATUS           PIC XX.
           88 SENT-OK                  VALUE '00'.
           88 SENT-EOF                 VALUE '10'.
       01 WS-BENEFIT-STATUS        PIC XX.
           88 BENEFIT-OK               VALUE '00'.
           88 BENEFIT-EOF              VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-CARRIER-STATUS        PIC XX.
           88 CARRIER-OK               VALUE '00'.
       01 WS-LOG-STATUS            PIC XX.
           88 LOG-OK                   VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.
       01 WS-CARRIER-FILENAME      PIC X(13) VALUE SPACES.

      * Plan code to carrier, from CARRPLAN.DAT.
       01 WS-PLAN-MAP.
           05 WS-PLAN-COUNT        PIC 9(2) VALUE 0.
           05 WS-PLAN-ENTRY OCCURS 20 TIMES.
               10 WS-PLN-CODE          PIC X(4).
               10 WS-PLN-CARRIER-SUB   PIC 9(2).
               10 WS-PLN-UNSENT        PIC 9(5).
       01 WS-PLAN-SUB              PIC 9(2).
       01 WS-PLAN-MATCH            PIC 9(2).

      * One entry per carrier, with its ENRLCTL.DAT control values.
       01 WS-CARRIER-TABLE.
           05 WS-CAR-COUNT         PIC 9(2) VALUE 0.
           05 WS-CAR-ENTRY OCCURS 10 TIMES.
               10 WS-CAR-ID            PIC X(6).
               10 WS-CAR-NAME          PIC X(30).
               10 WS-CAR-AUDIT-DAYS    PIC 9(3).
               10 WS-CAR-LAST-SEQ      PIC 9(5).
               10 WS-CAR-LAST-DATE     PIC 9(8).
               10 WS-CAR-LAST-AUDIT    PIC 9(8).
       01 WS-CAR-SUB               PIC 9(2).
       01 WS-CAR-MATCH             PIC 9(2).

      * BENEFITS.DAT in core - covered means enrolled and not waived.
       01 WS-BENEFIT-TABLE.
           05 WS-BEN-COUNT         PIC 9(4) VALUE 0.
           05 WS-BEN-ENTRY OCCURS 1000 TIMES.
               10 WS-BEN-EMPLOYEE-ID   PIC 9(5).
               10 WS-BEN-PLAN-CODE     PIC X(4).
               10 WS-BEN-TIER          PIC X(1).
               10 WS-BEN-AMOUNT        PIC 9(7)V99.
               10 WS-BEN-COVERED       PIC X(1).
               10 WS-BEN-BEGIN         PIC 9(8).
               10 WS-BEN-END           PIC 9(8).
       01 WS-BEN-SUB               PIC 9(4).

      * ENRLSENT.DAT in core, updated as lines are sent and written
      * back at the end of the run.
       01 WS-SENT-TABLE.
           05 WS-SNT-COUNT         PIC 9(4) VALUE 0.
           05 WS-SNT-ENTRY OCCURS 2000 TIMES.
               10 WS-SNT-EMPLOYEE-ID   PIC 9(5).
               10 WS-SNT-PLAN-CODE     PIC X(4).
               10 WS-SNT-TIER          PIC X(1).
               10 WS-SNT-AMOUNT        PIC 9(7)V99.
               10 WS-SNT-STATUS        PIC X(1).
               10 WS-SNT-BEGIN         PIC 9(8).
               10 WS-SNT-END           PIC 9(8).
               10 WS-SNT-SEEN          PIC X(1).
       01 WS-SNT-SUB               PIC 9(4).
       01 WS-SNT-MATCH             PIC 9(4).

       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
           88 WORK-TABLE-OVERFLOWED    VALUE 'Y'.
       01 WS-AUDIT-RUN             PIC X.
           88 AUDIT-FILE-RUN           VALUE 'Y'.
       01 WS-DAYS-SINCE-AUDIT      PIC S9(7).
       01 WS-MAINT-CODE            PIC X(3).
       01 WS-LINE-TIER             PIC X(1).
       01 WS-LINE-AMOUNT           PIC 9(7)V99.
       01 WS-LINE-BEGIN            PIC 9(8).
       01 WS-LINE-END              PIC 9(8).
       01 WS-LINE-EMPLOYEE-ID      PIC 9(5).
       01 WS-LINE-PLAN-CODE        PIC X(4).
       01 WS-MEMBER-COUNT          PIC 9(7).
       01 WS-ID-HASH               PIC 9(13).
       01 WS-ADD-COUNT             PIC 9(5).
       01 WS-CHANGE-COUNT          PIC 9(5).
       01 WS-TERM-COUNT            PIC 9(5).
       01 WS-AUDIT-COUNT           PIC 9(5).
       01 WS-UNSENT-TOTAL          PIC 9(5) VALUE 0.
       01 WS-RUN-STAMP             PIC X(15).
       01 WS-TODAY                 PIC 9(8).
       01 Report-Data              PIC X(100).
       01 WS-COUNT-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP (1:8) TO WS-TODAY

           PERFORM Load-Carrier-Plans
           IF WS-CAR-COUNT = 0
               DISPLAY 'Carrier plan table empty or missing, '
                   'enrollment extract stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Control-Records
           PERFORM Load-Benefits
           PERFORM Load-Last-Sent
      * A partial picture would send false terms for what did not
      * fit, or lose what was sent - stop before anything goes out.
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'Enrollment work areas cannot hold the files '
                   '- extract stopped, nothing sent'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ENROLL-LOG
           IF NOT LOG-OK
               DISPLAY 'Cannot open transmission log, status '
                   WS-LOG-STATUS ' - extract stopped, nothing sent'
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open enrollment extract report, status '
                   WS-REPORT-STATUS
               CLOSE EMPLOYEE-MASTER
               CLOSE ENROLL-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO Report-Data
           STRING '        CARRIER ENROLLMENT EXTRACT  RUN '
               WS-RUN-STAMP
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           MOVE 'CARR    FILE             SEQ      TYPE  '
               & 'ADDS  CHGS TERMS AUDIT' TO Report-Data
           PERFORM Write-Report-Line

           PERFORM Transmit-One-Carrier
               VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > WS-CAR-COUNT

           PERFORM Report-Unsent-Plans

           CLOSE EMPLOYEE-MASTER
           CLOSE ENROLL-LOG
           CLOSE EXTRACT-REPORT
           PERFORM Save-Last-Sent
           PERFORM Save-Control-Records
           IF WS-UNSENT-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Carrier-Plans.
           OPEN INPUT CARRIER-PLANS
           IF PLANS-OK
               PERFORM UNTIL PLANS-EOF
                   READ CARRIER-PLANS
                       AT END
                           SET PLANS-EOF TO TRUE
                       NOT AT END
                           PERFORM Load-One-Carrier-Plan
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CARRIER-PLANS.

       Load-One-Carrier-Plan.
           MOVE 0 TO WS-CAR-MATCH
           PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
               UNTIL WS-CAR-SUB > WS-CAR-COUNT
               IF WS-CAR-ID (WS-CAR-SUB) = CPL-CARRIER-ID
                   MOVE WS-CAR-SUB TO WS-CAR-MATCH
               END-IF
           END-PERFORM
           IF WS-CAR-MATCH = 0 AND WS-CAR-COUNT < 10
               ADD 1 TO WS-CAR-COUNT
               MOVE WS-CAR-COUNT TO WS-CAR-MATCH
               MOVE CPL-CARRIER-ID TO WS-CAR-ID (WS-CAR-MATCH)
               MOVE CPL-CARRIER-NAME TO WS-CAR-NAME (WS-CAR-MATCH)
               MOVE CPL-AUDIT-DAYS TO WS-CAR-AUDIT-DAYS (WS-CAR-MATCH)
               MOVE 0 TO WS-CAR-LAST-SEQ (WS-CAR-MATCH)
               MOVE 0 TO WS-CAR-LAST-DATE (WS-CAR-MATCH)
               MOVE 0 TO WS-CAR-LAST-AUDIT (WS-CAR-MATCH)
           END-IF
           IF WS-CAR-MATCH = 0 OR WS-PLAN-COUNT >= 20
               DISPLAY 'Carrier plan table full, plan ' CPL-PLAN-CODE
                   ' carrier ' CPL-CARRIER-ID ' not loaded'
           ELSE
               ADD 1 TO WS-PLAN-COUNT
               MOVE CPL-PLAN-CODE TO WS-PLN-CODE (WS-PLAN-COUNT)
               MOVE WS-CAR-MATCH TO WS-PLN-CARRIER-SUB (WS-PLAN-COUNT)
               MOVE 0 TO WS-PLN-UNSENT (WS-PLAN-COUNT)
           END-IF.

      * A control record for a carrier no longer on CARRPLAN.DAT is
      * dropped with it.
       Load-Control-Records.
           OPEN INPUT ENROLL-CONTROL
           IF CONTROL-OK
               PERFORM UNTIL CONTROL-EOF
                   READ ENROLL-CONTROL
                       AT END
                           SET CONTROL-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
                               UNTIL WS-CAR-SUB > WS-CAR-COUNT
                               IF WS-CAR-ID (WS-CAR-SUB)
                                   = ECT-CARRIER-ID
                                   MOVE ECT-LAST-SEQ
                                       TO WS-CAR-LAST-SEQ (WS-CAR-SUB)
                                   MOVE ECT-LAST-DATE
                                       TO WS-CAR-LAST-DATE (WS-CAR-SUB)
                                   MOVE ECT-LAST-AUDIT-DATE
                                       TO WS-CAR-LAST-AUDIT (WS-CAR-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ENROLL-CONTROL.

       Load-Benefits.
           OPEN INPUT BENEFIT-FILE
           IF BENEFIT-OK
               PERFORM UNTIL BENEFIT-EOF
                   READ BENEFIT-FILE
                       AT END
                           SET BENEFIT-EOF TO TRUE
                       NOT AT END
                           IF WS-BEN-COUNT >= 1000
                               SET WORK-TABLE-OVERFLOWED TO TRUE
                           ELSE
                               PERFORM Load-One-Benefit
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BENEFIT-FILE.

       Load-One-Benefit.
           ADD 1 TO WS-BEN-COUNT
           MOVE WS-BEN-COUNT TO WS-BEN-SUB
           MOVE BEN-EMPLOYEE-ID TO WS-BEN-EMPLOYEE-ID (WS-BEN-SUB)
           MOVE BEN-PLAN-CODE TO WS-BEN-PLAN-CODE (WS-BEN-SUB)
           MOVE BEN-COVERAGE-TIER TO WS-BEN-TIER (WS-BEN-SUB)
           MOVE BEN-COVERAGE-AMOUNT TO WS-BEN-AMOUNT (WS-BEN-SUB)
           IF BEN-ENROLLED AND NOT BEN-TIER-WAIVED
               MOVE 'Y' TO WS-BEN-COVERED (WS-BEN-SUB)
           ELSE
               MOVE 'N' TO WS-BEN-COVERED (WS-BEN-SUB)
           END-IF
           MOVE 0 TO WS-BEN-BEGIN (WS-BEN-SUB)
           MOVE 0 TO WS-BEN-END (WS-BEN-SUB)
           IF BEN-EFFECTIVE-DATE IS NUMERIC
               MOVE BEN-EFFECTIVE-DATE TO WS-BEN-BEGIN (WS-BEN-SUB)
           END-IF
           IF BEN-END-DATE IS NUMERIC
               MOVE BEN-END-DATE TO WS-BEN-END (WS-BEN-SUB)
           END-IF.

       Load-Last-Sent.
           OPEN INPUT LAST-SENT-FILE
           IF SENT-OK
               PERFORM UNTIL SENT-EOF
                   READ LAST-SENT-FILE
                       AT END
                           SET SENT-EOF TO TRUE
                       NOT AT END
                           IF WS-SNT-COUNT >= 2000
                               SET WORK-TABLE-OVERFLOWED TO TRUE
                           ELSE
                               ADD 1 TO WS-SNT-COUNT
                               MOVE WS-SNT-COUNT TO WS-SNT-SUB
                               MOVE ESN-EMPLOYEE-ID
                                   TO WS-SNT-EMPLOYEE-ID (WS-SNT-SUB)
                               MOVE ESN-PLAN-CODE
                                   TO WS-SNT-PLAN-CODE (WS-SNT-SUB)
                               MOVE ESN-COVERAGE-TIER
                                   TO WS-SNT-TIER (WS-SNT-SUB)
                               MOVE ESN-COVERAGE-AMOUNT
                                   TO WS-SNT-AMOUNT (WS-SNT-SUB)
                               MOVE ESN-STATUS
                                   TO WS-SNT-STATUS (WS-SNT-SUB)
                               MOVE ESN-BEGIN-DATE
                                   TO WS-SNT-BEGIN (WS-SNT-SUB)
                               MOVE ESN-END-DATE
                                   TO WS-SNT-END (WS-SNT-SUB)
                               MOVE 'N' TO WS-SNT-SEEN (WS-SNT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LAST-SENT-FILE
      * Every enrollment may add a sent entry this run.
           IF WS-SNT-COUNT + WS-BEN-COUNT > 2000
               SET WORK-TABLE-OVERFLOWED TO TRUE
           END-IF.

       Transmit-One-Carrier.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE 0 TO WS-ID-HASH
           MOVE 0 TO WS-ADD-COUNT
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE 0 TO WS-TERM-COUNT
           MOVE 0 TO WS-AUDIT-COUNT
           MOVE 'N' TO WS-AUDIT-RUN
           IF WS-CAR-LAST-AUDIT (WS-CAR-SUB) = 0
               MOVE 'Y' TO WS-AUDIT-RUN
           ELSE
               COMPUTE WS-DAYS-SINCE-AUDIT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-CAR-LAST-AUDIT (WS-CAR-SUB))
               IF WS-CAR-AUDIT-DAYS (WS-CAR-SUB) > 0 AND
                   WS-DAYS-SINCE-AUDIT >= WS-CAR-AUDIT-DAYS (WS-CAR-SUB)
                   MOVE 'Y' TO WS-AUDIT-RUN
               END-IF
           END-IF
           ADD 1 TO WS-CAR-LAST-SEQ (WS-CAR-SUB)
           MOVE SPACES TO WS-CARRIER-FILENAME
           STRING 'ENR' WS-CAR-ID (WS-CAR-SUB) DELIMITED BY SPACE
               '.DAT' DELIMITED BY SIZE
               INTO WS-CARRIER-FILENAME

           OPEN OUTPUT CARRIER-FILE
           IF NOT CARRIER-OK
               DISPLAY 'Cannot open carrier file ' WS-CARRIER-FILENAME
                   ', status ' WS-CARRIER-STATUS ' - carrier '
                   WS-CAR-ID (WS-CAR-SUB) ' not sent'
               SUBTRACT 1 FROM WS-CAR-LAST-SEQ (WS-CAR-SUB)
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CARRIER-LINE
               MOVE 'HDR' TO ENH-RECORD-TYPE
               MOVE WS-CAR-ID (WS-CAR-SUB) TO ENH-CARRIER-ID
               MOVE WS-CAR-NAME (WS-CAR-SUB) TO ENH-CARRIER-NAME
               MOVE WS-CAR-LAST-SEQ (WS-CAR-SUB) TO ENH-FILE-SEQ
               MOVE WS-TODAY TO ENH-CREATE-DATE
               IF AUDIT-FILE-RUN
                   MOVE 'AUD' TO ENH-FILE-PURPOSE
               ELSE
                   MOVE 'UPD' TO ENH-FILE-PURPOSE
               END-IF
               WRITE CARRIER-LINE

               PERFORM Send-Benefit-Row
                   VARYING WS-BEN-SUB FROM 1 BY 1
                   UNTIL WS-BEN-SUB > WS-BEN-COUNT
               PERFORM Send-Dropped-Row
                   VARYING WS-SNT-SUB FROM 1 BY 1
                   UNTIL WS-SNT-SUB > WS-SNT-COUNT

               MOVE SPACES TO CARRIER-LINE
               MOVE 'TRL' TO ENT-RECORD-TYPE
               MOVE WS-MEMBER-COUNT TO ENT-MEMBER-COUNT
               MOVE WS-ID-HASH TO ENT-ID-HASH
               WRITE CARRIER-LINE
               CLOSE CARRIER-FILE

               MOVE WS-TODAY TO WS-CAR-LAST-DATE (WS-CAR-SUB)
               IF AUDIT-FILE-RUN
                   MOVE WS-TODAY TO WS-CAR-LAST-AUDIT (WS-CAR-SUB)
               END-IF
               PERFORM Report-Carrier-Line
           END-IF.

       Send-Benefit-Row.
           PERFORM Find-Plan-Carrier
           IF WS-PLAN-MATCH NOT = 0
               IF WS-PLN-CARRIER-SUB (WS-PLAN-MATCH) = 0
                   MOVE 0 TO WS-PLAN-MATCH
               END-IF
           END-IF
           IF WS-PLAN-MATCH = 0
               IF WS-CAR-SUB = 1 AND WS-BEN-COVERED (WS-BEN-SUB) = 'Y'
                   PERFORM Count-Unsent-Plan
               END-IF
           ELSE
               IF WS-PLN-CARRIER-SUB (WS-PLAN-MATCH) = WS-CAR-SUB
                   PERFORM Compare-With-Last-Sent
               END-IF
           END-IF.

       Find-Plan-Carrier.
           MOVE 0 TO WS-PLAN-MATCH
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLN-CODE (WS-PLAN-SUB)
                   = WS-BEN-PLAN-CODE (WS-BEN-SUB)
                   MOVE WS-PLAN-SUB TO WS-PLAN-MATCH
               END-IF
           END-PERFORM.

       Compare-With-Last-Sent.
           MOVE 0 TO WS-SNT-MATCH
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
               UNTIL WS-SNT-SUB > WS-SNT-COUNT
               IF WS-SNT-EMPLOYEE-ID (WS-SNT-SUB)
                   = WS-BEN-EMPLOYEE-ID (WS-BEN-SUB) AND
                   WS-SNT-PLAN-CODE (WS-SNT-SUB)
                   = WS-BEN-PLAN-CODE (WS-BEN-SUB)
                   MOVE WS-SNT-SUB TO WS-SNT-MATCH
               END-IF
           END-PERFORM
           IF WS-SNT-MATCH NOT = 0
               MOVE 'Y' TO WS-SNT-SEEN (WS-SNT-MATCH)
           END-IF
           MOVE WS-BEN-EMPLOYEE-ID (WS-BEN-SUB) TO WS-LINE-EMPLOYEE-ID
           MOVE WS-BEN-PLAN-CODE (WS-BEN-SUB) TO WS-LINE-PLAN-CODE
           MOVE WS-BEN-TIER (WS-BEN-SUB) TO WS-LINE-TIER
           MOVE WS-BEN-AMOUNT (WS-BEN-SUB) TO WS-LINE-AMOUNT
           MOVE WS-BEN-BEGIN (WS-BEN-SUB) TO WS-LINE-BEGIN
           MOVE 0 TO WS-LINE-END
           MOVE SPACES TO WS-MAINT-CODE
           IF WS-BEN-COVERED (WS-BEN-SUB) = 'Y'
               EVALUATE TRUE
                   WHEN WS-SNT-MATCH = 0
                       MOVE '021' TO WS-MAINT-CODE
                   WHEN WS-SNT-STATUS (WS-SNT-MATCH) NOT = 'A'
                       MOVE '021' TO WS-MAINT-CODE
                   WHEN WS-SNT-TIER (WS-SNT-MATCH) NOT = WS-LINE-TIER
                       OR WS-SNT-AMOUNT (WS-SNT-MATCH)
                           NOT = WS-LINE-AMOUNT
                       OR WS-SNT-BEGIN (WS-SNT-MATCH)
                           NOT = WS-LINE-BEGIN
                       MOVE '001' TO WS-MAINT-CODE
                   WHEN AUDIT-FILE-RUN
                       MOVE '030' TO WS-MAINT-CODE
               END-EVALUATE
               IF AUDIT-FILE-RUN AND WS-MAINT-CODE NOT = SPACES
                   MOVE '030' TO WS-MAINT-CODE
               END-IF
           ELSE
      * Ended, or waived - the carrier hears only if it had the
      * member as covered. A waiver carries no end date of its own;
      * coverage ends the day the waiver took effect.
               IF WS-SNT-MATCH NOT = 0
                   IF WS-SNT-STATUS (WS-SNT-MATCH) = 'A'
                       MOVE '024' TO WS-MAINT-CODE
                       MOVE WS-SNT-BEGIN (WS-SNT-MATCH)
                           TO WS-LINE-BEGIN
                       MOVE WS-SNT-TIER (WS-SNT-MATCH) TO WS-LINE-TIER
                       EVALUATE TRUE
                           WHEN WS-BEN-END (WS-BEN-SUB) > 0
                               MOVE WS-BEN-END (WS-BEN-SUB)
                                   TO WS-LINE-END
                           WHEN WS-BEN-BEGIN (WS-BEN-SUB) > 0
                               MOVE WS-BEN-BEGIN (WS-BEN-SUB)
                                   TO WS-LINE-END
                           WHEN OTHER
                               MOVE WS-TODAY TO WS-LINE-END
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           IF WS-MAINT-CODE NOT = SPACES
               PERFORM Write-Member-Line
           END-IF.

      * A member and plan the carrier has as covered that is no
      * longer on BENEFITS.DAT at all ends as of today.
       Send-Dropped-Row.
           IF WS-SNT-SEEN (WS-SNT-SUB) = 'N' AND
               WS-SNT-STATUS (WS-SNT-SUB) = 'A'
               MOVE 0 TO WS-PLAN-MATCH
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   IF WS-PLN-CODE (WS-PLAN-SUB)
                       = WS-SNT-PLAN-CODE (WS-SNT-SUB)
                       MOVE WS-PLAN-SUB TO WS-PLAN-MATCH
                   END-IF
               END-PERFORM
               IF WS-PLAN-MATCH NOT = 0
                   IF WS-PLN-CARRIER-SUB (WS-PLAN-MATCH) = WS-CAR-SUB
                       MOVE WS-SNT-SUB TO WS-SNT-MATCH
                       MOVE 'Y' TO WS-SNT-SEEN (WS-SNT-MATCH)
                       MOVE WS-SNT-EMPLOYEE-ID (WS-SNT-SUB)
                           TO WS-LINE-EMPLOYEE-ID
                       MOVE WS-SNT-PLAN-CODE (WS-SNT-SUB)
                           TO WS-LINE-PLAN-CODE
                       MOVE WS-SNT-TIER (WS-SNT-SUB) TO WS-LINE-TIER
                       MOVE WS-SNT-AMOUNT (WS-SNT-SUB) TO WS-LINE-AMOUNT
                       MOVE WS-SNT-BEGIN (WS-SNT-SUB) TO WS-LINE-BEGIN
                       MOVE WS-TODAY TO WS-LINE-END
                       MOVE '024' TO WS-MAINT-CODE
                       PERFORM Write-Member-Line
                   END-IF
               END-IF
           END-IF.

       Write-Member-Line.
           MOVE SPACES TO CARRIER-LINE
           MOVE 'INS' TO ENM-RECORD-TYPE
           MOVE WS-MAINT-CODE TO ENM-MAINT-CODE
           MOVE WS-LINE-EMPLOYEE-ID TO ENM-SUBSCRIBER-ID
           MOVE WS-LINE-EMPLOYEE-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'Enrollment for employee '
                       WS-LINE-EMPLOYEE-ID
                       ' has no master record - sent without name'
               NOT INVALID KEY
                   MOVE EMP-NAME TO ENM-NAME
                   MOVE SPACES TO ENM-SSN
                   STRING EMP-SSN (1:3) EMP-SSN (5:2) EMP-SSN (8:4)
                       DELIMITED BY SIZE INTO ENM-SSN
      * Enrollments from before coverage dates were kept begin at
      * hire.
                   IF WS-LINE-BEGIN = 0
                       MOVE EMP-HIRE-DATE TO WS-LINE-BEGIN
                   END-IF
           END-READ
           MOVE WS-LINE-PLAN-CODE TO ENM-PLAN-CODE
           EVALUATE WS-LINE-TIER
               WHEN 'E'
                   MOVE 'EMP' TO ENM-COVERAGE-LEVEL
               WHEN 'S'
                   MOVE 'ESP' TO ENM-COVERAGE-LEVEL
               WHEN 'F'
                   MOVE 'FAM' TO ENM-COVERAGE-LEVEL
               WHEN OTHER
                   MOVE SPACES TO ENM-COVERAGE-LEVEL
           END-EVALUATE
           MOVE WS-LINE-AMOUNT TO ENM-COVERAGE-AMOUNT
           MOVE WS-LINE-BEGIN TO ENM-BEGIN-DATE
           MOVE WS-LINE-END TO ENM-END-DATE
           WRITE CARRIER-LINE
           ADD 1 TO WS-MEMBER-COUNT
           ADD WS-LINE-EMPLOYEE-ID TO WS-ID-HASH
           EVALUATE WS-MAINT-CODE
               WHEN '021'
                   ADD 1 TO WS-ADD-COUNT
               WHEN '001'
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN '024'
                   ADD 1 TO WS-TERM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-COUNT
           END-EVALUATE
           PERFORM Write-Log-Record
           PERFORM Record-Last-Sent.

       Write-Log-Record.
           MOVE WS-RUN-STAMP TO ELG-RUN-STAMP
           MOVE WS-CAR-ID (WS-CAR-SUB) TO ELG-CARRIER-ID
           MOVE WS-CARRIER-FILENAME TO ELG-FILE-NAME
           MOVE WS-CAR-LAST-SEQ (WS-CAR-SUB) TO ELG-FILE-SEQ
           IF AUDIT-FILE-RUN
               SET ELG-AUDIT-FILE TO TRUE
           ELSE
               SET ELG-UPDATE-FILE TO TRUE
           END-IF
           MOVE WS-LINE-EMPLOYEE-ID TO ELG-EMPLOYEE-ID
           MOVE WS-LINE-PLAN-CODE TO ELG-PLAN-CODE
           MOVE WS-MAINT-CODE TO ELG-MAINT-CODE
           MOVE WS-LINE-TIER TO ELG-COVERAGE-TIER
           MOVE WS-LINE-BEGIN TO ELG-BEGIN-DATE
           MOVE WS-LINE-END TO ELG-END-DATE
           WRITE ENROLL-LOG-RECORD.

       Record-Last-Sent.
           IF WS-SNT-MATCH = 0
               ADD 1 TO WS-SNT-COUNT
               MOVE WS-SNT-COUNT TO WS-SNT-MATCH
               MOVE WS-LINE-EMPLOYEE-ID
                   TO WS-SNT-EMPLOYEE-ID (WS-SNT-MATCH)
               MOVE WS-LINE-PLAN-CODE TO WS-SNT-PLAN-CODE (WS-SNT-MATCH)
               MOVE 'Y' TO WS-SNT-SEEN (WS-SNT-MATCH)
           END-IF
           MOVE WS-LINE-TIER TO WS-SNT-TIER (WS-SNT-MATCH)
           MOVE WS-LINE-AMOUNT TO WS-SNT-AMOUNT (WS-SNT-MATCH)
           MOVE WS-LINE-BEGIN TO WS-SNT-BEGIN (WS-SNT-MATCH)
           MOVE WS-LINE-END TO WS-SNT-END (WS-SNT-MATCH)
           IF WS-MAINT-CODE = '024'
               MOVE 'T' TO WS-SNT-STATUS (WS-SNT-MATCH)
           ELSE
               MOVE 'A' TO WS-SNT-STATUS (WS-SNT-MATCH)
           END-IF.

       Count-Unsent-Plan.
           MOVE 0 TO WS-PLAN-MATCH
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLN-CODE (WS-PLAN-SUB)
                   = WS-BEN-PLAN-CODE (WS-BEN-SUB)
                   MOVE WS-PLAN-SUB TO WS-PLAN-MATCH
               END-IF
           END-PERFORM
      * Unmapped plans get a table entry with no carrier so the
      * summary can count them.
           IF WS-PLAN-MATCH = 0 AND WS-PLAN-COUNT < 20
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO WS-PLAN-MATCH
               MOVE WS-BEN-PLAN-CODE (WS-BEN-SUB)
                   TO WS-PLN-CODE (WS-PLAN-MATCH)
               MOVE 0 TO WS-PLN-CARRIER-SUB (WS-PLAN-MATCH)
               MOVE 0 TO WS-PLN-UNSENT (WS-PLAN-MATCH)
           END-IF
           IF WS-PLAN-MATCH NOT = 0
               ADD 1 TO WS-PLN-UNSENT (WS-PLAN-MATCH)
           END-IF
           ADD 1 TO WS-UNSENT-TOTAL.

       Report-Carrier-Line.
           MOVE SPACES TO Report-Data
           STRING WS-CAR-ID (WS-CAR-SUB) '  ' WS-CARRIER-FILENAME
               '  ' WS-CAR-LAST-SEQ (WS-CAR-SUB) ' '
               DELIMITED BY SIZE INTO Report-Data
           IF AUDIT-FILE-RUN
               MOVE 'AUD' TO Report-Data (35:3)
           ELSE
               MOVE 'UPD' TO Report-Data (35:3)
           END-IF
           MOVE WS-ADD-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO Report-Data (40:5)
           MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO Report-Data (46:5)
           MOVE WS-TERM-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO Report-Data (52:5)
           MOVE WS-AUDIT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO Report-Data (58:5)
           PERFORM Write-Report-Line.

       Report-Unsent-Plans.
           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           IF WS-UNSENT-TOTAL = 0
               MOVE 'EVERY COVERED ENROLLMENT IS IN A CARRIER PLAN'
                   TO Report-Data
               PERFORM Write-Report-Line
           ELSE
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   IF WS-PLN-UNSENT (WS-PLAN-SUB) > 0
                       MOVE WS-PLN-UNSENT (WS-PLAN-SUB)
                           TO WS-COUNT-EDIT
                       STRING '*** PLAN ' WS-PLN-CODE (WS-PLAN-SUB)
                           ' HAS NO CARRIER ON CARRPLAN.DAT - '
                           WS-COUNT-EDIT ' COVERED ENROLLMENTS NOT SENT'
                           DELIMITED BY SIZE INTO Report-Data
                       PERFORM Write-Report-Line
                   END-IF
               END-PERFORM
           END-IF.

       Save-Last-Sent.
           OPEN OUTPUT LAST-SENT-FILE
           IF NOT SENT-OK
               DISPLAY 'Cannot rewrite last-sent file, status '
                   WS-SENT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                   UNTIL WS-SNT-SUB > WS-SNT-COUNT
                   MOVE WS-SNT-EMPLOYEE-ID (WS-SNT-SUB)
                       TO ESN-EMPLOYEE-ID
                   MOVE WS-SNT-PLAN-CODE (WS-SNT-SUB) TO ESN-PLAN-CODE
                   MOVE WS-SNT-TIER (WS-SNT-SUB) TO ESN-COVERAGE-TIER
                   MOVE WS-SNT-AMOUNT (WS-SNT-SUB)
                       TO ESN-COVERAGE-AMOUNT
                   MOVE WS-SNT-STATUS (WS-SNT-SUB) TO ESN-STATUS
                   MOVE WS-SNT-BEGIN (WS-SNT-SUB) TO ESN-BEGIN-DATE
                   MOVE WS-SNT-END (WS-SNT-SUB) TO ESN-END-DATE
                   WRITE LAST-SENT-RECORD
               END-PERFORM
               CLOSE LAST-SENT-FILE
           END-IF.

       Save-Control-Records.
           OPEN OUTPUT ENROLL-CONTROL
           IF NOT CONTROL-OK
               DISPLAY 'Cannot rewrite enrollment control, status '
                   WS-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
                   UNTIL WS-CAR-SUB > WS-CAR-COUNT
                   MOVE WS-CAR-ID (WS-CAR-SUB) TO ECT-CARRIER-ID
                   MOVE WS-CAR-LAST-SEQ (WS-CAR-SUB) TO ECT-LAST-SEQ
                   MOVE WS-CAR-LAST-DATE (WS-CAR-SUB) TO ECT-LAST-DATE
                   MOVE WS-CAR-LAST-AUDIT (WS-CAR-SUB)
                       TO ECT-LAST-AUDIT-DATE
                   WRITE ENROLL-CONTROL-RECORD
               END-PERFORM
               CLOSE ENROLL-CONTROL
           END-IF.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE EXTRACT-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM EnrollmentExtract.
