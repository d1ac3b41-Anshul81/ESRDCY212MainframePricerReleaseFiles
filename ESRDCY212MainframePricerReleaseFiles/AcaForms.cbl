       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcaForms.
      * Year-end ACA employer reporting - the 1095-C employee
      * statements and the 1094-C transmittal totals, built from the
      * same full-time test AcaMeasure applies instead of by hand
      * from its report and BENEFITS.DAT. The tax year is the
      * current year, as the W-2 programs take it. Month by month,
      * for each employee:
      *   - employed: on or after the hire month, not after the
      *     month of death, and - once terminated - not after the
      *     month of the last payment the year's history shows;
      *   - full-time: employed and salaried (full-time by
      *     standing), or hourly with the statutory 130 paid hours
      *     in the month off PAYHIST.DAT (reversed payments left
      *     out), as AcaMeasure counts them;
      *   - offered: employed with a MED row on BENEFITS.DAT - an
      *     enrollment, a waiver or a dropped election all mean the
      *     coverage was offered; enrolled: an active, not waived,
      *     MED row. The benefit file carries no coverage dates, so
      *     an election counts for every employed month.
      * Line 14 is 1E (coverage offered to the employee, spouse and
      * dependents - the plan's S and F tiers) for an offered month
      * and 1H otherwise. Line 15, for the 1E months, is the lowest
      * employee share of any self-only (tier E) MED row on file, as
      * a monthly premium. Line 16 is 2A for a month not employed,
      * 2C for an enrolled month, 2B for a month employed but not
      * full-time, 2H when the line 15 premium is affordable under
      * the rate-of-pay safe harbor (hourly rate times 130 hours, or
      * a twelfth of the salary, times the year's affordability
      * percentage), and blank otherwise. A statement goes to every
      * employee full-time in any month and to every enrolled
      * employee.
      * Per company off COMPANY.DAT (blank company code = the first
      * company) the run writes the CE employee records and a CT
      * transmittal record - form count and, per month, the MEC
      * offer indicator (offered to 95% of the full-time staff), the
      * full-time count and the total employee count - to
      * ACA1095.DAT for the electronic filing, and the employee
      * statements with a 1094-C totals page after each company to
      * ACASTMT.DAT for mailing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL BENEFIT-FILE ASSIGN TO 'BENEFITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEFIT-STATUS.
           SELECT OPTIONAL COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.
           SELECT ACA-FILING-FILE ASSIGN TO 'ACA1095.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.
           SELECT ACA-STATEMENT-FILE ASSIGN TO 'ACASTMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  BENEFIT-FILE.
           COPY BENREC.

       FD  COMPANY-FILE.
           COPY COMPANY.

       FD  ACA-FILING-FILE.
       01  ACA-FILING-RECORD           PIC X(210).

       FD  ACA-STATEMENT-FILE.
       01  ACA-STATEMENT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
           88 MASTER-EOF               VALUE '10'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-BENEFIT-STATUS        PIC XX.
           88 BENEFIT-OK               VALUE '00'.
           88 BENEFIT-EOF              VALUE '10'.
       01 WS-COMPANY-STATUS        PIC XX.
           88 COMPANY-OK               VALUE '00'.
           88 COMPANY-EOF              VALUE '10'.
       01 WS-FILING-STATUS         PIC XX.
           88 FILING-OK                VALUE '00'.
       01 WS-STMT-STATUS           PIC XX.
           88 STMT-OK                  VALUE '00'.

      * The statutory monthly full-time threshold, and the share of
      * the full-time staff that must be offered coverage for the
      * 1094-C MEC offer indicator.
       01 WS-FT-MONTHLY-HOURS      PIC 9(3) VALUE 130.
       01 WS-MEC-OFFER-PCT         PIC 9(3) VALUE 95.

      * Affordability percentage by year for the rate-of-pay safe
      * harbor; a year past the table uses its last entry.
       01 WS-AFFORD-VALUES.
           05 FILLER               PIC X(8) VALUE '20230912'.
           05 FILLER               PIC X(8) VALUE '20240839'.
           05 FILLER               PIC X(8) VALUE '20250902'.
           05 FILLER               PIC X(8) VALUE '20260996'.
       01 WS-AFFORD-TABLE REDEFINES WS-AFFORD-VALUES.
           05 WS-AFFORD-ENTRY OCCURS 4 TIMES.
               10 WS-AFFORD-YEAR       PIC 9(4).
               10 WS-AFFORD-RATE       PIC V9(4).
       01 WS-AFFORD-SUB            PIC 9(2).
       01 WS-AFFORD-PCT            PIC V9(4).

       01 WS-MONTH-NAME-VALUES     PIC X(36)
           VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).

       01 WS-TAX-YEAR              PIC 9(4).
       01 WS-YEAR-START            PIC 9(8).
       01 WS-YEAR-END              PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YYYY      PIC 9(4).
           05 WS-CURRENT-MM        PIC 9(2).
           05 WS-CURRENT-DD        PIC 9(2).

      * The year's paid hours by month, and the last payment date,
      * for every employee the history shows paid in the year.
       01 WS-HOURS-TABLE.
           05 WS-HR-COUNT          PIC 9(4) VALUE 0.
           05 WS-HR-ENTRY OCCURS 3000 TIMES.
               10 WS-HR-EMP-ID         PIC 9(5).
               10 WS-HR-LAST-PAY       PIC 9(8).
               10 WS-HR-MONTH-HOURS OCCURS 12 TIMES
                                       PIC 9(4)V99.
       01 WS-HR-SUB                PIC 9(4).
       01 WS-HR-FOUND-SUB          PIC 9(4).
       01 WS-HR-OVERFLOW           PIC X VALUE 'N'.
           88 HOURS-TABLE-FULL         VALUE 'Y'.

      * Every employee's MED election off BENEFITS.DAT.
       01 WS-MED-TABLE.
           05 WS-MED-COUNT         PIC 9(4) VALUE 0.
           05 WS-MED-ENTRY OCCURS 3000 TIMES.
               10 WS-MED-EMP-ID        PIC 9(5).
               10 WS-MED-ENROLLED      PIC X(1).
       01 WS-MED-SUB               PIC 9(4).
       01 WS-MED-OVERFLOW          PIC X VALUE 'N'.
           88 MED-TABLE-FULL           VALUE 'Y'.
       01 WS-LOW-SELF-ANNUAL       PIC 9(5)V99.
       01 WS-LOW-SELF-FOUND        PIC X VALUE 'N'.
           88 LOW-SELF-ON-FILE         VALUE 'Y'.
       01 WS-LOW-SELF-MONTHLY      PIC 9(5)V99 VALUE 0.

      * The legal entities, off COMPANY.DAT - or the one legacy
      * identity when no control file exists, as on the W-2 file -
      * each with its 1094-C monthly totals.
       01 WS-COMPANY-TABLE.
           05 WS-CO-COUNT          PIC 9(2) VALUE 0.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE           PIC X(2).
               10 WS-CO-NAME           PIC X(40).
               10 WS-CO-EIN            PIC X(10).
       01 WS-CO-SUB                PIC 9(2).
       01 WS-LEGACY-CO-NAME        PIC X(40) VALUE 'ACME CORPORATION'.
       01 WS-LEGACY-CO-EIN         PIC X(10) VALUE '1234567890'.
       01 WS-CO-TOTALS.
           05 WS-CO-FORMS          PIC 9(5).
           05 WS-CO-MONTH OCCURS 12 TIMES.
               10 WS-CO-FT-COUNT       PIC 9(5).
               10 WS-CO-FT-OFFERED     PIC 9(5).
               10 WS-CO-EMP-COUNT      PIC 9(5).

      * One employee's months.
       01 WS-EMP-MONTHS.
           05 WS-EM-ENTRY OCCURS 12 TIMES.
               10 WS-EM-EMPLOYED       PIC X(1).
               10 WS-EM-FULL-TIME      PIC X(1).
               10 WS-EM-OFFERED        PIC X(1).
               10 WS-EM-ENROLLED       PIC X(1).
               10 WS-EM-LINE-14        PIC X(2).
               10 WS-EM-LINE-15        PIC 9(5)V99.
               10 WS-EM-LINE-16        PIC X(2).
       01 WS-MONTH-SUB             PIC 9(2).
       01 WS-MONTH-YM              PIC 9(6).
       01 WS-HIRE-YM               PIC 9(6).
       01 WS-LAST-PAY-YM           PIC 9(6).
       01 WS-DEATH-YM              PIC 9(6).
       01 WS-EMP-MED               PIC X(1).
           88 EMP-MED-NONE             VALUE 'N'.
           88 EMP-MED-ENROLLED         VALUE 'E'.
           88 EMP-MED-OFFERED          VALUE 'O'.
       01 WS-ANY-FULL-TIME         PIC X(1).
       01 WS-ANY-EMPLOYED          PIC X(1).
       01 WS-ANY-ENROLLED          PIC X(1).
       01 WS-MONTHLY-PAY           PIC 9(7)V99.
       01 WS-AFFORD-LIMIT          PIC 9(7)V99.
       01 WS-SSN-DIGITS            PIC X(9).
       01 WS-SSN-MASKED            PIC X(11).

       01 WS-CE-RECORD.
           05 FILLER               PIC X(2) VALUE 'CE'.
           05 CE-TAX-YEAR          PIC 9(4).
           05 CE-COMPANY-EIN       PIC X(10).
           05 CE-SSN               PIC X(9).
           05 CE-EMPLOYEE-NAME     PIC X(40).
           05 CE-EMPLOYEE-ID       PIC 9(5).
           05 CE-MONTH OCCURS 12 TIMES.
               10 CE-LINE-14           PIC X(2).
               10 CE-LINE-15           PIC 9(7).
               10 CE-LINE-16           PIC X(2).
           05 FILLER               PIC X(8) VALUE SPACES.

       01 WS-CT-RECORD.
           05 FILLER               PIC X(2) VALUE 'CT'.
           05 CT-TAX-YEAR          PIC 9(4).
           05 CT-COMPANY-EIN       PIC X(10).
           05 CT-COMPANY-NAME      PIC X(40).
           05 CT-FORM-COUNT        PIC 9(5).
           05 CT-MONTH OCCURS 12 TIMES.
               10 CT-MEC-OFFERED       PIC X(1).
               10 CT-FT-COUNT          PIC 9(5).
               10 CT-EMP-COUNT         PIC 9(5).
           05 FILLER               PIC X(17) VALUE SPACES.

       01 WS-GRAND-FORMS           PIC 9(7) VALUE 0.
       01 WS-RUN-FAILED            PIC X VALUE 'N'.
           88 ACA-RUN-FAILED           VALUE 'Y'.

       01 Report-Data              PIC X(80).
       01 WS-ID-EDIT               PIC ZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
       01 WS-COUNT-EDIT-2          PIC ZZ,ZZ9.
       01 WS-PREMIUM-EDIT          PIC ZZ,ZZ9.99.
       01 WS-LINE-15-TEXT          PIC X(9).

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE EMPLOYEE-MASTER

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YYYY TO WS-TAX-YEAR
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           PERFORM Set-Affordability-Pct

      * Without the history no hourly employee reaches the monthly
      * threshold and no terminated employee's last month is known
      * - the forms would be wrong, not merely incomplete.
           OPEN INPUT PAY-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS ' - ACA forms not produced'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Hours-Table
           CLOSE PAY-HISTORY
           PERFORM Load-Med-Table
           PERFORM Load-Company-Table

           OPEN OUTPUT ACA-FILING-FILE
           IF NOT FILING-OK
               DISPLAY 'Cannot open ACA filing file, status '
                   WS-FILING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACA-STATEMENT-FILE
           IF NOT STMT-OK
               DISPLAY 'Cannot open ACA statement file, status '
                   WS-STMT-STATUS
               CLOSE ACA-FILING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Report-One-Company
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
           CLOSE ACA-FILING-FILE
           CLOSE ACA-STATEMENT-FILE

           IF HOURS-TABLE-FULL OR MED-TABLE-FULL
               SET ACA-RUN-FAILED TO TRUE
           END-IF
           IF ACA-RUN-FAILED
               DISPLAY 'ACA forms are INCOMPLETE - do not file or '
                   'mail, see the messages above'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ACA forms: ' WS-GRAND-FORMS
                   ' 1095-C statements, tax year ' WS-TAX-YEAR
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Set-Affordability-Pct.
           MOVE WS-AFFORD-RATE (4) TO WS-AFFORD-PCT
           PERFORM VARYING WS-AFFORD-SUB FROM 1 BY 1
               UNTIL WS-AFFORD-SUB > 4
               IF WS-AFFORD-YEAR (WS-AFFORD-SUB) = WS-TAX-YEAR
                   MOVE WS-AFFORD-RATE (WS-AFFORD-SUB)
                       TO WS-AFFORD-PCT
               END-IF
           END-PERFORM.

       Load-Hours-Table.
           PERFORM UNTIL HIST-EOF
               READ PAY-HISTORY NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-CHECK-DATE >= WS-YEAR-START AND
                           HIST-CHECK-DATE <= WS-YEAR-END AND
                           NOT HIST-PAYMENT-REVERSED
                           PERFORM Accumulate-History-Record
                       END-IF
               END-READ
           END-PERFORM.

       Accumulate-History-Record.
      * The history comes in employee order, so an employee's
      * payments all land on the newest entry.
           IF WS-HR-COUNT = 0 OR
               WS-HR-EMP-ID (WS-HR-COUNT) NOT = HIST-EMPLOYEE-ID
               IF WS-HR-COUNT >= 3000
                   IF NOT HOURS-TABLE-FULL
                       DISPLAY 'Hours table full at employee '
                           HIST-EMPLOYEE-ID
                       SET HOURS-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-HR-COUNT
                   INITIALIZE WS-HR-ENTRY (WS-HR-COUNT)
                   MOVE HIST-EMPLOYEE-ID TO WS-HR-EMP-ID (WS-HR-COUNT)
               END-IF
           END-IF
           IF WS-HR-COUNT > 0 AND
               WS-HR-EMP-ID (WS-HR-COUNT) = HIST-EMPLOYEE-ID
               IF HIST-CHECK-DATE > WS-HR-LAST-PAY (WS-HR-COUNT)
                   MOVE HIST-CHECK-DATE TO WS-HR-LAST-PAY (WS-HR-COUNT)
               END-IF
               MOVE HIST-CHECK-DATE (5:2) TO WS-MONTH-SUB
               ADD HIST-PAID-HOURS
                   TO WS-HR-MONTH-HOURS (WS-HR-COUNT, WS-MONTH-SUB)
           END-IF.

       Load-Med-Table.
      * A waived row is the election on record with no premium, so
      * only the priced self-only rows set the line 15 premium.
           OPEN INPUT BENEFIT-FILE
           IF BENEFIT-OK
               PERFORM UNTIL BENEFIT-EOF
                   READ BENEFIT-FILE
                       AT END
                           SET BENEFIT-EOF TO TRUE
                       NOT AT END
                           IF BEN-PLAN-CODE = 'MED '
                               PERFORM Take-Med-Row
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BENEFIT-FILE
           IF LOW-SELF-ON-FILE
               COMPUTE WS-LOW-SELF-MONTHLY ROUNDED =
                   WS-LOW-SELF-ANNUAL / 12
           ELSE
               DISPLAY 'No self-only MED rows on BENEFITS.DAT - '
                   'line 15 reported as zero'
           END-IF.

       Take-Med-Row.
           IF BEN-TIER-EMPLOYEE AND BEN-ENROLLED
               IF NOT LOW-SELF-ON-FILE OR
                   BEN-EMPLOYEE-ANNUAL < WS-LOW-SELF-ANNUAL
                   MOVE BEN-EMPLOYEE-ANNUAL TO WS-LOW-SELF-ANNUAL
                   SET LOW-SELF-ON-FILE TO TRUE
               END-IF
           END-IF
           PERFORM VARYING WS-MED-SUB FROM 1 BY 1
               UNTIL WS-MED-SUB > WS-MED-COUNT
               OR WS-MED-EMP-ID (WS-MED-SUB) = BEN-EMPLOYEE-ID
               CONTINUE
           END-PERFORM
           IF WS-MED-SUB > WS-MED-COUNT
               IF WS-MED-COUNT >= 3000
                   IF NOT MED-TABLE-FULL
                       DISPLAY 'MED election table full at employee '
                           BEN-EMPLOYEE-ID
                       SET MED-TABLE-FULL TO TRUE
                   END-IF
                   MOVE 0 TO WS-MED-SUB
               ELSE
                   ADD 1 TO WS-MED-COUNT
                   MOVE WS-MED-COUNT TO WS-MED-SUB
                   MOVE BEN-EMPLOYEE-ID TO WS-MED-EMP-ID (WS-MED-SUB)
                   MOVE 'N' TO WS-MED-ENROLLED (WS-MED-SUB)
               END-IF
           END-IF
           IF WS-MED-SUB > 0 AND BEN-ENROLLED AND
               NOT BEN-TIER-WAIVED
               MOVE 'Y' TO WS-MED-ENROLLED (WS-MED-SUB)
           END-IF.

       Load-Company-Table.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT COMPANY-FILE
           IF COMPANY-OK
               PERFORM UNTIL COMPANY-EOF
                   READ COMPANY-FILE
                       AT END
                           SET COMPANY-EOF TO TRUE
                       NOT AT END
                           IF WS-CO-COUNT < 10
                               ADD 1 TO WS-CO-COUNT
                               MOVE CO-CODE
                                   TO WS-CO-CODE (WS-CO-COUNT)
                               MOVE CO-NAME
                                   TO WS-CO-NAME (WS-CO-COUNT)
                               MOVE CO-EIN
                                   TO WS-CO-EIN (WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COMPANY-FILE
           IF WS-CO-COUNT = 0
               MOVE 1 TO WS-CO-COUNT
               MOVE SPACES TO WS-CO-CODE (1)
               MOVE WS-LEGACY-CO-NAME TO WS-CO-NAME (1)
               MOVE WS-LEGACY-CO-EIN TO WS-CO-EIN (1)
           END-IF.

       Report-One-Company.
           INITIALIZE WS-CO-TOTALS
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
      * No transmittal for a company whose forms never went out -
      * its totals would not match what was filed.
               DISPLAY 'Cannot reopen master, status '
                   WS-MASTER-STATUS ' - company forms incomplete'
               SET ACA-RUN-FAILED TO TRUE
           ELSE
               PERFORM UNTIL MASTER-EOF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET MASTER-EOF TO TRUE
                       NOT AT END
                           IF EMP-COMPANY-CODE
                                   = WS-CO-CODE (WS-CO-SUB) OR
                               (EMP-COMPANY-CODE = SPACES AND
                                   WS-CO-SUB = 1)
                               PERFORM Assess-Employee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               MOVE '00' TO WS-MASTER-STATUS
               PERFORM Write-Transmittal
           END-IF.

       Assess-Employee.
           MOVE 0 TO WS-HR-FOUND-SUB
           PERFORM VARYING WS-HR-SUB FROM 1 BY 1
               UNTIL WS-HR-SUB > WS-HR-COUNT OR WS-HR-FOUND-SUB > 0
               IF WS-HR-EMP-ID (WS-HR-SUB) = EMP-ID
                   MOVE WS-HR-SUB TO WS-HR-FOUND-SUB
               END-IF
           END-PERFORM
           SET EMP-MED-NONE TO TRUE
           PERFORM VARYING WS-MED-SUB FROM 1 BY 1
               UNTIL WS-MED-SUB > WS-MED-COUNT
               IF WS-MED-EMP-ID (WS-MED-SUB) = EMP-ID
                   IF WS-MED-ENROLLED (WS-MED-SUB) = 'Y'
                       SET EMP-MED-ENROLLED TO TRUE
                   ELSE
                       SET EMP-MED-OFFERED TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           COMPUTE WS-HIRE-YM = EMP-HIRE-DATE / 100
           COMPUTE WS-DEATH-YM = EMP-DEATH-DATE / 100
           MOVE 0 TO WS-LAST-PAY-YM
           IF WS-HR-FOUND-SUB > 0
               COMPUTE WS-LAST-PAY-YM =
                   WS-HR-LAST-PAY (WS-HR-FOUND-SUB) / 100
           END-IF
      * The rate-of-pay safe harbor's monthly pay.
           IF EMP-PAY-HOURLY
               COMPUTE WS-MONTHLY-PAY =
                   EMP-HOURLY-RATE * WS-FT-MONTHLY-HOURS
           ELSE
               COMPUTE WS-MONTHLY-PAY ROUNDED = EMP-SALARY / 12
           END-IF
           COMPUTE WS-AFFORD-LIMIT ROUNDED =
               WS-MONTHLY-PAY * WS-AFFORD-PCT

           MOVE 'N' TO WS-ANY-FULL-TIME
           MOVE 'N' TO WS-ANY-EMPLOYED
           MOVE 'N' TO WS-ANY-ENROLLED
           PERFORM Assess-One-Month
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12

           IF WS-ANY-FULL-TIME = 'Y' OR WS-ANY-ENROLLED = 'Y'
               ADD 1 TO WS-CO-FORMS
               ADD 1 TO WS-GRAND-FORMS
               PERFORM Write-Employee-Record
               PERFORM Print-Employee-Statement
           END-IF.

       Assess-One-Month.
           COMPUTE WS-MONTH-YM = WS-TAX-YEAR * 100 + WS-MONTH-SUB
           INITIALIZE WS-EM-ENTRY (WS-MONTH-SUB)
           MOVE 'N' TO WS-EM-EMPLOYED (WS-MONTH-SUB)
           MOVE 'N' TO WS-EM-FULL-TIME (WS-MONTH-SUB)
           MOVE 'N' TO WS-EM-OFFERED (WS-MONTH-SUB)
           MOVE 'N' TO WS-EM-ENROLLED (WS-MONTH-SUB)
           IF (EMP-HIRE-DATE = 0 OR WS-HIRE-YM <= WS-MONTH-YM)
               AND (EMP-DEATH-DATE = 0 OR WS-DEATH-YM >= WS-MONTH-YM)
               AND (NOT EMP-STATUS-TERMINATED OR
                   WS-LAST-PAY-YM >= WS-MONTH-YM)
               MOVE 'Y' TO WS-EM-EMPLOYED (WS-MONTH-SUB)
               MOVE 'Y' TO WS-ANY-EMPLOYED
               ADD 1 TO WS-CO-EMP-COUNT (WS-MONTH-SUB)
               IF NOT EMP-PAY-HOURLY
                   MOVE 'Y' TO WS-EM-FULL-TIME (WS-MONTH-SUB)
               ELSE
                   IF WS-HR-FOUND-SUB > 0
                       IF WS-HR-MONTH-HOURS
                               (WS-HR-FOUND-SUB, WS-MONTH-SUB)
                               >= WS-FT-MONTHLY-HOURS
                           MOVE 'Y' TO WS-EM-FULL-TIME (WS-MONTH-SUB)
                       END-IF
                   END-IF
               END-IF
               IF NOT EMP-MED-NONE
                   MOVE 'Y' TO WS-EM-OFFERED (WS-MONTH-SUB)
               END-IF
               IF EMP-MED-ENROLLED
                   MOVE 'Y' TO WS-EM-ENROLLED (WS-MONTH-SUB)
                   MOVE 'Y' TO WS-ANY-ENROLLED
               END-IF
           END-IF
           IF WS-EM-FULL-TIME (WS-MONTH-SUB) = 'Y'
               MOVE 'Y' TO WS-ANY-FULL-TIME
               ADD 1 TO WS-CO-FT-COUNT (WS-MONTH-SUB)
               IF WS-EM-OFFERED (WS-MONTH-SUB) = 'Y'
                   ADD 1 TO WS-CO-FT-OFFERED (WS-MONTH-SUB)
               END-IF
           END-IF

           IF WS-EM-OFFERED (WS-MONTH-SUB) = 'Y'
               MOVE '1E' TO WS-EM-LINE-14 (WS-MONTH-SUB)
               MOVE WS-LOW-SELF-MONTHLY
                   TO WS-EM-LINE-15 (WS-MONTH-SUB)
           ELSE
               MOVE '1H' TO WS-EM-LINE-14 (WS-MONTH-SUB)
               MOVE 0 TO WS-EM-LINE-15 (WS-MONTH-SUB)
           END-IF
           EVALUATE TRUE
               WHEN WS-EM-EMPLOYED (WS-MONTH-SUB) = 'N'
                   MOVE '2A' TO WS-EM-LINE-16 (WS-MONTH-SUB)
               WHEN WS-EM-ENROLLED (WS-MONTH-SUB) = 'Y'
                   MOVE '2C' TO WS-EM-LINE-16 (WS-MONTH-SUB)
               WHEN WS-EM-FULL-TIME (WS-MONTH-SUB) = 'N'
                   MOVE '2B' TO WS-EM-LINE-16 (WS-MONTH-SUB)
               WHEN WS-EM-OFFERED (WS-MONTH-SUB) = 'Y' AND
                   WS-LOW-SELF-MONTHLY <= WS-AFFORD-LIMIT
                   MOVE '2H' TO WS-EM-LINE-16 (WS-MONTH-SUB)
               WHEN OTHER
                   MOVE SPACES TO WS-EM-LINE-16 (WS-MONTH-SUB)
           END-EVALUATE.

       Write-Employee-Record.
           MOVE EMP-SSN (1:3) TO WS-SSN-DIGITS (1:3)
           MOVE EMP-SSN (5:2) TO WS-SSN-DIGITS (4:2)
           MOVE EMP-SSN (8:4) TO WS-SSN-DIGITS (6:4)
           MOVE WS-TAX-YEAR TO CE-TAX-YEAR
           MOVE WS-CO-EIN (WS-CO-SUB) TO CE-COMPANY-EIN
           MOVE WS-SSN-DIGITS TO CE-SSN
           MOVE EMP-NAME TO CE-EMPLOYEE-NAME
           MOVE EMP-ID TO CE-EMPLOYEE-ID
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               MOVE WS-EM-LINE-14 (WS-MONTH-SUB)
                   TO CE-LINE-14 (WS-MONTH-SUB)
               COMPUTE CE-LINE-15 (WS-MONTH-SUB) =
                   WS-EM-LINE-15 (WS-MONTH-SUB) * 100
               MOVE WS-EM-LINE-16 (WS-MONTH-SUB)
                   TO CE-LINE-16 (WS-MONTH-SUB)
           END-PERFORM
           WRITE ACA-FILING-RECORD FROM WS-CE-RECORD.

       Print-Employee-Statement.
           MOVE ALL '=' TO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           STRING 'FORM 1095-C  EMPLOYER-PROVIDED HEALTH INSURANCE '
               'OFFER AND COVERAGE   ' WS-TAX-YEAR
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO WS-SSN-MASKED
           STRING 'XXX-XX-' EMP-SSN (8:4)
               DELIMITED BY SIZE INTO WS-SSN-MASKED
           MOVE EMP-ID TO WS-ID-EDIT
           STRING ' 1 EMPLOYEE        ' EMP-NAME
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           STRING ' 2 SSN             ' WS-SSN-MASKED
               '          EMPLOYEE ID ' WS-ID-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           STRING '   ADDRESS         ' EMP-ADDRESS
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           STRING ' 7 EMPLOYER        ' WS-CO-NAME (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           STRING ' 8 EMPLOYER EIN    ' WS-CO-EIN (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line
           MOVE '   MONTH    LINE 14 OFFER   LINE 15 PREMIUM   '
               & 'LINE 16 SAFE HARBOR' TO Report-Data
           PERFORM Write-Statement-Line
           PERFORM Print-Statement-Month
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

       Print-Statement-Month.
           IF WS-EM-LINE-14 (WS-MONTH-SUB) = '1H'
               MOVE SPACES TO WS-LINE-15-TEXT
           ELSE
               MOVE WS-EM-LINE-15 (WS-MONTH-SUB) TO WS-PREMIUM-EDIT
               MOVE WS-PREMIUM-EDIT TO WS-LINE-15-TEXT
           END-IF
           MOVE SPACES TO Report-Data
           STRING '   ' WS-MONTH-NAME (WS-MONTH-SUB)
               '      ' WS-EM-LINE-14 (WS-MONTH-SUB)
               '              ' WS-LINE-15-TEXT
               '         ' WS-EM-LINE-16 (WS-MONTH-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line.

       Write-Transmittal.
           MOVE WS-TAX-YEAR TO CT-TAX-YEAR
           MOVE WS-CO-EIN (WS-CO-SUB) TO CT-COMPANY-EIN
           MOVE WS-CO-NAME (WS-CO-SUB) TO CT-COMPANY-NAME
           MOVE WS-CO-FORMS TO CT-FORM-COUNT
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
               MOVE 'N' TO CT-MEC-OFFERED (WS-MONTH-SUB)
               IF WS-CO-FT-COUNT (WS-MONTH-SUB) > 0 AND
                   WS-CO-FT-OFFERED (WS-MONTH-SUB) * 100 >=
                   WS-CO-FT-COUNT (WS-MONTH-SUB) * WS-MEC-OFFER-PCT
                   MOVE 'Y' TO CT-MEC-OFFERED (WS-MONTH-SUB)
               END-IF
               MOVE WS-CO-FT-COUNT (WS-MONTH-SUB)
                   TO CT-FT-COUNT (WS-MONTH-SUB)
               MOVE WS-CO-EMP-COUNT (WS-MONTH-SUB)
                   TO CT-EMP-COUNT (WS-MONTH-SUB)
           END-PERFORM
           WRITE ACA-FILING-RECORD FROM WS-CT-RECORD

           MOVE ALL '*' TO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           STRING 'FORM 1094-C  TRANSMITTAL TOTALS                 '
               '             ' WS-TAX-YEAR
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           STRING 'EMPLOYER        ' WS-CO-NAME (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           STRING 'EMPLOYER EIN    ' WS-CO-EIN (WS-CO-SUB)
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE WS-CO-FORMS TO WS-COUNT-EDIT
           MOVE SPACES TO Report-Data
           STRING 'FORMS 1095-C    ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line
           MOVE SPACES TO Report-Data
           PERFORM Write-Statement-Line
           MOVE '   MONTH    MEC OFFERED   FULL-TIME COUNT   '
               & 'TOTAL EMPLOYEES' TO Report-Data
           PERFORM Write-Statement-Line
           PERFORM Print-Transmittal-Month
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           DISPLAY 'Company ' WS-CO-EIN (WS-CO-SUB) ': '
               WS-CO-FORMS ' 1095-C forms'.

       Print-Transmittal-Month.
           MOVE CT-FT-COUNT (WS-MONTH-SUB) TO WS-COUNT-EDIT
           MOVE CT-EMP-COUNT (WS-MONTH-SUB) TO WS-COUNT-EDIT-2
           MOVE SPACES TO Report-Data
           STRING '   ' WS-MONTH-NAME (WS-MONTH-SUB)
               '         ' CT-MEC-OFFERED (WS-MONTH-SUB)
               '             ' WS-COUNT-EDIT
               '            ' WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Statement-Line.

       Write-Statement-Line.
           WRITE ACA-STATEMENT-LINE FROM Report-Data.
       END PROGRAM AcaForms.
