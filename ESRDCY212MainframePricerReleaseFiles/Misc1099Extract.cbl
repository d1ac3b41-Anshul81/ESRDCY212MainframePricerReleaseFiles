       IDENTIFICATION DIVISION.
       PROGRAM-ID. Misc1099Extract.
      * Year-end 1099-MISC file for wages paid to a deceased
      * employee's estate or beneficiary. TermPay flags every such
      * payment on PAYHIST.DAT - in the year of death (Social
      * Security and Medicare wages, but not W-2 box 1) or in a
      * later year (not wages at all) - and both kinds are the
      * payee's other income in box 3. The tax year is the year on
      * QTRPARM.DAT, so the extract runs with the fourth-quarter
      * stream. The payee's name, address, and TIN come off the
      * master where TermPay recorded them. Laid out like the W-2
      * file: one A payer record per legal entity on COMPANY.DAT
      * (the default company alone when there is no control file),
      * a B record per payee, and a C total record per payer, with
      * 11-digit zero-filled cents. Output goes to MISC1099.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-PARM-FILE ASSIGN TO 'QTRPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MISC-1099-FILE ASSIGN TO 'MISC1099.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-1099-STATUS.
           SELECT OPTIONAL COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-PARM-FILE.
           COPY QTRPARM.

       FD  PAY-HISTORY.
           COPY PAYHIST.

       FD  EMPLOYEE-MASTER.
           COPY EMPREC.

       FD  MISC-1099-FILE.
       01  MISC-1099-RECORD            PIC X(200).

       FD  COMPANY-FILE.
           COPY COMPANY.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-HIST-STATUS           PIC XX.
           88 HIST-OK                  VALUE '00'.
           88 HIST-EOF                 VALUE '10'.
       01 WS-MASTER-STATUS         PIC XX.
           88 MASTER-OK                VALUE '00'.
       01 WS-1099-STATUS           PIC XX.
           88 MISC-FILE-OK             VALUE '00'.
       01 WS-COMPANY-STATUS        PIC XX.
           88 COMPANY-OK               VALUE '00'.
           88 COMPANY-EOF              VALUE '10'.

       01 WS-TAX-YEAR              PIC 9(4).
       01 WS-YEAR-START            PIC 9(8).
       01 WS-YEAR-END              PIC 9(8).

      * The legal entities the file reports for, off COMPANY.DAT -
      * or the one legacy identity when no control file exists.
       01 WS-COMPANY-TABLE.
           05 WS-CO-COUNT          PIC 9(2) VALUE 0.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE           PIC X(2).
               10 WS-CO-NAME           PIC X(40).
               10 WS-CO-EIN            PIC X(10).
       01 WS-CO-SUB                PIC 9(2).

      * One entry per payee, summed over the year's flagged
      * payments.
       01 WS-PAYEE-TABLE.
           05 WS-PAYEE-COUNT       PIC 9(3) VALUE 0.
           05 WS-PAYEE-ENTRY OCCURS 200 TIMES.
               10 WS-PAYEE-EMP-ID      PIC 9(5).
               10 WS-PAYEE-AMOUNT      PIC 9(9)V99.
               10 WS-PAYEE-FEDERAL     PIC 9(9)V99.
       01 WS-PAYEE-SUB             PIC 9(3).
       01 WS-PAYEE-MATCH           PIC 9(3).
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
           88 PAYEE-TABLE-OVERFLOWED   VALUE 'Y'.

       01 WS-A-RECORD.
           05 FILLER               PIC X(2) VALUE 'A '.
           05 A-TAX-YEAR           PIC 9(4).
           05 A-PAYER-NAME         PIC X(40)
               VALUE 'ACME CORPORATION'.
           05 A-PAYER-EIN          PIC X(10) VALUE '1234567890'.
           05 A-FORM-TYPE          PIC X(4) VALUE 'MISC'.
           05 FILLER               PIC X(140) VALUE SPACES.

       01 WS-B-RECORD.
           05 FILLER               PIC X(2) VALUE 'B '.
           05 B-PAYEE-TIN          PIC X(9).
           05 B-PAYEE-NAME         PIC X(40).
           05 B-PAYEE-ADDRESS      PIC X(60).
      * Box 3, other income, and box 4, federal income tax withheld
      * (always zero - no income tax is withheld from a decedent's
      * pay).
           05 B-OTHER-INCOME       PIC 9(11).
           05 B-FEDERAL-TAX        PIC 9(11).
           05 B-DECEDENT-EMP-ID    PIC 9(5).
           05 FILLER               PIC X(62) VALUE SPACES.

       01 WS-C-RECORD.
           05 FILLER               PIC X(2) VALUE 'C '.
           05 C-PAYEE-COUNT        PIC 9(7).
           05 C-TOTAL-OTHER-INCOME PIC 9(13).
           05 C-TOTAL-FEDERAL      PIC 9(13).
           05 FILLER               PIC X(165) VALUE SPACES.

       01 WS-TIN-DIGITS            PIC X(9).
       01 WS-TIN-SUB               PIC 9(2).
       01 WS-TIN-OUT               PIC 9(2).
       01 WS-COMPANY-PAYEES        PIC 9(7).
       01 WS-COMPANY-INCOME        PIC 9(11)V99.
       01 WS-COMPANY-FEDERAL       PIC 9(11)V99.
       01 WS-GRAND-PAYEES          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Read-Tax-Year
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231
           MOVE WS-TAX-YEAR TO A-TAX-YEAR

           OPEN INPUT PAY-HISTORY
           IF NOT HIST-OK
               DISPLAY 'Cannot open pay history, status '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HIST-EOF
               READ PAY-HISTORY NEXT RECORD
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-CHECK-DATE >= WS-YEAR-START AND
                           HIST-CHECK-DATE <= WS-YEAR-END AND
                           NOT HIST-PAYMENT-REVERSED AND
                           (HIST-DECEDENT-WAGES OR HIST-DECEDENT-1099)
                           PERFORM Accumulate-Payee
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY
           IF PAYEE-TABLE-OVERFLOWED
               DISPLAY 'More decedent payees than the work table '
                   'holds - 1099 file not written'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF NOT MASTER-OK
               DISPLAY 'Cannot open master, status ' WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MISC-1099-FILE
           IF NOT MISC-FILE-OK
               DISPLAY 'Cannot open 1099 file, status '
                   WS-1099-STATUS
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Company-Table
           PERFORM Extract-One-Company
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT

           CLOSE EMPLOYEE-MASTER
           CLOSE MISC-1099-FILE
           DISPLAY '1099-MISC file written for ' WS-GRAND-PAYEES
               ' payees, tax year ' WS-TAX-YEAR
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Read-Tax-Year.
           OPEN INPUT QTR-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot open quarter parm file, status '
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ QTR-PARM-FILE
               AT END
                   DISPLAY 'No quarter parm record, 1099 file not '
                       'written'
                   CLOSE QTR-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE QTR-YEAR TO WS-TAX-YEAR
           END-READ
           CLOSE QTR-PARM-FILE.

       Accumulate-Payee.
           MOVE 0 TO WS-PAYEE-MATCH
           PERFORM Find-Payee
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
           IF WS-PAYEE-MATCH = 0
               IF WS-PAYEE-COUNT >= 200
                   SET PAYEE-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-PAYEE-COUNT
                   MOVE WS-PAYEE-COUNT TO WS-PAYEE-MATCH
                   MOVE HIST-EMPLOYEE-ID
                       TO WS-PAYEE-EMP-ID (WS-PAYEE-MATCH)
                   MOVE 0 TO WS-PAYEE-AMOUNT (WS-PAYEE-MATCH)
                   MOVE 0 TO WS-PAYEE-FEDERAL (WS-PAYEE-MATCH)
               END-IF
           END-IF
           IF WS-PAYEE-MATCH > 0
               ADD HIST-GROSS-SALARY TO WS-PAYEE-AMOUNT (WS-PAYEE-MATCH)
               ADD HIST-FEDERAL-WITHHOLDING
                   TO WS-PAYEE-FEDERAL (WS-PAYEE-MATCH)
           END-IF.

       Find-Payee.
           IF WS-PAYEE-EMP-ID (WS-PAYEE-SUB) = HIST-EMPLOYEE-ID
               MOVE WS-PAYEE-SUB TO WS-PAYEE-MATCH
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
               MOVE A-PAYER-NAME TO WS-CO-NAME (1)
               MOVE A-PAYER-EIN TO WS-CO-EIN (1)
           END-IF.

       Extract-One-Company.
           MOVE WS-CO-NAME (WS-CO-SUB) TO A-PAYER-NAME
           MOVE WS-CO-EIN (WS-CO-SUB) TO A-PAYER-EIN
           WRITE MISC-1099-RECORD FROM WS-A-RECORD
           MOVE 0 TO WS-COMPANY-PAYEES
           MOVE 0 TO WS-COMPANY-INCOME
           MOVE 0 TO WS-COMPANY-FEDERAL
           PERFORM Extract-One-Payee
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
           MOVE WS-COMPANY-PAYEES TO C-PAYEE-COUNT
           COMPUTE C-TOTAL-OTHER-INCOME = WS-COMPANY-INCOME * 100
           COMPUTE C-TOTAL-FEDERAL = WS-COMPANY-FEDERAL * 100
           WRITE MISC-1099-RECORD FROM WS-C-RECORD.

       Extract-One-Payee.
           MOVE WS-PAYEE-EMP-ID (WS-PAYEE-SUB) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   IF WS-CO-SUB = 1
                       DISPLAY 'No master record for decedent '
                           WS-PAYEE-EMP-ID (WS-PAYEE-SUB)
                           ' - 1099 not written'
                   END-IF
               NOT INVALID KEY
                   IF EMP-COMPANY-CODE = WS-CO-CODE (WS-CO-SUB) OR
                       (EMP-COMPANY-CODE = SPACES AND WS-CO-SUB = 1)
                       PERFORM Write-Payee-Record
                   END-IF
           END-READ.

       Write-Payee-Record.
      * The TIN is keyed with or without dashes (an SSN or an
      * estate's EIN) - the file carries the nine digits only.
           MOVE SPACES TO WS-TIN-DIGITS
           MOVE 0 TO WS-TIN-OUT
           PERFORM Copy-Tin-Digit
               VARYING WS-TIN-SUB FROM 1 BY 1
               UNTIL WS-TIN-SUB > 11
           MOVE WS-TIN-DIGITS TO B-PAYEE-TIN
           MOVE EMP-PAYEE-NAME TO B-PAYEE-NAME
           MOVE EMP-PAYEE-ADDRESS TO B-PAYEE-ADDRESS
           COMPUTE B-OTHER-INCOME =
               WS-PAYEE-AMOUNT (WS-PAYEE-SUB) * 100
           COMPUTE B-FEDERAL-TAX =
               WS-PAYEE-FEDERAL (WS-PAYEE-SUB) * 100
           MOVE EMP-ID TO B-DECEDENT-EMP-ID
           WRITE MISC-1099-RECORD FROM WS-B-RECORD
           IF EMP-PAYEE-NAME = SPACES OR WS-TIN-OUT NOT = 9
               DISPLAY 'Decedent ' EMP-ID ' payee name or TIN '
                   'missing - correct the master before filing'
           END-IF
           ADD 1 TO WS-COMPANY-PAYEES
           ADD 1 TO WS-GRAND-PAYEES
           ADD WS-PAYEE-AMOUNT (WS-PAYEE-SUB) TO WS-COMPANY-INCOME
           ADD WS-PAYEE-FEDERAL (WS-PAYEE-SUB) TO WS-COMPANY-FEDERAL.

       Copy-Tin-Digit.
           IF EMP-PAYEE-TIN (WS-TIN-SUB:1) IS NUMERIC
               AND WS-TIN-OUT < 9
               ADD 1 TO WS-TIN-OUT
               MOVE EMP-PAYEE-TIN (WS-TIN-SUB:1)
                   TO WS-TIN-DIGITS (WS-TIN-OUT:1)
           END-IF.
       END PROGRAM Misc1099Extract.
