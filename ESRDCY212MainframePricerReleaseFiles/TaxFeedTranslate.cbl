       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxFeedTranslate.
      * Inbound tax-vendor interface - reads the payroll tax
      * vendor's rate update file (TAXFEED.DAT, sent each January
      * and mid-year) and translates it into the effective-dated
      * TBLTRANS.DAT transactions TableMaint already applies, so the
      * withholding brackets, state income tax rates, SUTA wage
      * bases and the statutory limits are no longer re-keyed from
      * the vendor bulletin. Translation rules live on the TAXMAP.DAT
      * mapping table, the way HrFeedTranslate's live on HRMAP.DAT:
      *   'T' rows map a vendor tax code to the rate table it feeds
      *       (WHBR, STAT, SUTA or LIMT) and, for LIMT, the limit name
      *   'J' rows map a vendor jurisdiction code to a work state
      *       (US for the federal jurisdiction)
      * A feed record whose tax code or jurisdiction has no mapping,
      * or maps to a table this interface does not build, is
      * rejected to the report rather than guessed at. For each
      * accepted record the row in effect on RATETBL.DAT for the
      * effective date is compared with the vendor's figures:
      *   - no row in effect         A  add the new row
      *   - a row from the same date C  change it in place
      *   - an earlier row in effect E  expire it the day before,
      *                              A  and add the new row
      *   - figures already on file     nothing written
      * A WHBR bracket set replaces the whole set in effect on its
      * date - a bracket left over from the old set is expired too.
      * The SUTA experience rate is ours, not the vendor's, so a
      * wage-base update carries the rate on file forward; the
      * vendor's new-employer rate is used only for a state with no
      * SUTA row yet. The before/after comparison for every row goes
      * to TAXFDRPT.DAT for review before TableMaint is run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-FEED ASSIGN TO 'TAXFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT TAX-MAPPING ASSIGN TO 'TAXMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO 'RATETBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TABLE-TRANS ASSIGN TO 'TBLTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT COMPARE-REPORT ASSIGN TO 'TAXFDRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Vendor record: the amount is the bracket upper limit, wage
      * base or dollar limit; the rate is a percent to four places.
       FD  TAX-FEED.
       01  TAX-FEED-RECORD.
           05 TXF-TAX-CODE             PIC X(10).
           05 TXF-JURISDICTION         PIC X(10).
           05 TXF-SEQUENCE             PIC 9(2).
           05 TXF-EFFECTIVE-DATE       PIC 9(8).
           05 TXF-AMOUNT               PIC 9(9)V99.
           05 TXF-RATE                 PIC 9(3)V9(4).

       FD  TAX-MAPPING.
       01  TAX-MAPPING-RECORD.
           05 TXM-TYPE                 PIC X(1).
               88 TXM-TABLE-MAPPING        VALUE 'T'.
               88 TXM-JURIS-MAPPING        VALUE 'J'.
           05 TXM-FROM-VALUE           PIC X(10).
           05 TXM-TO-TABLE             PIC X(4).
           05 TXM-TO-KEY               PIC X(20).

       FD  RATE-TABLE-FILE.
           COPY RATETBL.

      * Same layout TableMaint reads, produced here so the feed hands
      * TableMaint a transaction file it can apply unchanged.
       FD  TABLE-TRANS.
       01  TABLE-TRANS-RECORD.
           05 TBLT-ACTION              PIC X(1).
           05 TBLT-TABLE-ID            PIC X(4).
           05 TBLT-KEY                 PIC X(20).
           05 TBLT-EFF-FROM            PIC 9(8).
           05 TBLT-EFF-TO              PIC 9(8).
           05 TBLT-AMOUNT-1            PIC 9(9)V99.
           05 TBLT-AMOUNT-2            PIC 9(9)V99.

       FD  COMPARE-REPORT.
       01  COMPARE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS           PIC XX.
           88 FEED-OK                  VALUE '00'.
           88 FEED-EOF                 VALUE '10'.
       01 WS-MAP-STATUS            PIC XX.
           88 MAP-OK                   VALUE '00'.
           88 MAP-EOF                  VALUE '10'.
       01 WS-RATE-STATUS           PIC XX.
           88 RATE-OK                  VALUE '00'.
           88 RATE-EOF                 VALUE '10'.
       01 WS-TRANS-STATUS          PIC XX.
           88 TRANS-OK                 VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX.
           88 REPORT-OK                VALUE '00'.

      * In-core mapping table loaded from TAXMAP.DAT.
       01 WS-MAP-TABLE.
           05 WS-MAP-COUNT         PIC 9(3) VALUE 0.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-MAP-TYPE          PIC X(1).
               10 WS-MAP-FROM          PIC X(10).
               10 WS-MAP-TO-TABLE      PIC X(4).
               10 WS-MAP-TO-KEY        PIC X(20).
       01 WS-MAP-SUB               PIC 9(3).
       01 WS-MAPPED-TABLE          PIC X(4).
           88 MAPPED-WH-BRACKETS       VALUE 'WHBR'.
           88 MAPPED-STATE-RATES       VALUE 'STAT'.
           88 MAPPED-SUTA-RATES        VALUE 'SUTA'.
           88 MAPPED-STAT-LIMITS       VALUE 'LIMT'.
           88 MAPPED-FEDERAL-TABLE     VALUE 'WHBR' 'LIMT'.
       01 WS-MAPPED-LIMIT          PIC X(20).
       01 WS-MAPPED-STATE          PIC X(20).
       01 WS-TABLE-FOUND           PIC X.
       01 WS-JURIS-FOUND           PIC X.

      * In-core image of RATETBL.DAT, kept current with the
      * transactions written so a later feed record for the same
      * row sees the earlier one. WS-ROW-FED-DATE is the feed
      * effective date that produced or confirmed the row.
       01 WS-RATE-TABLE.
           05 WS-ROW-COUNT         PIC 9(4) VALUE 0.
           05 WS-ROW-ENTRY OCCURS 500 TIMES.
               10 WS-ROW-TABLE-ID      PIC X(4).
               10 WS-ROW-KEY           PIC X(20).
               10 WS-ROW-EFF-FROM      PIC 9(8).
               10 WS-ROW-EFF-TO        PIC 9(8).
               10 WS-ROW-AMOUNT-1      PIC 9(9)V99.
               10 WS-ROW-AMOUNT-2      PIC 9(9)V99.
               10 WS-ROW-FED-DATE      PIC 9(8).
       01 WS-ROW-SUB               PIC 9(4).
       01 WS-SAME-SUB              PIC 9(4).
       01 WS-EFFECT-SUB            PIC 9(4).
       01 WS-NEXT-FROM             PIC 9(8).
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
           88 WORK-TABLE-OVERFLOWED    VALUE 'Y'.

      * Effective dates of the WHBR bracket sets on this feed, and
      * the last bracket sequence seen for each.
       01 WS-BRKT-TABLE.
           05 WS-BRKT-COUNT        PIC 9(2) VALUE 0.
           05 WS-BRKT-ENTRY OCCURS 10 TIMES.
               10 WS-BRKT-DATE         PIC 9(8).
               10 WS-BRKT-LAST-SEQ     PIC 9(2).
       01 WS-BRKT-SUB              PIC 9(2).
       01 WS-BRKT-MATCH            PIC 9(2).

       01 WS-REJECT-REASON         PIC X(60).
       01 WS-NEW-KEY               PIC X(20).
       01 WS-NEW-FROM              PIC 9(8).
       01 WS-NEW-TO                PIC 9(8).
       01 WS-NEW-AMOUNT-1          PIC 9(9)V99.
       01 WS-NEW-AMOUNT-2          PIC 9(9)V99.
       01 WS-NEW-RATE              PIC 9(9)V99.
       01 WS-PRIOR-DAY             PIC 9(8).
       01 WS-COMPARE-ACTION        PIC X(9).

       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-TRANS-COUNT           PIC 9(5) VALUE 0.
       01 WS-UNCHANGED-COUNT       PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-WITHDRAWN-COUNT       PIC 9(5) VALUE 0.
       01 WS-RUN-STAMP             PIC X(15).
       01 Report-Data              PIC X(132).
       01 WS-BEFORE-1-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BEFORE-2-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AFTER-1-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AFTER-2-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-EDIT             PIC ZZ9.9999.

       PROCEDURE DIVISION.
       BEGIN.
           OPEN INPUT TAX-FEED
           IF NOT FEED-OK
               DISPLAY 'Cannot open tax vendor feed, status '
                   WS-FEED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Mapping-Table
           IF WS-MAP-COUNT = 0
               DISPLAY 'Tax feed mapping table empty or missing, '
                   'translation stopped'
               CLOSE TAX-FEED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * A comparison against part of the table would miss the rows
      * that did not fit - stop rather than translate against it.
           PERFORM Load-Rate-Rows
           IF WORK-TABLE-OVERFLOWED
               DISPLAY 'Rate table work area cannot hold the whole '
                   'file - translation stopped'
               CLOSE TAX-FEED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TABLE-TRANS
           IF NOT TRANS-OK
               DISPLAY 'Cannot open table trans file, status '
                   WS-TRANS-STATUS
               CLOSE TAX-FEED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT COMPARE-REPORT
           IF NOT REPORT-OK
               DISPLAY 'Cannot open tax feed report, status '
                   WS-REPORT-STATUS
               CLOSE TAX-FEED
               CLOSE TABLE-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO Report-Data
           STRING 'TAX VENDOR RATE FEED TRANSLATION  RUN '
               WS-RUN-STAMP
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line
           STRING 'TBL  KEY                  EFF-FROM ACTION   '
               '      BEFORE AMT-1    BEFORE AMT-2'
               '       AFTER AMT-1     AFTER AMT-2'
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           PERFORM UNTIL FEED-EOF
               READ TAX-FEED
                   AT END
                       SET FEED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM Translate-Feed-Record
               END-READ
           END-PERFORM

           PERFORM Withdraw-Dropped-Brackets
               VARYING WS-BRKT-SUB FROM 1 BY 1
               UNTIL WS-BRKT-SUB > WS-BRKT-COUNT

           MOVE SPACES TO Report-Data
           PERFORM Write-Report-Line
           STRING 'READ ' WS-READ-COUNT '  TRANSACTIONS '
               WS-TRANS-COUNT '  UNCHANGED ' WS-UNCHANGED-COUNT
               '  BRACKETS WITHDRAWN ' WS-WITHDRAWN-COUNT
               '  REJECTED ' WS-REJECT-COUNT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line

           CLOSE TAX-FEED
           CLOSE TABLE-TRANS
           CLOSE COMPARE-REPORT
      * Rejected records mean the vendor's update is only partly on
      * TBLTRANS.DAT - hold for review before TableMaint runs.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Mapping-Table.
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT TAX-MAPPING
           IF MAP-OK
               PERFORM UNTIL MAP-EOF
                   READ TAX-MAPPING
                       AT END
                           SET MAP-EOF TO TRUE
                       NOT AT END
                           IF WS-MAP-COUNT < 200
                               ADD 1 TO WS-MAP-COUNT
                               MOVE TXM-TYPE
                                   TO WS-MAP-TYPE (WS-MAP-COUNT)
                               MOVE TXM-FROM-VALUE
                                   TO WS-MAP-FROM (WS-MAP-COUNT)
                               MOVE TXM-TO-TABLE
                                   TO WS-MAP-TO-TABLE (WS-MAP-COUNT)
                               MOVE TXM-TO-KEY
                                   TO WS-MAP-TO-KEY (WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TAX-MAPPING.

       Load-Rate-Rows.
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT RATE-TABLE-FILE
           IF RATE-OK
               PERFORM UNTIL RATE-EOF
                   READ RATE-TABLE-FILE
                       AT END
                           SET RATE-EOF TO TRUE
                       NOT AT END
                           IF WS-ROW-COUNT >= 500
                               SET WORK-TABLE-OVERFLOWED TO TRUE
                           ELSE
                               ADD 1 TO WS-ROW-COUNT
                               MOVE WS-ROW-COUNT TO WS-ROW-SUB
                               MOVE RTB-TABLE-ID
                                   TO WS-ROW-TABLE-ID (WS-ROW-SUB)
                               MOVE RTB-KEY TO WS-ROW-KEY (WS-ROW-SUB)
                               MOVE RTB-EFF-FROM
                                   TO WS-ROW-EFF-FROM (WS-ROW-SUB)
                               MOVE RTB-EFF-TO
                                   TO WS-ROW-EFF-TO (WS-ROW-SUB)
                               MOVE RTB-AMOUNT-1
                                   TO WS-ROW-AMOUNT-1 (WS-ROW-SUB)
                               MOVE RTB-AMOUNT-2
                                   TO WS-ROW-AMOUNT-2 (WS-ROW-SUB)
                               MOVE 0 TO WS-ROW-FED-DATE (WS-ROW-SUB)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RATE-TABLE-FILE.

       Translate-Feed-Record.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM Map-Tax-Code
           IF WS-TABLE-FOUND = 'N'
               MOVE 'no table mapping for the tax code'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF NOT MAPPED-WH-BRACKETS AND NOT MAPPED-STATE-RATES
                   AND NOT MAPPED-SUTA-RATES
                   AND NOT MAPPED-STAT-LIMITS
                   STRING 'tax code maps to table ' WS-MAPPED-TABLE
                       ', which the feed does not load'
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF MAPPED-STAT-LIMITS AND WS-MAPPED-LIMIT = SPACES
                   MOVE 'LIMT mapping carries no limit name'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM Map-Jurisdiction
               IF WS-JURIS-FOUND = 'N'
                   MOVE 'no work-state mapping for the jurisdiction'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
      * The bracket and limit tables are federal; the income tax and
      * SUTA tables are per state.
           IF WS-REJECT-REASON = SPACES
               IF MAPPED-FEDERAL-TABLE
                   IF WS-MAPPED-STATE NOT = 'US'
                       STRING 'jurisdiction is a state, table '
                           WS-MAPPED-TABLE ' is federal'
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-MAPPED-STATE = 'US'
                       STRING 'jurisdiction is federal, table '
                           WS-MAPPED-TABLE ' is per state'
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD (TXF-EFFECTIVE-DATE)
                   NOT = 0
                   MOVE 'effective date is not a valid date'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND MAPPED-WH-BRACKETS
               PERFORM Check-Bracket-Sequence
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM Build-New-Row
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM Compare-And-Write
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED ' TXF-TAX-CODE ' ' TXF-JURISDICTION
                   ' ' TXF-EFFECTIVE-DATE ' - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO Report-Data
               PERFORM Write-Report-Line
           END-IF.

       Map-Tax-Code.
           MOVE 'N' TO WS-TABLE-FOUND
           MOVE SPACES TO WS-MAPPED-TABLE
           MOVE SPACES TO WS-MAPPED-LIMIT
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-TYPE (WS-MAP-SUB) = 'T' AND
                   WS-MAP-FROM (WS-MAP-SUB) = TXF-TAX-CODE
                   MOVE WS-MAP-TO-TABLE (WS-MAP-SUB)
                       TO WS-MAPPED-TABLE
                   MOVE WS-MAP-TO-KEY (WS-MAP-SUB) TO WS-MAPPED-LIMIT
                   MOVE 'Y' TO WS-TABLE-FOUND
               END-IF
           END-PERFORM.

       Map-Jurisdiction.
           MOVE 'N' TO WS-JURIS-FOUND
           MOVE SPACES TO WS-MAPPED-STATE
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-TYPE (WS-MAP-SUB) = 'J' AND
                   WS-MAP-FROM (WS-MAP-SUB) = TXF-JURISDICTION
                   MOVE WS-MAP-TO-KEY (WS-MAP-SUB) TO WS-MAPPED-STATE
                   MOVE 'Y' TO WS-JURIS-FOUND
               END-IF
           END-PERFORM.

      * RateTableLoad takes the brackets in file order, and TableMaint
      * appends, so a bracket set must arrive in ascending sequence.
       Check-Bracket-Sequence.
           IF TXF-SEQUENCE = 0
               MOVE 'bracket record carries no bracket sequence'
                   TO WS-REJECT-REASON
           ELSE
               MOVE 0 TO WS-BRKT-MATCH
               PERFORM VARYING WS-BRKT-SUB FROM 1 BY 1
                   UNTIL WS-BRKT-SUB > WS-BRKT-COUNT
                   IF WS-BRKT-DATE (WS-BRKT-SUB) = TXF-EFFECTIVE-DATE
                       MOVE WS-BRKT-SUB TO WS-BRKT-MATCH
                   END-IF
               END-PERFORM
               IF WS-BRKT-MATCH = 0
                   IF WS-BRKT-COUNT >= 10
                       MOVE 'too many bracket effective dates on feed'
                           TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-BRKT-COUNT
                       MOVE WS-BRKT-COUNT TO WS-BRKT-MATCH
                       MOVE TXF-EFFECTIVE-DATE
                           TO WS-BRKT-DATE (WS-BRKT-MATCH)
                       MOVE TXF-SEQUENCE
                           TO WS-BRKT-LAST-SEQ (WS-BRKT-MATCH)
                   END-IF
               ELSE
                   IF TXF-SEQUENCE <= WS-BRKT-LAST-SEQ (WS-BRKT-MATCH)
                       MOVE 'bracket out of ascending sequence'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE TXF-SEQUENCE
                           TO WS-BRKT-LAST-SEQ (WS-BRKT-MATCH)
                   END-IF
               END-IF
           END-IF.

      * Key and amounts in the RATETBL.cpy conventions for the table.
       Build-New-Row.
           MOVE TXF-EFFECTIVE-DATE TO WS-NEW-FROM
           COMPUTE WS-NEW-RATE ROUNDED = TXF-RATE
           MOVE SPACES TO WS-NEW-KEY
           MOVE 0 TO WS-NEW-AMOUNT-2
           EVALUATE TRUE
               WHEN MAPPED-WH-BRACKETS
                   MOVE TXF-SEQUENCE TO WS-NEW-KEY (1:2)
                   MOVE TXF-AMOUNT TO WS-NEW-AMOUNT-1
                   MOVE WS-NEW-RATE TO WS-NEW-AMOUNT-2
               WHEN MAPPED-STATE-RATES
                   MOVE WS-MAPPED-STATE (1:2) TO WS-NEW-KEY
                   MOVE WS-NEW-RATE TO WS-NEW-AMOUNT-1
               WHEN MAPPED-SUTA-RATES
                   MOVE WS-MAPPED-STATE (1:2) TO WS-NEW-KEY
                   MOVE TXF-AMOUNT TO WS-NEW-AMOUNT-2
               WHEN MAPPED-STAT-LIMITS
                   MOVE WS-MAPPED-LIMIT TO WS-NEW-KEY
                   MOVE TXF-AMOUNT TO WS-NEW-AMOUNT-1
           END-EVALUATE
           PERFORM Find-Existing-Rows
           IF MAPPED-SUTA-RATES
               EVALUATE TRUE
                   WHEN WS-SAME-SUB NOT = 0
                       MOVE WS-ROW-AMOUNT-1 (WS-SAME-SUB)
                           TO WS-NEW-AMOUNT-1
                   WHEN WS-EFFECT-SUB NOT = 0
                       MOVE WS-ROW-AMOUNT-1 (WS-EFFECT-SUB)
                           TO WS-NEW-AMOUNT-1
                   WHEN WS-NEW-RATE > 0
                       MOVE WS-NEW-RATE TO WS-NEW-AMOUNT-1
                   WHEN OTHER
                       MOVE 'no SUTA experience rate on file and none '
                           & 'on feed' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      * WS-SAME-SUB: the row starting on the effective date itself.
      * WS-EFFECT-SUB: an earlier row still in effect on that date.
      * WS-NEXT-FROM: the start of the next later row, which bounds
      * a newly added span.
       Find-Existing-Rows.
           MOVE 0 TO WS-SAME-SUB
           MOVE 0 TO WS-EFFECT-SUB
           MOVE 99991231 TO WS-NEXT-FROM
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-TABLE-ID (WS-ROW-SUB) = WS-MAPPED-TABLE AND
                   WS-ROW-KEY (WS-ROW-SUB) = WS-NEW-KEY
                   EVALUATE TRUE
                       WHEN WS-ROW-EFF-FROM (WS-ROW-SUB) = WS-NEW-FROM
                           MOVE WS-ROW-SUB TO WS-SAME-SUB
                       WHEN WS-ROW-EFF-FROM (WS-ROW-SUB) < WS-NEW-FROM
                           AND WS-ROW-EFF-TO (WS-ROW-SUB)
                               >= WS-NEW-FROM
                           MOVE WS-ROW-SUB TO WS-EFFECT-SUB
                       WHEN WS-ROW-EFF-FROM (WS-ROW-SUB) > WS-NEW-FROM
                           AND WS-ROW-EFF-FROM (WS-ROW-SUB)
                               <= WS-NEXT-FROM
                           MOVE WS-ROW-EFF-FROM (WS-ROW-SUB)
                               TO WS-NEXT-FROM
                   END-EVALUATE
               END-IF
           END-PERFORM.

       Compare-And-Write.
           EVALUATE TRUE
               WHEN WS-SAME-SUB NOT = 0
                   MOVE WS-SAME-SUB TO WS-ROW-SUB
                   PERFORM Set-Before-Amounts
                   IF WS-ROW-AMOUNT-1 (WS-ROW-SUB) = WS-NEW-AMOUNT-1
                       AND WS-ROW-AMOUNT-2 (WS-ROW-SUB)
                           = WS-NEW-AMOUNT-2
                       MOVE 'UNCHANGED' TO WS-COMPARE-ACTION
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       MOVE 'CORRECT  ' TO WS-COMPARE-ACTION
                       MOVE 'C' TO TBLT-ACTION
                       MOVE WS-ROW-EFF-FROM (WS-ROW-SUB)
                           TO TBLT-EFF-FROM
                       MOVE WS-ROW-EFF-TO (WS-ROW-SUB) TO TBLT-EFF-TO
                       MOVE WS-NEW-AMOUNT-1 TO TBLT-AMOUNT-1
                       MOVE WS-NEW-AMOUNT-2 TO TBLT-AMOUNT-2
                       PERFORM Write-Table-Trans
                       MOVE WS-NEW-AMOUNT-1
                           TO WS-ROW-AMOUNT-1 (WS-ROW-SUB)
                       MOVE WS-NEW-AMOUNT-2
                           TO WS-ROW-AMOUNT-2 (WS-ROW-SUB)
                   END-IF
                   MOVE WS-NEW-FROM TO WS-ROW-FED-DATE (WS-ROW-SUB)
                   PERFORM Write-Compare-Line
               WHEN WS-EFFECT-SUB NOT = 0
                   MOVE WS-EFFECT-SUB TO WS-ROW-SUB
                   PERFORM Set-Before-Amounts
                   IF WS-ROW-AMOUNT-1 (WS-ROW-SUB) = WS-NEW-AMOUNT-1
                       AND WS-ROW-AMOUNT-2 (WS-ROW-SUB)
                           = WS-NEW-AMOUNT-2
                       MOVE 'UNCHANGED' TO WS-COMPARE-ACTION
                       ADD 1 TO WS-UNCHANGED-COUNT
                       MOVE WS-NEW-FROM TO WS-ROW-FED-DATE (WS-ROW-SUB)
                       PERFORM Write-Compare-Line
                   ELSE
                       IF WS-ROW-COUNT >= 500
                           MOVE 'rate table file full'
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE 'REPLACE  ' TO WS-COMPARE-ACTION
                           MOVE WS-ROW-EFF-TO (WS-ROW-SUB)
                               TO WS-NEW-TO
                           PERFORM Expire-Effect-Row
                           PERFORM Add-New-Row
                           PERFORM Write-Compare-Line
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-ROW-COUNT >= 500
                       MOVE 'rate table file full' TO WS-REJECT-REASON
                   ELSE
                       MOVE 'NEW      ' TO WS-COMPARE-ACTION
                       MOVE 0 TO WS-BEFORE-1-EDIT
                       MOVE 0 TO WS-BEFORE-2-EDIT
                       IF WS-NEXT-FROM = 99991231
                           MOVE 99991231 TO WS-NEW-TO
                       ELSE
                           COMPUTE WS-NEW-TO = FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE (WS-NEXT-FROM)
                               - 1)
                       END-IF
                       PERFORM Add-New-Row
                       PERFORM Write-Compare-Line
                   END-IF
           END-EVALUATE
      * The table carries rates to two places - say so when the
      * vendor's figure had more.
           IF WS-REJECT-REASON = SPACES AND
               (MAPPED-WH-BRACKETS OR MAPPED-STATE-RATES)
               IF WS-NEW-RATE NOT = TXF-RATE
                   MOVE TXF-RATE TO WS-RATE-EDIT
                   STRING '     vendor rate ' WS-RATE-EDIT
                       ' rounded to two places on the table'
                       DELIMITED BY SIZE INTO Report-Data
                   PERFORM Write-Report-Line
               END-IF
           END-IF.

       Set-Before-Amounts.
           MOVE WS-ROW-AMOUNT-1 (WS-ROW-SUB) TO WS-BEFORE-1-EDIT
           MOVE WS-ROW-AMOUNT-2 (WS-ROW-SUB) TO WS-BEFORE-2-EDIT.

      * End the row in effect the day before the new figures start.
       Expire-Effect-Row.
           COMPUTE WS-PRIOR-DAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEW-FROM) - 1)
           MOVE 'E' TO TBLT-ACTION
           MOVE WS-ROW-KEY (WS-ROW-SUB) TO WS-NEW-KEY
           MOVE WS-ROW-EFF-FROM (WS-ROW-SUB) TO TBLT-EFF-FROM
           MOVE WS-PRIOR-DAY TO TBLT-EFF-TO
           MOVE WS-ROW-AMOUNT-1 (WS-ROW-SUB) TO TBLT-AMOUNT-1
           MOVE WS-ROW-AMOUNT-2 (WS-ROW-SUB) TO TBLT-AMOUNT-2
           PERFORM Write-Table-Trans
           MOVE WS-PRIOR-DAY TO WS-ROW-EFF-TO (WS-ROW-SUB).

       Add-New-Row.
           MOVE 'A' TO TBLT-ACTION
           MOVE WS-NEW-FROM TO TBLT-EFF-FROM
           MOVE WS-NEW-TO TO TBLT-EFF-TO
           MOVE WS-NEW-AMOUNT-1 TO TBLT-AMOUNT-1
           MOVE WS-NEW-AMOUNT-2 TO TBLT-AMOUNT-2
           PERFORM Write-Table-Trans
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-ROW-COUNT TO WS-ROW-SUB
           MOVE WS-MAPPED-TABLE TO WS-ROW-TABLE-ID (WS-ROW-SUB)
           MOVE WS-NEW-KEY TO WS-ROW-KEY (WS-ROW-SUB)
           MOVE WS-NEW-FROM TO WS-ROW-EFF-FROM (WS-ROW-SUB)
           MOVE WS-NEW-TO TO WS-ROW-EFF-TO (WS-ROW-SUB)
           MOVE WS-NEW-AMOUNT-1 TO WS-ROW-AMOUNT-1 (WS-ROW-SUB)
           MOVE WS-NEW-AMOUNT-2 TO WS-ROW-AMOUNT-2 (WS-ROW-SUB)
           MOVE WS-NEW-FROM TO WS-ROW-FED-DATE (WS-ROW-SUB).

      * A bracket still in effect on a bracket set's date that the
      * set did not supply belongs to the old schedule - end it the
      * day before, so the loader sees only the vendor's set.
       Withdraw-Dropped-Brackets.
           MOVE 'WHBR' TO WS-MAPPED-TABLE
           MOVE WS-BRKT-DATE (WS-BRKT-SUB) TO WS-NEW-FROM
           COMPUTE WS-PRIOR-DAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEW-FROM) - 1)
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ROW-TABLE-ID (WS-ROW-SUB) = 'WHBR' AND
                   WS-ROW-EFF-FROM (WS-ROW-SUB) <= WS-NEW-FROM AND
                   WS-ROW-EFF-TO (WS-ROW-SUB) >= WS-NEW-FROM AND
                   WS-ROW-FED-DATE (WS-ROW-SUB) NOT = WS-NEW-FROM
                   PERFORM Set-Before-Amounts
                   MOVE 'E' TO TBLT-ACTION
                   MOVE WS-ROW-KEY (WS-ROW-SUB) TO WS-NEW-KEY
                   MOVE WS-ROW-EFF-FROM (WS-ROW-SUB) TO TBLT-EFF-FROM
                   MOVE WS-PRIOR-DAY TO TBLT-EFF-TO
                   MOVE WS-ROW-AMOUNT-1 (WS-ROW-SUB) TO TBLT-AMOUNT-1
                   MOVE WS-ROW-AMOUNT-2 (WS-ROW-SUB) TO TBLT-AMOUNT-2
                   PERFORM Write-Table-Trans
                   MOVE WS-PRIOR-DAY TO WS-ROW-EFF-TO (WS-ROW-SUB)
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE 0 TO WS-NEW-AMOUNT-1
                   MOVE 0 TO WS-NEW-AMOUNT-2
                   MOVE 'WITHDRAWN' TO WS-COMPARE-ACTION
                   PERFORM Write-Compare-Line
               END-IF
           END-PERFORM.

       Write-Table-Trans.
           MOVE WS-MAPPED-TABLE TO TBLT-TABLE-ID
           MOVE WS-NEW-KEY TO TBLT-KEY
           WRITE TABLE-TRANS-RECORD
           ADD 1 TO WS-TRANS-COUNT.

       Write-Compare-Line.
           MOVE WS-NEW-AMOUNT-1 TO WS-AFTER-1-EDIT
           MOVE WS-NEW-AMOUNT-2 TO WS-AFTER-2-EDIT
           STRING WS-MAPPED-TABLE ' ' WS-NEW-KEY ' ' WS-NEW-FROM ' '
               WS-COMPARE-ACTION '  ' WS-BEFORE-1-EDIT '  '
               WS-BEFORE-2-EDIT '  ' WS-AFTER-1-EDIT '  '
               WS-AFTER-2-EDIT
               DELIMITED BY SIZE INTO Report-Data
           PERFORM Write-Report-Line.

       Write-Report-Line.
           WRITE COMPARE-REPORT-LINE FROM Report-Data
           MOVE SPACES TO Report-Data.
       END PROGRAM TaxFeedTranslate.
