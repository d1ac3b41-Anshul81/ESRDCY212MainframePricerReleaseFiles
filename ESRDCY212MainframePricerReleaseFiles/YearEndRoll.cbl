      * permanent per-year history file YTDHIST.DAT, then the YTD
      * fields on the master are zeroed, with every rewrite
      * journaled to EMPJRNL.DAT like any other master update.
      * The year's YTD figures must first have been proved clean
      * against the pay history by YtdProof (YTDPROOF.DAT), with no
      * master update since.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT YTD-PROOF-FILE ASSIGN TO 'YTDPROOF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY EMPREC.

       FD  YTD-HISTORY.
           COPY YTDHIST.

       FD  EMP-JOURNAL.
           COPY JRNLREC.
       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       FD  YTD-PROOF-FILE.
           COPY YTDPROOF.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
           88 HIST-OK                  VALUE '00'.
       01 WS-JRNL-STATUS           PIC XX.
           88 JRNL-OK                  VALUE '00'.
           88 JRNL-EOF                 VALUE '10'.
       01 WS-JRNL-STAMP            PIC X(15).
       01 WS-LOCK-STATUS           PIC XX.
           88 LOCK-OK                  VALUE '00'.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.
           88 CYCLE-LOCK-BLOCKED       VALUE 'Y'.
       01 WS-PROOF-STATUS          PIC XX.
           88 PROOF-OK                 VALUE '00'.
       01 WS-PROOF-STALE           PIC X VALUE 'N'.
           88 YTD-PROOF-STALE          VALUE 'Y'.
       01 WS-ROLL-YEAR             PIC 9(4) VALUE 0.
       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-YEAR            PIC 9(4).
           PERFORM Read-Rollover-Year
           PERFORM Verify-Year-Is-Closed
           PERFORM Verify-Not-Already-Rolled
           PERFORM Verify-Ytd-Proven
           PERFORM Roll-Master-Balances
           PERFORM Record-Rollover-Complete
           DISPLAY 'Year-end rollover complete for ' WS-ROLL-YEAR
               STOP RUN
           END-IF.

      * The master's YTD buckets must have been proved against the
      * pay history for the year (YtdProof), clean, and nothing may
      * have been journaled against the master since the proof.
       Verify-Ytd-Proven.
           OPEN INPUT YTD-PROOF-FILE
           IF NOT PROOF-OK
               DISPLAY 'No YTD proof on file (YTDPROOF.DAT, status '
                   WS-PROOF-STATUS ') - run YtdProof first, '
                   'rollover stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YTD-PROOF-FILE
               AT END
                   MOVE 0 TO PRF-TAX-YEAR
           END-READ
           CLOSE YTD-PROOF-FILE
           IF PRF-TAX-YEAR NOT = WS-ROLL-YEAR
               DISPLAY 'YTD proof on file is for ' PRF-TAX-YEAR
                   ', not ' WS-ROLL-YEAR ' - run YtdProof first, '
                   'rollover stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT PRF-PROOF-CLEAN
               DISPLAY 'YTD proof of ' PRF-RUN-STAMP ' shows '
                   PRF-DIFF-COUNT ' differences - resolve YTDRECON.DAT'
                   ' and rerun YtdProof, rollover stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-PROOF-STALE
           OPEN INPUT EMP-JOURNAL
           IF JRNL-OK
               PERFORM UNTIL JRNL-EOF
                   READ EMP-JOURNAL
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           IF JRNL-RUN-STAMP > PRF-RUN-STAMP
                               MOVE 'Y' TO WS-PROOF-STALE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE EMP-JOURNAL
           IF YTD-PROOF-STALE
               DISPLAY 'The master has been updated since the YTD '
                   'proof of ' PRF-RUN-STAMP ' - rerun YtdProof, '
                   'rollover stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       Roll-Master-Balances.
           OPEN I-O EMPLOYEE-MASTER
           IF NOT MASTER-OK
           MOVE EMP-YTD-401K TO YH-YTD-401K
           MOVE EMP-YTD-FUTA-WAGES TO YH-YTD-FUTA-WAGES
           MOVE EMP-YTD-SUTA-WAGES TO YH-YTD-SUTA-WAGES
           MOVE EMP-YTD-FED-WAGES TO YH-YTD-FED-WAGES
           MOVE EMP-YTD-SS-WAGES TO YH-YTD-SS-WAGES
           MOVE EMP-YTD-MEDI-WAGES TO YH-YTD-MEDI-WAGES
           MOVE EMP-YTD-LOCAL TO YH-YTD-LOCAL
           MOVE EMP-YTD-LOCAL-WAGES TO YH-YTD-LOCAL-WAGES
           MOVE EMP-YTD-HSA TO YH-YTD-HSA
           MOVE EMP-YTD-HSA-ER TO YH-YTD-HSA-ER
           WRITE YTD-HISTORY-RECORD

           MOVE 0 TO EMP-YTD-GROSS
           MOVE 0 TO EMP-YTD-401K
           MOVE 0 TO EMP-YTD-FUTA-WAGES
           MOVE 0 TO EMP-YTD-SUTA-WAGES
           MOVE 0 TO EMP-YTD-FED-WAGES
           MOVE 0 TO EMP-YTD-SS-WAGES
           MOVE 0 TO EMP-YTD-MEDI-WAGES
           MOVE 0 TO EMP-YTD-LOCAL
           MOVE 0 TO EMP-YTD-LOCAL-WAGES
           MOVE 0 TO EMP-YTD-HSA
           MOVE 0 TO EMP-YTD-HSA-ER
           IF EMP-VACATION-BALANCE > WS-VAC-CARRYOVER-CAP
               MOVE WS-VAC-CARRYOVER-CAP TO EMP-VACATION-BALANCE
           END-IF
