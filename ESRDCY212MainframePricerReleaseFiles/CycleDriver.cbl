       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleDriver.
      * Pay cycle jobstream driver. Runs the steps defined on
      * CYCSTEPS.DAT (CYCSTEP.cpy) in order for the pay period on
      * RUNPARM.DAT, and keeps each step's state on the cycle control
      * file CYCCTL.DAT (CYCCTL.cpy), rewritten as every step starts
      * and ends:
      *   - a once step runs with RUNPARM.DAT as the operators set it
      *     up; a per-range step runs once per RANGES.DAT band, with
      *     RUNPARM.DAT rewritten to the band's FROM/TO for the run and
      *     put back afterwards;
      *   - a step runs only once its predecessor has completed - a
      *     predecessor skipped for a preview skips the step too, and
      *     in a preview run (RUNPARM.DAT run mode T) the steps
      *     marked for it are skipped;
      *   - a step ending above its allowed return code fails the
      *     cycle there: nothing after it runs, and the driver ends
      *     with return code 8.
      * Running the driver again for the same pay period is the
      * restart: steps already complete (or skipped) are passed
      * over, and the cycle resumes at the failed step - or at the
      * step that was out when the driver itself stopped. A control
      * file for another period, or none, starts the cycle from the
      * first step. The step definitions are checked before anything
      * runs - steps in ascending order, every predecessor an earlier
      * step, a known scope - and a restart refuses if they no longer
      * match the steps the cycle began with. Return code 0 when the
      * cycle has completed, 8 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STEP-DEFINITION-FILE ASSIGN TO 'CYCSTEPS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT OPTIONAL RANGE-SET-FILE ASSIGN TO 'RANGES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-STATUS.
           SELECT OPTIONAL CYCLE-CONTROL-FILE ASSIGN TO 'CYCCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
           COPY RUNPARM.

       FD  STEP-DEFINITION-FILE.
           COPY CYCSTEP.

       FD  RANGE-SET-FILE.
           COPY RANGESET.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCCTL.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
       01 WS-STEP-STATUS           PIC XX.
           88 STEP-FILE-OK             VALUE '00'.
           88 STEP-FILE-EOF            VALUE '10'.
       01 WS-RANGE-STATUS          PIC XX.
           88 RANGE-OK                 VALUE '00'.
           88 RANGE-EOF                VALUE '10'.
       01 WS-CYCCTL-STATUS         PIC XX.
           88 CTL-OK                   VALUE '00'.
           88 CTL-WRITE-OK             VALUE '00' '05'.
           88 CTL-EOF                  VALUE '10'.

       01 WS-PAY-PERIOD            PIC 9(6) VALUE 0.
       01 WS-RUN-MODE              PIC X(1) VALUE SPACE.
           88 PREVIEW-RUN              VALUE 'T'.
      * RUNPARM.DAT as the operators set it up, and the same record
      * narrowed to one band for a per-range step.
       01 WS-SAVED-PARM            PIC X(20).
       01 WS-BAND-PARM.
           05 WS-BAND-PARM-FROM    PIC 9(5).
           05 WS-BAND-PARM-TO      PIC 9(5).
           05 WS-BAND-PARM-REST    PIC X(10).
       01 WS-CYCLE-STARTED         PIC X(15).
       01 WS-STAMP                 PIC X(15).
       01 WS-RESTART               PIC X VALUE 'N'.
           88 CYCLE-RESTART            VALUE 'Y'.
       01 WS-CYCLE-STOPPED         PIC X VALUE 'N'.
           88 CYCLE-STOPPED            VALUE 'Y'.
       01 WS-SETUP-ERRORS          PIC 9(3) VALUE 0.

       01 WS-STEP-TABLE.
           05 WS-STEP-COUNT        PIC 9(2) VALUE 0.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-STP-NO            PIC 9(3).
               10 WS-STP-PROGRAM       PIC X(15).
               10 WS-STP-PREDECESSOR   PIC 9(3).
               10 WS-STP-SCOPE         PIC X(1).
               10 WS-STP-PREVIEW       PIC X(1).
               10 WS-STP-MAX-RC        PIC 9(2).
               10 WS-STP-COMMAND       PIC X(60).
       01 WS-STEP-SUB              PIC 9(2).
       01 WS-PRED-SUB              PIC 9(2).
       01 WS-PRED-FOUND            PIC X.
       01 WS-ANY-PER-RANGE         PIC X VALUE 'N'.

       01 WS-BAND-TABLE.
           05 WS-BAND-COUNT        PIC 9(2) VALUE 0.
           05 WS-BAND-ENTRY OCCURS 50 TIMES.
               10 WS-BAND-FROM         PIC 9(5).
               10 WS-BAND-TO           PIC 9(5).
       01 WS-BAND-SUB              PIC 9(2).

      * One row per step, or per step and band - the cycle control
      * file's step records, held while the cycle runs.
       01 WS-CTL-TABLE.
           05 WS-CTL-COUNT         PIC 9(3) VALUE 0.
           05 WS-CTL-ENTRY OCCURS 500 TIMES.
               10 WS-CTL-STEP-NO       PIC 9(3).
               10 WS-CTL-PROGRAM       PIC X(15).
               10 WS-CTL-BAND-FROM     PIC 9(5).
               10 WS-CTL-BAND-TO       PIC 9(5).
               10 WS-CTL-STATUS        PIC X(1).
               10 WS-CTL-RC            PIC 9(3).
               10 WS-CTL-START         PIC X(15).
               10 WS-CTL-END           PIC X(15).
               10 WS-CTL-STEP-SUB      PIC 9(2).
       01 WS-CTL-SUB               PIC 9(3).
       01 WS-LAYOUT-SUB            PIC 9(3).
       01 WS-SCAN-SUB              PIC 9(3).
       01 WS-LAYOUT-MODE           PIC X.
           88 LAYOUT-BUILD             VALUE 'B'.
           88 LAYOUT-VERIFY            VALUE 'V'.
       01 WS-LAYOUT-MISMATCH       PIC X.
           88 LAYOUT-MISMATCH          VALUE 'Y'.
       01 WS-LOADED-COUNT          PIC 9(3).

      * Where the current row's predecessor stands.
       01 WS-PRED-STATE            PIC X.
           88 PRED-READY               VALUE 'C'.
           88 PRED-SKIPPED             VALUE 'K'.
           88 PRED-NOT-READY           VALUE 'N'.

       01 WS-COMMAND               PIC X(80).
       01 WS-STEP-RC               PIC S9(9).
       01 WS-BAND-TEXT             PIC X(17).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM Read-Run-Parm
           PERFORM Load-Step-Definitions
           PERFORM Load-Range-Bands
           IF WS-SETUP-ERRORS > 0
               DISPLAY WS-SETUP-ERRORS ' cycle step definition errors'
                   ' - no step run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Cycle-Control
           IF CYCLE-RESTART
               SET LAYOUT-VERIFY TO TRUE
               PERFORM Lay-Out-Control-Rows
               IF LAYOUT-MISMATCH
                   DISPLAY 'CYCSTEPS.DAT or RANGES.DAT has changed '
                       'since the cycle for period ' WS-PAY-PERIOD
                       ' began - restart refused'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
      * A per-range step the driver stopped inside left RUNPARM.DAT
      * narrowed to its band - put the operators' record back.
               PERFORM Restore-Run-Parm
               PERFORM Read-Run-Parm
               DISPLAY 'Restarting cycle for period ' WS-PAY-PERIOD
                   ' begun ' WS-CYCLE-STARTED
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-STARTED
               SET LAYOUT-BUILD TO TRUE
               PERFORM Lay-Out-Control-Rows
               IF LAYOUT-MISMATCH
                   DISPLAY 'Over 500 cycle step runs defined - '
                       'no step run'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM Write-Cycle-Control
               DISPLAY 'Starting cycle for period ' WS-PAY-PERIOD
           END-IF
           IF PREVIEW-RUN
               DISPLAY 'Preview run - steps marked S are skipped'
           END-IF

           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-COUNT OR CYCLE-STOPPED
               PERFORM Run-Control-Row
           END-PERFORM

           IF CYCLE-STOPPED
               DISPLAY 'Cycle for period ' WS-PAY-PERIOD
                   ' stopped - correct the failure and rerun '
                   'CycleDriver to restart from the failed step'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'Cycle for period ' WS-PAY-PERIOD ' complete'
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Read-Run-Parm.
           OPEN INPUT RUN-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot open run parm file, status '
                   WS-PARM-STATUS ' - no step run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-PARM-FILE
               AT END
                   DISPLAY 'No run parm record - no step run'
                   CLOSE RUN-PARM-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE RUN-PARM-RECORD TO WS-SAVED-PARM
                   MOVE PARM-PAY-PERIOD TO WS-PAY-PERIOD
                   MOVE PARM-RUN-MODE TO WS-RUN-MODE
           END-READ
           CLOSE RUN-PARM-FILE.

       Restore-Run-Parm.
           OPEN OUTPUT RUN-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot rewrite run parm file, status '
                   WS-PARM-STATUS ' - cycle stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RUN-PARM-RECORD FROM WS-SAVED-PARM
           CLOSE RUN-PARM-FILE.

       Write-Band-Run-Parm.
           MOVE WS-SAVED-PARM TO WS-BAND-PARM
           MOVE WS-CTL-BAND-FROM (WS-CTL-SUB) TO WS-BAND-PARM-FROM
           MOVE WS-CTL-BAND-TO (WS-CTL-SUB) TO WS-BAND-PARM-TO
           OPEN OUTPUT RUN-PARM-FILE
           IF NOT PARM-OK
               DISPLAY 'Cannot rewrite run parm file, status '
                   WS-PARM-STATUS ' - cycle stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE RUN-PARM-RECORD FROM WS-BAND-PARM
           CLOSE RUN-PARM-FILE.

       Load-Step-Definitions.
           OPEN INPUT STEP-DEFINITION-FILE
           IF NOT STEP-FILE-OK
               DISPLAY 'Cannot open step definitions CYCSTEPS.DAT, '
                   'status ' WS-STEP-STATUS ' - no step run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL STEP-FILE-EOF
               READ STEP-DEFINITION-FILE
                   AT END
                       SET STEP-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM Check-Step-Definition
               END-READ
           END-PERFORM
           CLOSE STEP-DEFINITION-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY 'No steps defined on CYCSTEPS.DAT'
               ADD 1 TO WS-SETUP-ERRORS
           END-IF.

       Check-Step-Definition.
           IF WS-STEP-COUNT = 50
               DISPLAY 'Over 50 cycle steps defined, step '
                   STP-STEP-NO ' not loaded'
               ADD 1 TO WS-SETUP-ERRORS
           ELSE
               IF WS-STEP-COUNT > 0
                   IF STP-STEP-NO NOT > WS-STP-NO (WS-STEP-COUNT)
                       DISPLAY 'Step ' STP-STEP-NO
                           ' is out of order on CYCSTEPS.DAT'
                       ADD 1 TO WS-SETUP-ERRORS
                   END-IF
               END-IF
               IF STP-PROGRAM = SPACES
                   DISPLAY 'Step ' STP-STEP-NO ' names no program'
                   ADD 1 TO WS-SETUP-ERRORS
               END-IF
               IF NOT STP-RUNS-ONCE AND NOT STP-RUNS-PER-RANGE
                   DISPLAY 'Step ' STP-STEP-NO ' scope ' STP-SCOPE
                       ' is not O or R'
                   ADD 1 TO WS-SETUP-ERRORS
               END-IF
               IF NOT STP-SKIP-IN-PREVIEW AND NOT STP-RUN-IN-PREVIEW
                   DISPLAY 'Step ' STP-STEP-NO ' preview flag '
                       STP-PREVIEW ' is not S or R'
                   ADD 1 TO WS-SETUP-ERRORS
               END-IF
               IF STP-PREDECESSOR > 0
                   MOVE 'N' TO WS-PRED-FOUND
                   PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > WS-STEP-COUNT
                       IF WS-STP-NO (WS-PRED-SUB) = STP-PREDECESSOR
                           MOVE 'Y' TO WS-PRED-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PRED-FOUND = 'N'
                       DISPLAY 'Step ' STP-STEP-NO ' predecessor '
                           STP-PREDECESSOR ' is not an earlier step'
                       ADD 1 TO WS-SETUP-ERRORS
                   END-IF
               END-IF
               IF STP-RUNS-PER-RANGE
                   MOVE 'Y' TO WS-ANY-PER-RANGE
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE STP-STEP-NO TO WS-STP-NO (WS-STEP-COUNT)
               MOVE STP-PROGRAM TO WS-STP-PROGRAM (WS-STEP-COUNT)
               MOVE STP-PREDECESSOR
                   TO WS-STP-PREDECESSOR (WS-STEP-COUNT)
               MOVE STP-SCOPE TO WS-STP-SCOPE (WS-STEP-COUNT)
               MOVE STP-PREVIEW TO WS-STP-PREVIEW (WS-STEP-COUNT)
               MOVE STP-MAX-RC TO WS-STP-MAX-RC (WS-STEP-COUNT)
               MOVE STP-COMMAND TO WS-STP-COMMAND (WS-STEP-COUNT)
           END-IF.

       Load-Range-Bands.
           OPEN INPUT RANGE-SET-FILE
           IF RANGE-OK
               PERFORM UNTIL RANGE-EOF
                   READ RANGE-SET-FILE
                       AT END
                           SET RANGE-EOF TO TRUE
                       NOT AT END
                           IF WS-BAND-COUNT < 50
                               ADD 1 TO WS-BAND-COUNT
                               MOVE RNG-FROM-ID
                                   TO WS-BAND-FROM (WS-BAND-COUNT)
                               MOVE RNG-TO-ID
                                   TO WS-BAND-TO (WS-BAND-COUNT)
                           ELSE
                               DISPLAY 'Over 50 bands on RANGES.DAT'
                               ADD 1 TO WS-SETUP-ERRORS
                               SET RANGE-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RANGE-SET-FILE
           IF WS-ANY-PER-RANGE = 'Y' AND WS-BAND-COUNT = 0
               DISPLAY 'Per-range steps defined but no bands on '
                   'RANGES.DAT'
               ADD 1 TO WS-SETUP-ERRORS
           END-IF.

      * A control file for this pay period means the cycle has
      * already begun - its step records are the restart point.
       Load-Cycle-Control.
           MOVE 'N' TO WS-RESTART
           MOVE 0 TO WS-CTL-COUNT
           OPEN INPUT CYCLE-CONTROL-FILE
           IF CTL-OK
               READ CYCLE-CONTROL-FILE
                   AT END
                       SET CTL-EOF TO TRUE
               END-READ
               IF CTL-OK AND CYC-HEADER AND
                   CYC-PAY-PERIOD = WS-PAY-PERIOD
                   SET CYCLE-RESTART TO TRUE
                   MOVE CYC-CYCLE-STARTED TO WS-CYCLE-STARTED
                   MOVE CYC-SAVED-RUN-PARM TO WS-SAVED-PARM
                   PERFORM UNTIL CTL-EOF
                       READ CYCLE-CONTROL-FILE
                           AT END
                               SET CTL-EOF TO TRUE
                           NOT AT END
                               PERFORM Load-Control-Row
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           CLOSE CYCLE-CONTROL-FILE
           MOVE WS-CTL-COUNT TO WS-LOADED-COUNT.

       Load-Control-Row.
           IF CYC-STEP-ROW AND WS-CTL-COUNT < 500
               ADD 1 TO WS-CTL-COUNT
               MOVE CYC-STEP-NO TO WS-CTL-STEP-NO (WS-CTL-COUNT)
               MOVE CYC-PROGRAM TO WS-CTL-PROGRAM (WS-CTL-COUNT)
               MOVE CYC-BAND-FROM-ID TO WS-CTL-BAND-FROM (WS-CTL-COUNT)
               MOVE CYC-BAND-TO-ID TO WS-CTL-BAND-TO (WS-CTL-COUNT)
               MOVE CYC-STATUS TO WS-CTL-STATUS (WS-CTL-COUNT)
               MOVE CYC-RETURN-CODE TO WS-CTL-RC (WS-CTL-COUNT)
               MOVE CYC-START-STAMP TO WS-CTL-START (WS-CTL-COUNT)
               MOVE CYC-END-STAMP TO WS-CTL-END (WS-CTL-COUNT)
           END-IF.

      * Walks the step definitions and bands in run order. Building,
      * it lays down a pending row for each step run; verifying a
      * restart, it proves the loaded rows are those same runs.
       Lay-Out-Control-Rows.
           MOVE 'N' TO WS-LAYOUT-MISMATCH
           MOVE 0 TO WS-LAYOUT-SUB
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-STP-SCOPE (WS-STEP-SUB) = 'R'
                   PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                       UNTIL WS-BAND-SUB > WS-BAND-COUNT
                       PERFORM Lay-Out-One-Row
                   END-PERFORM
               ELSE
                   MOVE 0 TO WS-BAND-SUB
                   PERFORM Lay-Out-One-Row
               END-IF
           END-PERFORM
           IF LAYOUT-VERIFY AND WS-LAYOUT-SUB NOT = WS-LOADED-COUNT
               SET LAYOUT-MISMATCH TO TRUE
           END-IF.

       Lay-Out-One-Row.
           ADD 1 TO WS-LAYOUT-SUB
           EVALUATE TRUE
               WHEN WS-LAYOUT-SUB > 500
                   SET LAYOUT-MISMATCH TO TRUE
               WHEN LAYOUT-BUILD
                   MOVE WS-LAYOUT-SUB TO WS-CTL-COUNT
                   MOVE WS-STP-NO (WS-STEP-SUB)
                       TO WS-CTL-STEP-NO (WS-LAYOUT-SUB)
                   MOVE WS-STP-PROGRAM (WS-STEP-SUB)
                       TO WS-CTL-PROGRAM (WS-LAYOUT-SUB)
                   IF WS-BAND-SUB > 0
                       MOVE WS-BAND-FROM (WS-BAND-SUB)
                           TO WS-CTL-BAND-FROM (WS-LAYOUT-SUB)
                       MOVE WS-BAND-TO (WS-BAND-SUB)
                           TO WS-CTL-BAND-TO (WS-LAYOUT-SUB)
                   ELSE
                       MOVE 0 TO WS-CTL-BAND-FROM (WS-LAYOUT-SUB)
                       MOVE 0 TO WS-CTL-BAND-TO (WS-LAYOUT-SUB)
                   END-IF
                   MOVE 'P' TO WS-CTL-STATUS (WS-LAYOUT-SUB)
                   MOVE 0 TO WS-CTL-RC (WS-LAYOUT-SUB)
                   MOVE SPACES TO WS-CTL-START (WS-LAYOUT-SUB)
                   MOVE SPACES TO WS-CTL-END (WS-LAYOUT-SUB)
                   MOVE WS-STEP-SUB TO WS-CTL-STEP-SUB (WS-LAYOUT-SUB)
               WHEN WS-LAYOUT-SUB > WS-LOADED-COUNT
                   SET LAYOUT-MISMATCH TO TRUE
               WHEN WS-CTL-STEP-NO (WS-LAYOUT-SUB) NOT =
                       WS-STP-NO (WS-STEP-SUB)
                   OR WS-CTL-PROGRAM (WS-LAYOUT-SUB) NOT =
                       WS-STP-PROGRAM (WS-STEP-SUB)
                   SET LAYOUT-MISMATCH TO TRUE
               WHEN WS-BAND-SUB > 0 AND
                   (WS-CTL-BAND-FROM (WS-LAYOUT-SUB) NOT =
                       WS-BAND-FROM (WS-BAND-SUB)
                   OR WS-CTL-BAND-TO (WS-LAYOUT-SUB) NOT =
                       WS-BAND-TO (WS-BAND-SUB))
                   SET LAYOUT-MISMATCH TO TRUE
               WHEN OTHER
                   MOVE WS-STEP-SUB TO WS-CTL-STEP-SUB (WS-LAYOUT-SUB)
           END-EVALUATE.

       Write-Cycle-Control.
           OPEN OUTPUT CYCLE-CONTROL-FILE
           IF NOT CTL-WRITE-OK
               DISPLAY 'Cannot write cycle control file, status '
                   WS-CYCCTL-STATUS ' - cycle stopped'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CYCLE-CONTROL-RECORD
           SET CYC-HEADER TO TRUE
           MOVE WS-PAY-PERIOD TO CYC-PAY-PERIOD
           MOVE WS-CYCLE-STARTED TO CYC-CYCLE-STARTED
           MOVE WS-SAVED-PARM TO CYC-SAVED-RUN-PARM
           WRITE CYCLE-CONTROL-RECORD
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CTL-COUNT
               MOVE SPACES TO CYCLE-CONTROL-RECORD
               SET CYC-STEP-ROW TO TRUE
               MOVE WS-PAY-PERIOD TO CYC-PAY-PERIOD
               MOVE WS-CTL-STEP-NO (WS-SCAN-SUB) TO CYC-STEP-NO
               MOVE WS-CTL-PROGRAM (WS-SCAN-SUB) TO CYC-PROGRAM
               MOVE WS-CTL-BAND-FROM (WS-SCAN-SUB) TO CYC-BAND-FROM-ID
               MOVE WS-CTL-BAND-TO (WS-SCAN-SUB) TO CYC-BAND-TO-ID
               MOVE WS-CTL-STATUS (WS-SCAN-SUB) TO CYC-STATUS
               MOVE WS-CTL-RC (WS-SCAN-SUB) TO CYC-RETURN-CODE
               MOVE WS-CTL-START (WS-SCAN-SUB) TO CYC-START-STAMP
               MOVE WS-CTL-END (WS-SCAN-SUB) TO CYC-END-STAMP
               WRITE CYCLE-CONTROL-RECORD
           END-PERFORM
           CLOSE CYCLE-CONTROL-FILE.

       Run-Control-Row.
           MOVE WS-CTL-STEP-SUB (WS-CTL-SUB) TO WS-STEP-SUB
           IF WS-CTL-BAND-FROM (WS-CTL-SUB) = 0 AND
               WS-CTL-BAND-TO (WS-CTL-SUB) = 0
               MOVE SPACES TO WS-BAND-TEXT
           ELSE
               MOVE SPACES TO WS-BAND-TEXT
               STRING 'RANGE ' WS-CTL-BAND-FROM (WS-CTL-SUB) '-'
                   WS-CTL-BAND-TO (WS-CTL-SUB)
                   DELIMITED BY SIZE INTO WS-BAND-TEXT
           END-IF
           EVALUATE WS-CTL-STATUS (WS-CTL-SUB)
               WHEN 'C'
                   DISPLAY 'Step ' WS-CTL-STEP-NO (WS-CTL-SUB) ' '
                       WS-CTL-PROGRAM (WS-CTL-SUB) ' ' WS-BAND-TEXT
                       ' already complete'
               WHEN 'K'
                   DISPLAY 'Step ' WS-CTL-STEP-NO (WS-CTL-SUB) ' '
                       WS-CTL-PROGRAM (WS-CTL-SUB) ' ' WS-BAND-TEXT
                       ' already skipped'
               WHEN OTHER
                   PERFORM Check-Predecessor
                   EVALUATE TRUE
                       WHEN PRED-NOT-READY
                           DISPLAY 'Step ' WS-CTL-STEP-NO (WS-CTL-SUB)
                               ' predecessor '
                               WS-STP-PREDECESSOR (WS-STEP-SUB)
                               ' has not completed'
                           SET CYCLE-STOPPED TO TRUE
                       WHEN PRED-SKIPPED
                           PERFORM Skip-Control-Row
                       WHEN PREVIEW-RUN AND
                           WS-STP-PREVIEW (WS-STEP-SUB) = 'S'
                           PERFORM Skip-Control-Row
                       WHEN OTHER
                           PERFORM Run-Step
                   END-EVALUATE
           END-EVALUATE.

      * Ready when every run of the predecessor step completed;
      * skipped when they are all done and any was skipped.
       Check-Predecessor.
           SET PRED-READY TO TRUE
           IF WS-STP-PREDECESSOR (WS-STEP-SUB) > 0
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-CTL-COUNT
                   IF WS-CTL-STEP-NO (WS-SCAN-SUB) =
                       WS-STP-PREDECESSOR (WS-STEP-SUB)
                       EVALUATE WS-CTL-STATUS (WS-SCAN-SUB)
                           WHEN 'C'
                               CONTINUE
                           WHEN 'K'
                               IF PRED-READY
                                   SET PRED-SKIPPED TO TRUE
                               END-IF
                           WHEN OTHER
                               SET PRED-NOT-READY TO TRUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

       Skip-Control-Row.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE 'K' TO WS-CTL-STATUS (WS-CTL-SUB)
           MOVE WS-STAMP TO WS-CTL-START (WS-CTL-SUB)
           MOVE WS-STAMP TO WS-CTL-END (WS-CTL-SUB)
           PERFORM Write-Cycle-Control
           DISPLAY 'Step ' WS-CTL-STEP-NO (WS-CTL-SUB) ' '
               WS-CTL-PROGRAM (WS-CTL-SUB) ' ' WS-BAND-TEXT
               ' skipped for preview'.

      * The step is marked running on the control file before it
      * starts, so a driver that stops while it is out restarts it.
       Run-Step.
           IF WS-STP-COMMAND (WS-STEP-SUB) = SPACES
               MOVE WS-STP-PROGRAM (WS-STEP-SUB) TO WS-COMMAND
           ELSE
               MOVE WS-STP-COMMAND (WS-STEP-SUB) TO WS-COMMAND
           END-IF
           IF WS-STP-SCOPE (WS-STEP-SUB) = 'R'
               PERFORM Write-Band-Run-Parm
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE 'R' TO WS-CTL-STATUS (WS-CTL-SUB)
           MOVE WS-STAMP TO WS-CTL-START (WS-CTL-SUB)
           MOVE SPACES TO WS-CTL-END (WS-CTL-SUB)
           MOVE 0 TO WS-CTL-RC (WS-CTL-SUB)
           PERFORM Write-Cycle-Control
           DISPLAY 'Step ' WS-CTL-STEP-NO (WS-CTL-SUB) ' '
               WS-CTL-PROGRAM (WS-CTL-SUB) ' ' WS-BAND-TEXT
               ' started ' WS-STAMP

           CALL 'SYSTEM' USING WS-COMMAND
      * The command processor hands back the step's exit status in
      * the high-order byte; a negative status means the step could
      * not be started at all.
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-STEP-RC < 0
                   MOVE 999 TO WS-STEP-RC
               WHEN WS-STEP-RC > 255
                   DIVIDE 256 INTO WS-STEP-RC
           END-EVALUATE
           IF WS-STEP-RC > 999
               MOVE 999 TO WS-STEP-RC
           END-IF

           IF WS-STP-SCOPE (WS-STEP-SUB) = 'R'
               PERFORM Restore-Run-Parm
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STEP-RC TO WS-CTL-RC (WS-CTL-SUB)
           MOVE WS-STAMP TO WS-CTL-END (WS-CTL-SUB)
           IF WS-STEP-RC > WS-STP-MAX-RC (WS-STEP-SUB)
               MOVE 'F' TO WS-CTL-STATUS (WS-CTL-SUB)
               SET CYCLE-STOPPED TO TRUE
               DISPLAY 'Step ' WS-CTL-STEP-NO (WS-CTL-SUB) ' '
                   WS-CTL-PROGRAM (WS-CTL-SUB) ' ' WS-BAND-TEXT
                   ' FAILED, return code ' WS-CTL-RC (WS-CTL-SUB)
           ELSE
               MOVE 'C' TO WS-CTL-STATUS (WS-CTL-SUB)
               DISPLAY 'Step ' WS-CTL-STEP-NO (WS-CTL-SUB) ' '
                   WS-CTL-PROGRAM (WS-CTL-SUB) ' ' WS-BAND-TEXT
                   ' complete, return code ' WS-CTL-RC (WS-CTL-SUB)
           END-IF
           PERFORM Write-Cycle-Control.
       END PROGRAM CycleDriver.
