           SELECT OPTIONAL RUN-LOCK-FILE ASSIGN TO 'RUNLOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT OPTIONAL INTEGRITY-CHECK-FILE
               ASSIGN TO 'INTEGCHK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
           COPY RUNLOCK.

       FD  INTEGRITY-CHECK-FILE.
           COPY INTEGCHK.

       WORKING-STORAGE SECTION.

      * Req 023 runs several concurrent job steps, each against its own
       01 WS-LOCK-HELD-STAMP       PIC X(15) VALUE SPACES.
       01 WS-LOCK-BLOCKED          PIC X VALUE 'N'.
           88 CYCLE-LOCK-BLOCKED       VALUE 'Y'.
       01 WS-INTEG-STATUS          PIC XX.
           88 INTEG-OK                 VALUE '00' '05'.
       01 WS-INTEG-REFUSED         PIC X VALUE 'N'.
           88 INTEGRITY-SCAN-REFUSED   VALUE 'Y'.
       01 WS-RECON-NET-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RECON-LINE            PIC X(80).
       01 WS-LAST-EMP-ID           PIC 9(5) VALUE 0.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * IntegrityScan must have passed the side files for this period
      * first - duplicate or out-of-order keys would be skipped or
      * misapplied by the table loads with nothing to show for it.
           PERFORM Verify-Integrity-Scan
           IF INTEGRITY-SCAN-REFUSED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-ID TO WS-CHKPT-FROM-EDIT
           STRING 'CHKPT' WS-CHKPT-FROM-EDIT DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE INTO WS-CHKPT-FILENAME
                   SET RUN-HAS-FAILED TO TRUE
               END-IF

               MOVE 'HSAREMIT' TO WS-LOG-STEP
               PERFORM Log-Step-Start
               CALL 'HsaRemit' USING WS-FROM-ID
               MOVE RETURN-CODE TO WS-LOG-RC
               MOVE SPACES TO WS-LOG-DETAIL
               PERFORM Log-Step-End
               MOVE WS-LOG-RC TO RETURN-CODE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'HsaRemit step failed, return code '
                       RETURN-CODE
                   SET RUN-HAS-FAILED TO TRUE
               END-IF

               MOVE 'TAXLIABILITY' TO WS-LOG-STEP
               PERFORM Log-Step-Start
               CALL 'TaxLiability' USING WS-FROM-ID
                       RETURN-CODE
                   SET RUN-HAS-FAILED TO TRUE
               END-IF

               MOVE 'LOCALTAXSUMMARY' TO WS-LOG-STEP
               PERFORM Log-Step-Start
               CALL 'LocalTaxSummary' USING WS-FROM-ID WS-PAY-PERIOD
               MOVE RETURN-CODE TO WS-LOG-RC
               MOVE SPACES TO WS-LOG-DETAIL
               PERFORM Log-Step-End
               MOVE WS-LOG-RC TO RETURN-CODE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'LocalTaxSummary step failed, return code '
                       RETURN-CODE
                   SET RUN-HAS-FAILED TO TRUE
               END-IF

               MOVE 'PROJECTLABOR' TO WS-LOG-STEP
               PERFORM Log-Step-Start
               CALL 'ProjectLaborReport' USING WS-FROM-ID WS-PAY-PERIOD
               MOVE RETURN-CODE TO WS-LOG-RC
               MOVE SPACES TO WS-LOG-DETAIL
               PERFORM Log-Step-End
               MOVE WS-LOG-RC TO RETURN-CODE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'ProjectLaborReport step failed, return '
                       'code ' RETURN-CODE
                   SET RUN-HAS-FAILED TO TRUE
               END-IF
           END-IF

           PERFORM Write-Run-Summary
               CLOSE PAY-CALENDAR
           END-IF.

       Verify-Integrity-Scan.
           MOVE 'N' TO WS-INTEG-REFUSED
           OPEN INPUT INTEGRITY-CHECK-FILE
           IF NOT INTEG-OK
               DISPLAY 'Cannot open integrity scan status, status '
                   WS-INTEG-STATUS ' - run stopped'
               SET INTEGRITY-SCAN-REFUSED TO TRUE
           ELSE
               READ INTEGRITY-CHECK-FILE
                   AT END
                       DISPLAY 'No side-file integrity scan on file '
                           '- run IntegrityScan first, run stopped'
                       SET INTEGRITY-SCAN-REFUSED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ICK-PAY-PERIOD NOT = WS-PAY-PERIOD
                               DISPLAY 'Last integrity scan was for '
                                   'period ' ICK-PAY-PERIOD
                                   ', not ' WS-PAY-PERIOD
                                   ' - run stopped'
                               SET INTEGRITY-SCAN-REFUSED TO TRUE
                           WHEN ICK-SCAN-FAILED
                               DISPLAY 'Integrity scan of '
                                   ICK-RUN-STAMP ' FAILED with '
                                   ICK-FAIL-COUNT ' rows - correct '
                                   'INTEGRPT.DAT rows, run stopped'
                               SET INTEGRITY-SCAN-REFUSED TO TRUE
                           WHEN ICK-SCAN-WARNINGS
                               DISPLAY 'Integrity scan of '
                                   ICK-RUN-STAMP ' passed with '
                                   ICK-WARN-COUNT ' warnings'
                           WHEN ICK-SCAN-CLEAN
                               CONTINUE
                           WHEN OTHER
                               DISPLAY 'Integrity scan status '
                                   ICK-STATUS ' not recognized'
                                   ' - run stopped'
                               SET INTEGRITY-SCAN-REFUSED TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE INTEGRITY-CHECK-FILE
           END-IF.

       Read-Checkpoint.
           OPEN INPUT CHECKPOINT-FILE
           IF CHKPT-OK
