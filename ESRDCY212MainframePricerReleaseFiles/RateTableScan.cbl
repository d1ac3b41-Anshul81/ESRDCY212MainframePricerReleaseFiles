      *   - every EMP-ROLE on an active master record must have a
      *     ROLE pay-band row in effect;
      *   - every department on an active master record must have a
      *     DEPT rate row in effect;
      *   - every local tax jurisdiction on an active master record
      *     must have a LOCL rate row in effect (a missing row would
      *     quietly withhold no local tax).
      * The verdict - PASS or FAIL with every finding listed - goes
      * to TBLSCAN.DAT, and a FAIL ends with return code 8 so the
      * jobstream holds until the tables are fixed.
           COPY WHTABLE.
           COPY ROLETBL.
           COPY DEPTRATE.
           COPY LOCALTAX.

       01 WS-PARM-STATUS           PIC XX.
           88 PARM-OK                  VALUE '00'.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-VALUE        PIC X(4).
       01 WS-DEPT-SUB              PIC 9(3).
       01 WS-LOCAL-LIST.
           05 WS-LOCAL-COUNT       PIC 9(3) VALUE 0.
           05 WS-LOCAL-ENTRY OCCURS 60 TIMES.
               10 WS-LOCAL-VALUE       PIC X(6).
       01 WS-LOCAL-SUB             PIC 9(3).
       01 WS-LIST-MATCHED          PIC X.
       01 WS-ON-TABLE              PIC X.

           PERFORM Collect-Master-Roles-Depts
           PERFORM Check-Role-Coverage
           PERFORM Check-Dept-Coverage
           PERFORM Check-Local-Coverage

           IF TABLE-SCAN-FAILED
               MOVE 'VERDICT: FAIL - FIX THE TABLES BEFORE '
           IF WS-LIST-MATCHED = 'N' AND WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE EMP-DEPT-CODE TO WS-DEPT-VALUE (WS-DEPT-COUNT)
           END-IF
           IF EMP-LOCAL-TAX-CODE NOT = SPACES
               MOVE 'N' TO WS-LIST-MATCHED
               PERFORM VARYING WS-LOCAL-SUB FROM 1 BY 1
                   UNTIL WS-LOCAL-SUB > WS-LOCAL-COUNT
                   IF WS-LOCAL-VALUE (WS-LOCAL-SUB) = EMP-LOCAL-TAX-CODE
                       MOVE 'Y' TO WS-LIST-MATCHED
                   END-IF
               END-PERFORM
               IF WS-LIST-MATCHED = 'N' AND WS-LOCAL-COUNT < 60
                   ADD 1 TO WS-LOCAL-COUNT
                   MOVE EMP-LOCAL-TAX-CODE
                       TO WS-LOCAL-VALUE (WS-LOCAL-COUNT)
               END-IF
           END-IF.

       Check-Role-Coverage.
               END-PERFORM
           END-IF.

       Check-Local-Coverage.
      * The local table is optional as a whole - with no employee in
      * a jurisdiction there is nothing to cover.
           IF WS-LOCAL-COUNT > 0
               MOVE 'LOCL' TO WS-LOAD-TABLE-ID
               CALL 'RateTableLoad' USING WS-LOAD-TABLE-ID
                   WS-CHECK-DATE LOCAL-TAX-TABLE WS-LOAD-STATUS
               PERFORM VARYING WS-LOCAL-SUB FROM 1 BY 1
                   UNTIL WS-LOCAL-SUB > WS-LOCAL-COUNT
                   MOVE 'N' TO WS-ON-TABLE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > LOCAL-TAX-COUNT
                       SET LOCAL-TAX-IDX TO WS-SUB
                       IF LOCAL-TAX-CODE (LOCAL-TAX-IDX)
                               = WS-LOCAL-VALUE (WS-LOCAL-SUB)
                           MOVE 'Y' TO WS-ON-TABLE
                       END-IF
                   END-PERFORM
                   IF WS-ON-TABLE = 'N'
                       SET TABLE-SCAN-FAILED TO TRUE
                       MOVE SPACES TO Report-Data
                       STRING 'LOCL: NO RATE ROW FOR ACTIVE '
                           'JURISDICTION '
                           WS-LOCAL-VALUE (WS-LOCAL-SUB)
                           DELIMITED BY SIZE INTO Report-Data
                       PERFORM Write-Report-Line
                   END-IF
               END-PERFORM
           END-IF.

       Write-Report-Line.
           DISPLAY Report-Data
           WRITE SCAN-REPORT-LINE FROM Report-Data.
