           COPY SUTATBL.
           COPY WCTBL.
           COPY GTLTBL.
           COPY LOCALTAX.
           COPY MINWAGE.
           COPY STATLIM.
           COPY FPAYTBL.
           COPY EEOCTBL.

       01 WS-RATE-STATUS           PIC XX.
           88 RATE-OK                  VALUE '00'.
           88 LOAD-WC-CLASSES          VALUE 'WCCL'.
           88 LOAD-WC-RATES            VALUE 'WCRT'.
           88 LOAD-GTL-RATES           VALUE 'GTLR'.
           88 LOAD-LOCAL-RATES         VALUE 'LOCL'.
           88 LOAD-MIN-WAGES           VALUE 'MINW'.
           88 LOAD-STAT-LIMITS         VALUE 'LIMT'.
           88 LOAD-FINAL-PAY           VALUE 'FPAY'.
           88 LOAD-EEO-CATEGORIES      VALUE 'EEOC'.
       01 As-Of-Date-IN            PIC 9(8).
      * The caller passes its own copybook table here; only the
      * actual table's length is written back.
           MOVE 0 TO WC-CLASS-COUNT
           MOVE 0 TO WC-RATE-COUNT
           MOVE 0 TO GTL-COUNT
           MOVE 0 TO LOCAL-TAX-COUNT
           MOVE 0 TO MIN-WAGE-COUNT
           MOVE 0 TO STAT-LIMIT-COUNT
           MOVE 0 TO FPAY-COUNT
           MOVE 0 TO EEO-CAT-COUNT
           MOVE 0 TO WS-ROWS-LOADED
           SET TABLE-LOAD-FAILED TO TRUE

           GOBACK.

       Load-Table-Row.
      * The per-state, wage-floor and local-jurisdiction tables take
      * up to 60 rows, the final-pay deadlines (a state can carry a
      * row per termination type) 100, the age-bracket
      * imputed-income table 12, the keyed-by-role, bracket and
      * statutory-limit tables 20 - the same capacities their
      * copybook tables declare.
           EVALUATE TRUE
               WHEN LOAD-STATE-RATES OR LOAD-SUTA-RATES
                   OR LOAD-WC-RATES OR LOAD-LOCAL-RATES
                   OR LOAD-MIN-WAGES
                   MOVE 60 TO WS-ROW-LIMIT
               WHEN LOAD-FINAL-PAY
                   MOVE 100 TO WS-ROW-LIMIT
               WHEN LOAD-GTL-RATES
                   MOVE 12 TO WS-ROW-LIMIT
               WHEN OTHER
                           TO WC-RATE-CLASS (WC-RATE-IDX)
                       MOVE RTB-AMOUNT-1
                           TO WC-RATE-PER-100 (WC-RATE-IDX)
                   WHEN LOAD-LOCAL-RATES
                       MOVE WS-ROWS-LOADED TO LOCAL-TAX-COUNT
                       SET LOCAL-TAX-IDX TO WS-ROWS-LOADED
                       MOVE RTB-KEY (1:6)
                           TO LOCAL-TAX-CODE (LOCAL-TAX-IDX)
                       COMPUTE LOCAL-TAX-RATE (LOCAL-TAX-IDX)
                           ROUNDED = RTB-AMOUNT-1 / 100
                   WHEN LOAD-MIN-WAGES
                       MOVE WS-ROWS-LOADED TO MIN-WAGE-COUNT
                       SET MIN-WAGE-IDX TO WS-ROWS-LOADED
                       MOVE RTB-KEY (1:2)
                           TO MIN-WAGE-STATE (MIN-WAGE-IDX)
                       MOVE RTB-AMOUNT-1
                           TO MIN-WAGE-HOURLY (MIN-WAGE-IDX)
                       MOVE RTB-AMOUNT-2
                           TO MIN-WAGE-EXEMPT-SALARY (MIN-WAGE-IDX)
                   WHEN LOAD-STAT-LIMITS
                       MOVE WS-ROWS-LOADED TO STAT-LIMIT-COUNT
                       SET STAT-LIMIT-IDX TO WS-ROWS-LOADED
                       MOVE RTB-KEY TO STAT-LIMIT-NAME (STAT-LIMIT-IDX)
                       MOVE RTB-AMOUNT-1
                           TO STAT-LIMIT-AMOUNT (STAT-LIMIT-IDX)
                   WHEN LOAD-FINAL-PAY
                       MOVE WS-ROWS-LOADED TO FPAY-COUNT
                       SET FPAY-IDX TO WS-ROWS-LOADED
                       MOVE RTB-KEY (1:2) TO FPAY-STATE-CODE (FPAY-IDX)
                       MOVE RTB-KEY (3:1) TO FPAY-TERM-TYPE (FPAY-IDX)
                       MOVE RTB-AMOUNT-1
                           TO FPAY-DAYS-ALLOWED (FPAY-IDX)
                       MOVE RTB-AMOUNT-2
                           TO FPAY-PENALTY-CAP (FPAY-IDX)
                   WHEN LOAD-EEO-CATEGORIES
                       MOVE WS-ROWS-LOADED TO EEO-CAT-COUNT
                       SET EEO-CAT-IDX TO WS-ROWS-LOADED
                       MOVE RTB-KEY TO EEO-CAT-ROLE (EEO-CAT-IDX)
                       MOVE RTB-AMOUNT-1 TO EEO-CAT-CODE (EEO-CAT-IDX)
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-ROWS-LOADED
               END-EVALUATE
               WHEN LOAD-GTL-RATES
                   MOVE GTL-TABLE TO Table-Area-OUT
                       (1:LENGTH OF GTL-TABLE)
               WHEN LOAD-LOCAL-RATES
                   MOVE LOCAL-TAX-TABLE TO Table-Area-OUT
                       (1:LENGTH OF LOCAL-TAX-TABLE)
               WHEN LOAD-MIN-WAGES
                   MOVE MIN-WAGE-TABLE TO Table-Area-OUT
                       (1:LENGTH OF MIN-WAGE-TABLE)
               WHEN LOAD-STAT-LIMITS
                   MOVE STAT-LIMIT-TABLE TO Table-Area-OUT
                       (1:LENGTH OF STAT-LIMIT-TABLE)
               WHEN LOAD-FINAL-PAY
                   MOVE FINAL-PAY-TABLE TO Table-Area-OUT
                       (1:LENGTH OF FINAL-PAY-TABLE)
               WHEN LOAD-EEO-CATEGORIES
                   MOVE EEO-CATEGORY-TABLE TO Table-Area-OUT
                       (1:LENGTH OF EEO-CATEGORY-TABLE)
           END-EVALUATE.
       END PROGRAM RateTableLoad.
