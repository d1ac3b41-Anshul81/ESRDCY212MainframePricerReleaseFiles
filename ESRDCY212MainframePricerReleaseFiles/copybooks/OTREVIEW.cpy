      * Overtime true-up review lines, shared by the regular cycle
      * (OTREVnnnnn.DAT, one per range) and the bonus run (under
      * each bonus on BONRPT.DAT). One detail line per employee
      * whose commission or nondiscretionary bonus raised the FLSA
      * regular rate in weeks with overtime: the period (or first
      * period the bonus covers), the hours behind the rate, the
      * earnings folded in, the base rate, the blended regular rate,
      * and the additional half-time paid on the overtime hours.
       01 OT-REVIEW-HEADING.
           05 FILLER               PIC X(25) VALUE
               'EMP ID PERIOD  WORKED HRS'.
           05 FILLER               PIC X(31) VALUE
               '  OT HRS    EARNINGS  BASE RATE'.
           05 FILLER               PIC X(25) VALUE
               '  BLENDED RATE ADDITIONAL'.
       01 OT-REVIEW-LINE.
           05 OTR-EMPLOYEE-ID      PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OTR-PERIOD           PIC 9(06).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 OTR-WORKED-HOURS     PIC Z,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OTR-OT-HOURS         PIC ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OTR-EARNINGS         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OTR-BASE-RATE        PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 OTR-BLENDED-RATE     PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 OTR-ADDITIONAL       PIC ZZ,ZZ9.99.
