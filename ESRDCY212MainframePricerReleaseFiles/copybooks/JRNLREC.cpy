               88 JRNL-ACTION-REWRITE  VALUE 'R'.
               88 JRNL-ACTION-DELETE   VALUE 'D'.
           05 JRNL-EMP-ID          PIC 9(5).
           05 JRNL-BEFORE-IMAGE    PIC X(800).
           05 JRNL-AFTER-IMAGE     PIC X(800).
