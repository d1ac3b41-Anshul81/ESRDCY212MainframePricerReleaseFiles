
      * Backout works off an in-core copy of the matching journal
      * records so they can be applied newest-first; rollforward
      * streams the file in its natural (oldest-first) order. Each
      * entry keeps the journal record through the before-image -
      * all a backout ever applies.
       01 WS-BACKOUT-TABLE.
           05 WS-BACK-COUNT        PIC 9(4) VALUE 0.
           05 WS-BACK-RECORD OCCURS 2000 TIMES PIC X(841).
       01 WS-BACK-SUB              PIC 9(4).
       01 WS-BACK-OVERFLOW         PIC X VALUE 'N'.

