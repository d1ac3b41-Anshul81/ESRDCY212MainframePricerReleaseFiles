           COPY PAYHIST.

       FD  HISTORY-ARCHIVE.
       01  HISTORY-ARCHIVE-RECORD      PIC X(400).

       FD  EMP-JOURNAL.
           COPY JRNLREC.

       FD  JOURNAL-ARCHIVE.
       01  JOURNAL-ARCHIVE-RECORD      PIC X(1650).

       FD  JOURNAL-KEEP.
       01  JOURNAL-KEEP-RECORD         PIC X(1650).

       FD  BATCH-LOG.
       01  BATCH-LOG-RECORD.
