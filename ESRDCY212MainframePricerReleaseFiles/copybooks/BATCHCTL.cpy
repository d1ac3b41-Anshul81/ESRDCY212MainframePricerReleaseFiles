      * Batch header/trailer record carried on every input
      * transaction file (EMPTRANS, EMPMAINT, TIMETRANS, TERMTRANS,
      * ADJTRANS, MANTRANS, RMBTRANS, ERNTRANS). The header ('H')
      * identifies the batch and its source; the trailer ('T')
      * carries the detail record count and a hash total of the
      * file's control field (employee IDs for EMPTRANS/TERMTRANS,
      * hours for TIMETRANS, salary for EMPMAINT, amount for
      * ADJTRANS, RMBTRANS and ERNTRANS, gross for MANTRANS - summed
      * as plain digit strings). The consuming programs run the
      * whole file through BatchCheck before applying anything: an
      * out-of-balance trailer or an already-processed batch ID
      * rejects the whole batch. Detail record layouts never begin
      * with H or T, so the type byte is unambiguous.
       01 BATCH-CONTROL-RECORD.
           05 BCR-RECORD-TYPE      PIC X(1).
               88 BCR-IS-HEADER        VALUE 'H'.
