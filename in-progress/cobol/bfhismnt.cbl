      * history record is only ever copied through whole, so a
      * plain byte field is enough on the rebuild side.
           FD NEW-HISTORY-FILE.
           01 NEW-HISTORY-RECORD PIC X(124).

           FD NEW-ROLLUP-FILE.
           01 NEW-ROLLUP-RECORD.
