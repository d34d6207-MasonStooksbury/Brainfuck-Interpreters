      * COBOL-BF-INTERPRETER and read back by BF-TREND-REPORT.
      * Every field is display-format and fixed-width so the master
      * stays greppable and sortable with ordinary text tools.
      * HIST-LIB-VERSION is the library member version that ran
      * (zero for a loose-file run); records written before it
      * existed read back as spaces there, so test it NUMERIC.
      * HIST-CELL-BITS / HIST-EOF-RULE are the run's dialect (cell
      * width 8/16/32; EOF rule Z zero, M minus one, U unchanged);
      * older records read back as spaces - those runs were all
      * 8-bit, zero on EOF.
           01 HISTORY-RECORD.
               05 HIST-SCRIPT-NAME PIC X(30).
               05 HIST-RUN-DATE PIC 9(8).
               05 HIST-PEAK-MEM-PTR PIC 9(5).
               05 HIST-ELAPSED-HUNDREDTHS PIC 9(8).
               05 HIST-END-STATUS PIC X(40).
               05 HIST-LIB-VERSION PIC 9(4).
               05 HIST-DIALECT.
                   10 HIST-CELL-BITS PIC 9(2).
                   10 HIST-EOF-RULE PIC X.
