      * One line of the SLA breach list (sla-breaches.txt), written
      * by BF-SLA-REPORT for the night before its report date and
      * read by BF-EXCEPTIONS-REPORT, which lists every line as an
      * SLA breach in its own severity class. Fixed-position, like
      * the batch-status lane line, so the reader never parses free
      * text. SB-KIND is MISSED (due, never ran) or LATE (ran, but
      * ended after the deadline or over the elapsed limit - or
      * never ended clean at all); SB-LATE-MINUTES is how far over
      * it went, zero for a miss.
           01 SLA-BREACH-LINE.
               05 SB-SCRIPT-NAME PIC X(30).
               05 FILLER PIC X.
               05 SB-DUE-DATE PIC 9(8).
               05 FILLER PIC X.
               05 SB-KIND PIC X(6).
                   88 SB-RUN-MISSED VALUE 'MISSED'.
                   88 SB-RUN-LATE VALUE 'LATE'.
               05 FILLER PIC X.
               05 SB-LATE-MINUTES PIC 9(5).
               05 FILLER PIC X.
               05 SB-DETAIL PIC X(60).
