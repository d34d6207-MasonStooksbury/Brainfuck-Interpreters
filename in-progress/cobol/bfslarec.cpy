      * Record layout of the indexed service-level master
      * (sla-master.dat), maintained by BF-SLA-MAINT and read by
      * BF-SLA-REPORT. One record per script that has a committed
      * completion deadline, keyed by the name the run history
      * records for it - the bare 8-character member name for a
      * library run, the script file name for a loose-file run.
      *
      * SLA-FINISH-TIME is the wall-clock deadline (HHMM) the run
      * must have ended by; SLA-FINISH-DAY says whether that is on
      * the run's own date (0) or the morning after (1), which is
      * how an overnight commitment like "done by 05:30" is kept
      * for a run that starts the evening before. 9999 means no
      * clock deadline. SLA-MAX-ELAPSED is the longest the run may
      * take, in minutes; zero means no elapsed limit.
      * SLA-DAYS holds up to five of the batch driver's SCHED=
      * codes (DAILY, BUSDAY, MON..SUN, FIRSTBUS, LASTBUS,
      * QTRFIRST, QTRLAST, DAYnn) - the run is due on any day one
      * of them matches, with the same holiday calendar. Nothing
      * before SLA-EFFECTIVE-DATE is ever counted against it.
           01 SLA-RECORD.
               05 SLA-SCRIPT-NAME PIC X(30).
               05 SLA-FINISH-TIME PIC 9(4).
                   88 SLA-NO-FINISH-TIME VALUE 9999.
               05 SLA-FINISH-TIME-X REDEFINES SLA-FINISH-TIME.
                   10 SLA-FINISH-HH PIC 9(2).
                   10 SLA-FINISH-MM PIC 9(2).
               05 SLA-FINISH-DAY PIC 9(1).
                   88 SLA-FINISH-SAME-DAY VALUE 0.
                   88 SLA-FINISH-NEXT-DAY VALUE 1.
               05 SLA-MAX-ELAPSED PIC 9(4).
                   88 SLA-NO-ELAPSED-LIMIT VALUE 0.
               05 SLA-DAYS.
                   10 SLA-DAY-CODE PIC X(8) OCCURS 5 TIMES.
               05 SLA-EFFECTIVE-DATE PIC 9(8).
               05 SLA-SET-DATE PIC 9(8).
               05 SLA-DESCRIPTION PIC X(40).
               05 FILLER PIC X(25).
