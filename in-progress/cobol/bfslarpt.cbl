       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-SLA-REPORT.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SLA-MASTER ASSIGN TO DYNAMIC
                  WS-SLA-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SLA-SCRIPT-NAME
              FILE STATUS IS WS-SLA-STATUS.
              SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
                  WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
      * Months BF-HISTORY-MAINT has already rolled up and purged
      * still count - the run count says how many due days were not
      * missed, even though the times of day are gone.
              SELECT ROLLUP-FILE ASSIGN TO DYNAMIC
                  WS-ROLLUP-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ROLLUP-STATUS.
      * The batch driver's shop calendar - an SLA due on business
      * days must not count a holiday as missed.
              SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC
                  WS-HOLIDAY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLIDAY-STATUS.
              SELECT SLA-REPORT-FILE ASSIGN TO DYNAMIC
                  WS-SLA-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL.
              SELECT SLA-BREACH-FILE ASSIGN TO DYNAMIC
                  WS-SLA-BREACH-NAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD SLA-MASTER.
           COPY 'bfslarec.cpy'.

           FD RUN-HISTORY-FILE.
           COPY 'bfhisrec.cpy'.

           FD ROLLUP-FILE.
           COPY 'bfrolrec.cpy'.

           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD.
               05 HOL-DATE PIC X(8).
               05 FILLER PIC X(72).

           FD SLA-REPORT-FILE.
           01 SLA-REPORT-RECORD PIC X(132).

           FD SLA-BREACH-FILE.
           COPY 'bfslbrec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line, all parameters optional and in any
      * order:
      *   SLA=file        - service-level master (sla-master.dat)
      *   HISTORY=file    - run-history master (run-history.dat)
      *   ROLLUP=file     - its rollup companion (run-rollup.dat)
      *   HOLIDAYS=file   - shop calendar (holidays.txt)
      *   MONTH=yyyymm    - report that one month only
      *   RUNDATE=yyyymmdd - report as if run on that day
      * The report covers every due day from each entry's effective
      * date through the day before the report date, one line per
      * script per month. The same pass lists the night before the
      * report date's breaches in sla-breaches.txt, which
      * BF-EXCEPTIONS-REPORT picks up - so this runs ahead of it in
      * the morning, the way BF-TREND-REPORT does.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-SLA-PARM-MAX CONSTANT 6.
           01 WS-SLA-PARMS.
               05 WS-SLA-PARM PIC X(100)
                   OCCURS WS-SLA-PARM-MAX TIMES.
           01 WS-PARM-IDX PIC 9(1).
           01 WS-PARM-TO-CLASSIFY PIC X(100).

           01 WS-SLA-FILE-NAME PIC X(100) VALUE 'sla-master.dat'.
           01 WS-SLA-STATUS PIC XX.
           01 WS-SLA-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-SLA-MASTER VALUE 'Y'.
           01 WS-HISTORY-FILE-NAME PIC X(100)
               VALUE 'run-history.dat'.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-HISTORY VALUE 'Y'.
           01 WS-ROLLUP-FILE-NAME PIC X(100)
               VALUE 'run-rollup.dat'.
           01 WS-ROLLUP-STATUS PIC XX.
           01 WS-ROLLUP-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-ROLLUP VALUE 'Y'.
           01 WS-HOLIDAY-FILE-NAME PIC X(100) VALUE 'holidays.txt'.
           01 WS-HOLIDAY-STATUS PIC XX.
           01 WS-HOLIDAY-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-HOLIDAY-FILE VALUE 'Y'.
           01 WS-SLA-REPORT-NAME PIC X(100) VALUE 'sla-report.txt'.
           01 WS-SLA-BREACH-NAME PIC X(100)
               VALUE 'sla-breaches.txt'.

      * Report period. WS-REPORT-DATE is today unless RUNDATE=
      * says otherwise; nothing on or after it is judged, since
      * tonight's run has not had its chance yet.
           01 WS-REPORT-DATE PIC 9(8) VALUE 0.
           01 WS-REPORT-INT PIC 9(7).
           01 WS-LAST-DAY-INT PIC 9(7).
           01 WS-MONTH-PARM PIC 9(6) VALUE 0.
           01 WS-MONTH-PARM-X REDEFINES WS-MONTH-PARM.
               05 WS-MONTH-PARM-YYYY PIC 9(4).
               05 WS-MONTH-PARM-MM PIC 9(2).
           01 WS-PERIOD-FIRST-INT PIC 9(7).
           01 WS-PERIOD-LAST-INT PIC 9(7).
           01 WS-WORK-DATE PIC 9(8).

      * Every master entry, held as its record image and moved back
      * into SLA-RECORD whenever one is being worked on.
           01 MAX-SLA-ENTRIES CONSTANT 200.
           01 WS-SLA-TABLE.
               05 WS-SLA-IMAGE PIC X(160)
                   OCCURS MAX-SLA-ENTRIES TIMES.
           01 WS-SLA-COUNT PIC 9(3) VALUE 0.
           01 WS-SLA-IDX PIC 9(3).
           01 WS-SLA-FOUND PIC 9(3).
           01 WS-EARLIEST-EFFECTIVE PIC 9(8) VALUE 99999999.
           01 WS-MATCH-SCRIPT PIC X(30).

      * One slot per SLA script per night seen in the history.
      * The first run of the night that ended clean is the one that
      * delivered, so it stays; until one does, each later run
      * replaces the last, and a night with no clean ending is late.
      * WS-SD-DATE is the night's date and WS-SD-START-DAY-AFTER
      * says whether the kept run started the morning after it.
           01 MAX-SLA-DAYS CONSTANT 5000.
           01 WS-DAY-TABLE.
               05 WS-DAY-ENTRY OCCURS MAX-SLA-DAYS TIMES.
                   10 WS-SD-SLA-IDX PIC 9(3).
                   10 WS-SD-DATE PIC 9(8).
                   10 WS-SD-START-DAY-AFTER PIC 9(1).
                   10 WS-SD-START-TIME PIC 9(8).
                   10 WS-SD-ELAPSED PIC 9(8).
                   10 WS-SD-OK-SWITCH PIC X.
                       88 WS-SD-ENDED-CLEAN VALUE 'Y'.
           01 WS-DAY-COUNT PIC 9(4) VALUE 0.
           01 WS-DAY-IDX PIC 9(4).
           01 WS-DAY-FOUND PIC 9(4).

      * The night runs from its date into the small hours of the
      * next morning - a run that started before noon belongs to the
      * night before, as BF-DISTRIBUTE reckons it.
           01 WS-NEXT-MORNING-LIMIT PIC 9(8) VALUE 12000000.
           01 WS-RUN-NIGHT-DATE PIC 9(8).
           01 WS-RUN-NIGHT-INT PIC 9(7).
           01 WS-RUN-DAY-AFTER PIC 9(1).

           01 MAX-SLA-ROLLUPS CONSTANT 2000.
           01 WS-ROLL-TABLE.
               05 WS-ROLL-ENTRY OCCURS MAX-SLA-ROLLUPS TIMES.
                   10 WS-SR-SLA-IDX PIC 9(3).
                   10 WS-SR-MONTH PIC 9(6).
                   10 WS-SR-RUNS PIC 9(7).
                   10 WS-SR-WORST PIC 9(8).
           01 WS-ROLL-COUNT PIC 9(4) VALUE 0.
           01 WS-ROLL-IDX PIC 9(4).
           01 WS-DROPPED-COUNT PIC 9(5) VALUE 0.

      * Shop calendar and the day-of-week arithmetic, as the batch
      * driver does it.
           01 MAX-HOLIDAYS CONSTANT 400.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-INT PIC 9(7) OCCURS MAX-HOLIDAYS TIMES.
           01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
           01 WS-HOLIDAY-IDX PIC 9(3).
           01 WS-DAY-NAMES-LIST PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
           01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-LIST.
               05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
           01 WS-PROBE-INT PIC 9(7).
           01 WS-PROBE-DATE PIC 9(8).
           01 WS-PROBE-DOW PIC 9(1).
           01 WS-PROBE-BUSINESS-SWITCH PIC X.
               88 PROBE-IS-BUSINESS-DAY VALUE 'Y'.

      * The day being tested against an entry's SLA-DAY-CODEs.
           01 WS-DUE-INT PIC 9(7).
           01 WS-DUE-DATE PIC 9(8).
           01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
               05 WS-DUE-YYYY PIC 9(4).
               05 WS-DUE-MM PIC 9(2).
               05 WS-DUE-DD PIC 9(2).
           01 WS-DUE-DOW PIC 9(1).
           01 WS-DUE-DAY-NAME PIC X(3).
           01 WS-DUE-BUSINESS-SWITCH PIC X.
               88 DUE-DAY-IS-BUSINESS-DAY VALUE 'Y'.
           01 WS-DUE-FIRST-BUS-SWITCH PIC X.
               88 DUE-DAY-IS-FIRST-BUSINESS-DAY VALUE 'Y'.
           01 WS-DUE-LAST-BUS-SWITCH PIC X.
               88 DUE-DAY-IS-LAST-BUSINESS-DAY VALUE 'Y'.
           01 WS-MONTH-START-INT PIC 9(7).
           01 WS-CODE-IDX PIC 9(1).
           01 WS-SCHED-CODE PIC X(8).
           01 WS-SCHED-DAY-NUMBER PIC 9(2).
           01 WS-SCHED-DUE-SWITCH PIC X.
               88 SCHEDULE-IS-DUE VALUE 'Y'.

      * One due day's verdict. Times are carried as seconds from
      * the start of the integer calendar so a deadline the morning
      * after compares straight across midnight.
           01 WS-DAY-OUTCOME PIC X.
               88 DAY-ON-TIME VALUE 'O'.
               88 DAY-LATE VALUE 'L'.
               88 DAY-MISSED VALUE 'M'.
               88 DAY-UNTIMED VALUE 'U'.
           01 WS-DAY-LATE-MIN PIC 9(5).
           01 WS-START-HHMMSS.
               05 WS-START-HH PIC 9(2).
               05 WS-START-MM PIC 9(2).
               05 WS-START-SS PIC 9(2).
           01 WS-START-SECONDS PIC 9(12).
           01 WS-FINISH-SECONDS PIC 9(12).
           01 WS-DEADLINE-SECONDS PIC 9(12).
           01 WS-OVER-SECONDS PIC 9(12).
           01 WS-ELAPSED-LIMIT PIC 9(8).
           01 WS-OVER-MINUTES PIC 9(8).
           01 WS-CLOCK-SECONDS PIC 9(5).
           01 WS-CLOCK-HH PIC 9(2).
           01 WS-CLOCK-MM PIC 9(2).
           01 WS-BREACH-DETAIL PIC X(60).

      * Month and entry accumulators for the report lines.
           01 WS-CUR-MONTH PIC 9(6).
           01 WS-MONTH-TOTALS.
               05 WS-MT-DUE PIC 9(5).
               05 WS-MT-ON-TIME PIC 9(5).
               05 WS-MT-LATE PIC 9(5).
               05 WS-MT-MISSED PIC 9(5).
               05 WS-MT-UNTIMED PIC 9(5).
               05 WS-MT-WORST PIC 9(5).
           01 WS-ENTRY-TOTALS.
               05 WS-ET-DUE PIC 9(5).
               05 WS-ET-ON-TIME PIC 9(5).
               05 WS-ET-LATE PIC 9(5).
               05 WS-ET-MISSED PIC 9(5).
               05 WS-ET-UNTIMED PIC 9(5).
               05 WS-ET-WORST PIC 9(5).
           01 WS-MONTH-ROLL-LEFT PIC 9(7).
           01 WS-MONTH-PARTIAL-SWITCH PIC X.
               88 MONTH-IS-PARTIAL VALUE 'Y'.

           01 WS-BREACH-COUNT PIC 9(5) VALUE 0.
           01 WS-EDIT-DUE PIC ZZZZ9.
           01 WS-EDIT-ON-TIME PIC ZZZZ9.
           01 WS-EDIT-LATE PIC ZZZZ9.
           01 WS-EDIT-MISSED PIC ZZZZ9.
           01 WS-EDIT-UNTIMED PIC ZZZZ9.
           01 WS-EDIT-WORST PIC ZZZZ9.
           01 WS-EDIT-ELAPSED PIC ZZZ9.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-LINE-PTR PIC 9(3).

      * 0 no breach last night, 4 at least one breach listed,
      * 8 the master or the history could not be read.
           01 WS-RUN-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PROC.
               PERFORM GET-SLA-PARMS
               IF WS-REPORT-DATE = 0
                   ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               END-IF
               COMPUTE WS-REPORT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               COMPUTE WS-LAST-DAY-INT = WS-REPORT-INT - 1
               PERFORM LOAD-SLA-MASTER
               IF WS-RUN-RC = 0
                   PERFORM LOAD-HOLIDAY-CALENDAR
                   PERFORM LOAD-SLA-RUN-DETAIL
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM LOAD-SLA-ROLLUPS
                   PERFORM WRITE-SLA-REPORT
                   PERFORM WRITE-SLA-BREACHES
                   MOVE WS-BREACH-COUNT TO WS-EDIT-COUNT
                   DISPLAY 'BF-SLA-REPORT: REPORT WRITTEN TO '
                       FUNCTION TRIM(WS-SLA-REPORT-NAME) ' - '
                       WS-EDIT-COUNT ' BREACH(ES) LAST NIGHT'
                   IF WS-BREACH-COUNT > 0
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           GET-SLA-PARMS.
               MOVE SPACES TO WS-SLA-PARMS
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-SLA-PARM(1) WS-SLA-PARM(2)
                       WS-SLA-PARM(3) WS-SLA-PARM(4)
                       WS-SLA-PARM(5) WS-SLA-PARM(6)
               END-UNSTRING
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-SLA-PARM-MAX
                   IF WS-SLA-PARM(WS-PARM-IDX) NOT = SPACES
                       MOVE WS-SLA-PARM(WS-PARM-IDX) TO
                           WS-PARM-TO-CLASSIFY
                       PERFORM CLASSIFY-SLA-PARM
                   END-IF
               END-PERFORM.

           CLASSIFY-SLA-PARM.
               EVALUATE TRUE
                   WHEN WS-PARM-TO-CLASSIFY(1:4) = 'SLA='
                       MOVE WS-PARM-TO-CLASSIFY(5:) TO
                           WS-SLA-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'HISTORY='
                       MOVE WS-PARM-TO-CLASSIFY(9:) TO
                           WS-HISTORY-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:7) = 'ROLLUP='
                       MOVE WS-PARM-TO-CLASSIFY(8:) TO
                           WS-ROLLUP-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:9) = 'HOLIDAYS='
                       MOVE WS-PARM-TO-CLASSIFY(10:) TO
                           WS-HOLIDAY-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:6) = 'MONTH='
                           AND WS-PARM-TO-CLASSIFY(7:6) IS NUMERIC
                           AND WS-PARM-TO-CLASSIFY(13:) = SPACES
                           AND WS-PARM-TO-CLASSIFY(11:2) >= '01'
                           AND WS-PARM-TO-CLASSIFY(11:2) <= '12'
                       MOVE WS-PARM-TO-CLASSIFY(7:6) TO WS-MONTH-PARM
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'RUNDATE='
                           AND WS-PARM-TO-CLASSIFY(9:8) IS NUMERIC
                           AND WS-PARM-TO-CLASSIFY(17:) = SPACES
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (FUNCTION NUMVAL
                                   (WS-PARM-TO-CLASSIFY(9:8))) = 0
                           MOVE WS-PARM-TO-CLASSIFY(9:8) TO
                               WS-REPORT-DATE
                       ELSE
                           DISPLAY 'BF-SLA-REPORT: RUNDATE= '
                               WS-PARM-TO-CLASSIFY(9:8)
                               ' IS NOT A CALENDAR DATE - IGNORED'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'BF-SLA-REPORT: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                           ' NOT RECOGNIZED - IGNORED'
               END-EVALUATE.

           LOAD-SLA-MASTER.
               OPEN INPUT SLA-MASTER
               IF WS-SLA-STATUS NOT = '00'
                   DISPLAY 'BF-SLA-REPORT: CANNOT OPEN '
                       FUNCTION TRIM(WS-SLA-FILE-NAME)
                       ' (STATUS ' WS-SLA-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE 'N' TO WS-SLA-EOF-SWITCH
                   PERFORM UNTIL END-OF-SLA-MASTER
                       READ SLA-MASTER NEXT RECORD
                           AT END
                               SET END-OF-SLA-MASTER TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-SLA-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE SLA-MASTER
               END-IF.

           LOAD-ONE-SLA-ENTRY.
               IF WS-SLA-COUNT >= MAX-SLA-ENTRIES
                   DISPLAY 'BF-SLA-REPORT: SLA TABLE FULL - '
                       FUNCTION TRIM(SLA-SCRIPT-NAME) ' IGNORED'
               ELSE
                   ADD 1 TO WS-SLA-COUNT
                   MOVE SLA-RECORD TO WS-SLA-IMAGE(WS-SLA-COUNT)
                   IF SLA-EFFECTIVE-DATE < WS-EARLIEST-EFFECTIVE
                       MOVE SLA-EFFECTIVE-DATE TO
                           WS-EARLIEST-EFFECTIVE
                   END-IF
               END-IF.

      * No calendar file is not fatal - every weekday then counts as
      * a business day - but it is worth a warning.
           LOAD-HOLIDAY-CALENDAR.
               MOVE 0 TO WS-HOLIDAY-COUNT
               OPEN INPUT HOLIDAY-FILE
               IF WS-HOLIDAY-STATUS NOT = '00'
                   DISPLAY 'BF-SLA-REPORT: NO HOLIDAY CALENDAR '
                       FUNCTION TRIM(WS-HOLIDAY-FILE-NAME)
                       ' - EVERY WEEKDAY TREATED AS A BUSINESS DAY'
               ELSE
                   MOVE 'N' TO WS-HOLIDAY-EOF-SWITCH
                   PERFORM UNTIL END-OF-HOLIDAY-FILE
                       READ HOLIDAY-FILE
                           AT END
                               SET END-OF-HOLIDAY-FILE TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-HOLIDAY
                       END-READ
                   END-PERFORM
                   CLOSE HOLIDAY-FILE
               END-IF.

      * Bad calendar lines were already reported by the batch driver
      * the night they mattered - here they are just passed over.
           LOAD-ONE-HOLIDAY.
               IF HOLIDAY-RECORD NOT = SPACES
                       AND HOLIDAY-RECORD(1:1) NOT = '*'
                       AND HOL-DATE IS NUMERIC
                       AND WS-HOLIDAY-COUNT < MAX-HOLIDAYS
                   IF FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(HOL-DATE)) = 0
                       ADD 1 TO WS-HOLIDAY-COUNT
                       COMPUTE WS-HOLIDAY-INT(WS-HOLIDAY-COUNT) =
                           FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(HOL-DATE))
                   END-IF
               END-IF.

      * Only runs of scripts with an SLA entry, on or after the
      * earliest effective date, are kept.
           LOAD-SLA-RUN-DETAIL.
               OPEN INPUT RUN-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'BF-SLA-REPORT: CANNOT OPEN '
                       FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                       ' (STATUS ' WS-HISTORY-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE 'N' TO WS-HISTORY-EOF-SWITCH
                   PERFORM UNTIL END-OF-HISTORY
                       READ RUN-HISTORY-FILE
                           AT END
                               SET END-OF-HISTORY TO TRUE
                           NOT AT END
                               IF HIST-RUN-DATE >=
                                       WS-EARLIEST-EFFECTIVE
                                   PERFORM TALLY-SLA-RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-HISTORY-FILE
               END-IF.

           FIND-SLA-ENTRY.
               MOVE 0 TO WS-SLA-FOUND
               PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
                       OR WS-SLA-FOUND NOT = 0
                   IF WS-SLA-IMAGE(WS-SLA-IDX)(1:30) =
                           WS-MATCH-SCRIPT
                       MOVE WS-SLA-IDX TO WS-SLA-FOUND
                   END-IF
               END-PERFORM.

           TALLY-SLA-RUN.
               MOVE HIST-SCRIPT-NAME TO WS-MATCH-SCRIPT
               PERFORM FIND-SLA-ENTRY
               IF WS-SLA-FOUND NOT = 0
                   PERFORM FIND-RUN-NIGHT
                   MOVE 0 TO WS-DAY-FOUND
                   PERFORM VARYING WS-DAY-IDX FROM WS-DAY-COUNT
                       BY -1 UNTIL WS-DAY-IDX < 1
                           OR WS-DAY-FOUND NOT = 0
                       IF WS-SD-SLA-IDX(WS-DAY-IDX) = WS-SLA-FOUND
                               AND WS-SD-DATE(WS-DAY-IDX) =
                                   WS-RUN-NIGHT-DATE
                           MOVE WS-DAY-IDX TO WS-DAY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-DAY-FOUND = 0
                       IF WS-DAY-COUNT >= MAX-SLA-DAYS
                           ADD 1 TO WS-DROPPED-COUNT
                       ELSE
                           ADD 1 TO WS-DAY-COUNT
                           MOVE WS-DAY-COUNT TO WS-DAY-FOUND
                           MOVE WS-SLA-FOUND TO
                               WS-SD-SLA-IDX(WS-DAY-FOUND)
                           MOVE WS-RUN-NIGHT-DATE TO
                               WS-SD-DATE(WS-DAY-FOUND)
                           MOVE 'N' TO WS-SD-OK-SWITCH(WS-DAY-FOUND)
                       END-IF
                   END-IF
                   IF WS-DAY-FOUND NOT = 0
                       IF NOT WS-SD-ENDED-CLEAN(WS-DAY-FOUND)
                           MOVE WS-RUN-DAY-AFTER TO
                               WS-SD-START-DAY-AFTER(WS-DAY-FOUND)
                           MOVE HIST-RUN-TIME TO
                               WS-SD-START-TIME(WS-DAY-FOUND)
                           MOVE HIST-ELAPSED-HUNDREDTHS TO
                               WS-SD-ELAPSED(WS-DAY-FOUND)
                           IF HIST-END-STATUS(1:8) = 'ENDED OK'
                               SET WS-SD-ENDED-CLEAN(WS-DAY-FOUND)
                                   TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      * Which night a run belongs to - its own date, or the date
      * before when it started before noon.
           FIND-RUN-NIGHT.
               IF HIST-RUN-TIME < WS-NEXT-MORNING-LIMIT
                   COMPUTE WS-RUN-NIGHT-INT =
                       FUNCTION INTEGER-OF-DATE(HIST-RUN-DATE) - 1
                   COMPUTE WS-RUN-NIGHT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-RUN-NIGHT-INT)
                   MOVE 1 TO WS-RUN-DAY-AFTER
               ELSE
                   MOVE HIST-RUN-DATE TO WS-RUN-NIGHT-DATE
                   MOVE 0 TO WS-RUN-DAY-AFTER
               END-IF.

      * A missing rollup file is normal - nothing has been purged.
           LOAD-SLA-ROLLUPS.
               OPEN INPUT ROLLUP-FILE
               IF WS-ROLLUP-STATUS = '00'
                   MOVE 'N' TO WS-ROLLUP-EOF-SWITCH
                   PERFORM UNTIL END-OF-ROLLUP
                       READ ROLLUP-FILE
                           AT END
                               SET END-OF-ROLLUP TO TRUE
                           NOT AT END
                               MOVE ROLL-SCRIPT-NAME TO
                                   WS-MATCH-SCRIPT
                               PERFORM FIND-SLA-ENTRY
                               IF WS-SLA-FOUND NOT = 0
                                   PERFORM TALLY-SLA-ROLLUP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ROLLUP-FILE
               END-IF.

           TALLY-SLA-ROLLUP.
               IF WS-ROLL-COUNT >= MAX-SLA-ROLLUPS
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE WS-SLA-FOUND TO WS-SR-SLA-IDX(WS-ROLL-COUNT)
                   MOVE ROLL-MONTH TO WS-SR-MONTH(WS-ROLL-COUNT)
                   MOVE ROLL-RUN-COUNT TO WS-SR-RUNS(WS-ROLL-COUNT)
                   MOVE ROLL-WORST-ELAPSED TO
                       WS-SR-WORST(WS-ROLL-COUNT)
               END-IF.

      * One block per master entry, one line per month of its
      * period, then the entry's totals.
           WRITE-SLA-REPORT.
               OPEN OUTPUT SLA-REPORT-FILE
               MOVE SPACES TO SLA-REPORT-RECORD
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LAST-DAY-INT)
               STRING 'SLA COMPLIANCE REPORT - MASTER: '
                   FUNCTION TRIM(WS-SLA-FILE-NAME)
                   '  HISTORY: ' FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                   '  THROUGH: ' WS-WORK-DATE
                   DELIMITED BY SIZE INTO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               IF WS-MONTH-PARM NOT = 0
                   MOVE SPACES TO SLA-REPORT-RECORD
                   STRING 'MONTH SELECTED: ' WS-MONTH-PARM
                       DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               END-IF
               MOVE SPACES TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               IF WS-SLA-COUNT = 0
                   MOVE 'NO SLA ENTRIES IN THE MASTER' TO
                       SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               END-IF
               PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
                   MOVE WS-SLA-IMAGE(WS-SLA-IDX) TO SLA-RECORD
                   PERFORM WRITE-ONE-SLA-BLOCK
               END-PERFORM
               MOVE SPACES TO SLA-REPORT-RECORD
               STRING 'UNTIMED = RAN, BUT ONLY THE MONTHLY ROLLUP '
                   'SURVIVES - TIME OF DAY NOT KNOWN'
                   DELIMITED BY SIZE INTO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               IF WS-DROPPED-COUNT > 0
                   MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO SLA-REPORT-RECORD
                   STRING 'WARNING: ' WS-EDIT-COUNT
                       ' RECORD(S) SKIPPED - MORE SCRIPT DAYS OR '
                       'MONTHS THAN THE TABLES HOLD'
                       DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               END-IF
               CLOSE SLA-REPORT-FILE.

           WRITE-ONE-SLA-BLOCK.
               PERFORM WRITE-SLA-ENTRY-HEADING
               INITIALIZE WS-ENTRY-TOTALS
               COMPUTE WS-PERIOD-FIRST-INT =
                   FUNCTION INTEGER-OF-DATE(SLA-EFFECTIVE-DATE)
               MOVE WS-LAST-DAY-INT TO WS-PERIOD-LAST-INT
               IF WS-MONTH-PARM NOT = 0
                   COMPUTE WS-WORK-DATE = WS-MONTH-PARM * 100 + 1
                   COMPUTE WS-PROBE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   IF WS-PROBE-INT > WS-PERIOD-FIRST-INT
                       MOVE WS-PROBE-INT TO WS-PERIOD-FIRST-INT
                   END-IF
                   IF WS-MONTH-PARM-MM = 12
                       COMPUTE WS-WORK-DATE =
                           (WS-MONTH-PARM-YYYY + 1) * 10000 + 101
                   ELSE
                       COMPUTE WS-WORK-DATE =
                           WS-MONTH-PARM * 100 + 101
                   END-IF
                   COMPUTE WS-PROBE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
                   IF WS-PROBE-INT < WS-PERIOD-LAST-INT
                       MOVE WS-PROBE-INT TO WS-PERIOD-LAST-INT
                   END-IF
               END-IF
               IF WS-PERIOD-FIRST-INT > WS-PERIOD-LAST-INT
                   MOVE '  (NOTHING DUE IN THE REPORT PERIOD)' TO
                       SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               ELSE
                   MOVE SPACES TO SLA-REPORT-RECORD
                   STRING '  MONTH     DUE  ON TIME   LATE  MISSED'
                       '  UNTIMED  WORST LATE (MIN)'
                       DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
                   MOVE 0 TO WS-CUR-MONTH
                   PERFORM VARYING WS-DUE-INT FROM WS-PERIOD-FIRST-INT
                       BY 1 UNTIL WS-DUE-INT > WS-PERIOD-LAST-INT
                       COMPUTE WS-DUE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                       IF WS-DUE-DATE(1:6) NOT = WS-CUR-MONTH
                           IF WS-CUR-MONTH NOT = 0
                               PERFORM WRITE-SLA-MONTH-LINE
                           END-IF
                           PERFORM START-SLA-MONTH
                       END-IF
                       PERFORM JUDGE-ONE-CALENDAR-DAY
                   END-PERFORM
                   PERFORM WRITE-SLA-MONTH-LINE
                   PERFORM WRITE-SLA-ENTRY-TOTAL
               END-IF
               MOVE SPACES TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD.

           WRITE-SLA-ENTRY-HEADING.
               MOVE SPACES TO SLA-REPORT-RECORD
               MOVE 1 TO WS-LINE-PTR
               STRING 'SCRIPT: ' FUNCTION TRIM(SLA-SCRIPT-NAME)
                   '  FINISH BY '
                   DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                   WITH POINTER WS-LINE-PTR
               END-STRING
               EVALUATE TRUE
                   WHEN SLA-NO-FINISH-TIME
                       STRING '(NO CLOCK DEADLINE)'
                           DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   WHEN SLA-FINISH-NEXT-DAY
                       STRING SLA-FINISH-HH ':' SLA-FINISH-MM
                           ' NEXT DAY'
                           DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   WHEN OTHER
                       STRING SLA-FINISH-HH ':' SLA-FINISH-MM
                           ' SAME DAY'
                           DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                           WITH POINTER WS-LINE-PTR
                       END-STRING
               END-EVALUATE
               IF SLA-NO-ELAPSED-LIMIT
                   STRING '  NO ELAPSED LIMIT'
                       DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               ELSE
                   MOVE SLA-MAX-ELAPSED TO WS-EDIT-ELAPSED
                   STRING '  MAX ELAPSED ' WS-EDIT-ELAPSED ' MIN'
                       DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                       WITH POINTER WS-LINE-PTR
                   END-STRING
               END-IF
               STRING '  DAYS'
                   DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                   WITH POINTER WS-LINE-PTR
               END-STRING
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 5
                   IF SLA-DAY-CODE(WS-CODE-IDX) NOT = SPACES
                       STRING ' '
                           FUNCTION TRIM(SLA-DAY-CODE(WS-CODE-IDX))
                           DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                           WITH POINTER WS-LINE-PTR
                       END-STRING
                   END-IF
               END-PERFORM
               STRING '  FROM ' SLA-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                   WITH POINTER WS-LINE-PTR
               END-STRING
               WRITE SLA-REPORT-RECORD
               IF SLA-DESCRIPTION NOT = SPACES
                   MOVE SPACES TO SLA-REPORT-RECORD
                   STRING '  ' FUNCTION TRIM(SLA-DESCRIPTION)
                       DELIMITED BY SIZE INTO SLA-REPORT-RECORD
                   WRITE SLA-REPORT-RECORD
               END-IF.

      * A month that has rollup records also has purged days: that
      * many due days without detail count as untimed rather than
      * missed, and the rollup's worst elapsed still shows an
      * elapsed-limit overrun.
           START-SLA-MONTH.
               MOVE WS-DUE-DATE(1:6) TO WS-CUR-MONTH
               INITIALIZE WS-MONTH-TOTALS
               MOVE 0 TO WS-MONTH-ROLL-LEFT
               PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
                   UNTIL WS-ROLL-IDX > WS-ROLL-COUNT
                   IF WS-SR-SLA-IDX(WS-ROLL-IDX) = WS-SLA-IDX
                           AND WS-SR-MONTH(WS-ROLL-IDX) =
                               WS-CUR-MONTH
                       ADD WS-SR-RUNS(WS-ROLL-IDX) TO
                           WS-MONTH-ROLL-LEFT
                       IF NOT SLA-NO-ELAPSED-LIMIT
                           COMPUTE WS-ELAPSED-LIMIT =
                               SLA-MAX-ELAPSED * 6000
                           IF WS-SR-WORST(WS-ROLL-IDX) >
                                   WS-ELAPSED-LIMIT
                               COMPUTE WS-OVER-MINUTES =
                                   (WS-SR-WORST(WS-ROLL-IDX) -
                                       WS-ELAPSED-LIMIT + 5999)
                                       / 6000
                               IF WS-OVER-MINUTES > WS-MT-WORST
                                   MOVE WS-OVER-MINUTES TO
                                       WS-MT-WORST
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           JUDGE-ONE-CALENDAR-DAY.
               PERFORM TEST-DAY-IS-DUE
               IF SCHEDULE-IS-DUE
                   PERFORM JUDGE-ONE-DUE-DAY
                   ADD 1 TO WS-MT-DUE
                   EVALUATE TRUE
                       WHEN DAY-ON-TIME
                           ADD 1 TO WS-MT-ON-TIME
                       WHEN DAY-LATE
                           ADD 1 TO WS-MT-LATE
                       WHEN DAY-MISSED
                           ADD 1 TO WS-MT-MISSED
                       WHEN DAY-UNTIMED
                           ADD 1 TO WS-MT-UNTIMED
                   END-EVALUATE
                   IF WS-DAY-LATE-MIN > WS-MT-WORST
                       MOVE WS-DAY-LATE-MIN TO WS-MT-WORST
                   END-IF
               END-IF.

      * Finds the day's run and sets WS-DAY-OUTCOME and the minutes
      * over. Late is the worse of the two overruns - past the
      * clock deadline, or over the elapsed limit. A day whose runs
      * never ended clean delivered nothing, so it is late even
      * when the last attempt stopped inside the deadline.
           JUDGE-ONE-DUE-DAY.
               MOVE 0 TO WS-DAY-LATE-MIN
               MOVE SPACES TO WS-BREACH-DETAIL
               MOVE 0 TO WS-DAY-FOUND
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                       OR WS-DAY-FOUND NOT = 0
                   IF WS-SD-SLA-IDX(WS-DAY-IDX) = WS-SLA-IDX
                           AND WS-SD-DATE(WS-DAY-IDX) = WS-DUE-DATE
                       MOVE WS-DAY-IDX TO WS-DAY-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DAY-FOUND NOT = 0
                       PERFORM TIME-ONE-DUE-RUN
                   WHEN WS-MONTH-ROLL-LEFT > 0
                       SUBTRACT 1 FROM WS-MONTH-ROLL-LEFT
                       SET DAY-UNTIMED TO TRUE
                   WHEN OTHER
                       SET DAY-MISSED TO TRUE
                       MOVE 'DUE BUT NO RUN RECORDED' TO
                           WS-BREACH-DETAIL
               END-EVALUATE.

           TIME-ONE-DUE-RUN.
               MOVE WS-SD-START-TIME(WS-DAY-FOUND)(1:6) TO
                   WS-START-HHMMSS
               COMPUTE WS-START-SECONDS = (WS-DUE-INT
                   + WS-SD-START-DAY-AFTER(WS-DAY-FOUND)) * 86400
                   + WS-START-HH * 3600 + WS-START-MM * 60
                   + WS-START-SS
               COMPUTE WS-FINISH-SECONDS = WS-START-SECONDS
                   + WS-SD-ELAPSED(WS-DAY-FOUND) / 100
               IF NOT SLA-NO-FINISH-TIME
                   COMPUTE WS-DEADLINE-SECONDS =
                       (WS-DUE-INT + SLA-FINISH-DAY) * 86400
                       + SLA-FINISH-HH * 3600 + SLA-FINISH-MM * 60
                   IF WS-FINISH-SECONDS > WS-DEADLINE-SECONDS
                       COMPUTE WS-OVER-SECONDS =
                           WS-FINISH-SECONDS - WS-DEADLINE-SECONDS
                       COMPUTE WS-DAY-LATE-MIN =
                           (WS-OVER-SECONDS + 59) / 60
                       COMPUTE WS-CLOCK-SECONDS = FUNCTION MOD
                           (WS-FINISH-SECONDS, 86400)
                       COMPUTE WS-CLOCK-HH = WS-CLOCK-SECONDS / 3600
                       COMPUTE WS-CLOCK-MM = FUNCTION MOD
                           (WS-CLOCK-SECONDS, 3600) / 60
                       STRING 'ENDED ' WS-CLOCK-HH ':' WS-CLOCK-MM
                           ' - DEADLINE ' SLA-FINISH-HH ':'
                           SLA-FINISH-MM
                           DELIMITED BY SIZE INTO WS-BREACH-DETAIL
                   END-IF
               END-IF
               IF NOT SLA-NO-ELAPSED-LIMIT
                   COMPUTE WS-ELAPSED-LIMIT = SLA-MAX-ELAPSED * 6000
                   IF WS-SD-ELAPSED(WS-DAY-FOUND) > WS-ELAPSED-LIMIT
                       COMPUTE WS-OVER-MINUTES =
                           (WS-SD-ELAPSED(WS-DAY-FOUND) -
                               WS-ELAPSED-LIMIT + 5999) / 6000
                       IF WS-OVER-MINUTES > WS-DAY-LATE-MIN
                           MOVE WS-OVER-MINUTES TO WS-DAY-LATE-MIN
                           MOVE SLA-MAX-ELAPSED TO WS-EDIT-ELAPSED
                           MOVE SPACES TO WS-BREACH-DETAIL
                           STRING 'RAN OVER THE '
                               FUNCTION TRIM(WS-EDIT-ELAPSED)
                               ' MINUTE ELAPSED LIMIT'
                               DELIMITED BY SIZE
                               INTO WS-BREACH-DETAIL
                       END-IF
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-SD-ENDED-CLEAN(WS-DAY-FOUND)
                       SET DAY-LATE TO TRUE
                       MOVE 'RAN BUT NEVER ENDED CLEAN' TO
                           WS-BREACH-DETAIL
                   WHEN WS-DAY-LATE-MIN > 0
                       SET DAY-LATE TO TRUE
                   WHEN OTHER
                       SET DAY-ON-TIME TO TRUE
               END-EVALUATE.

      * Works out whether WS-DUE-INT falls due under any of the
      * entry's day codes, using the batch driver's rules.
           TEST-DAY-IS-DUE.
               MOVE 'N' TO WS-SCHED-DUE-SWITCH
               MOVE WS-DUE-INT TO WS-PROBE-INT
               PERFORM TEST-PROBE-BUSINESS-DAY
               MOVE WS-PROBE-DOW TO WS-DUE-DOW
               MOVE WS-DAY-NAME(WS-DUE-DOW) TO WS-DUE-DAY-NAME
               MOVE WS-PROBE-BUSINESS-SWITCH TO
                   WS-DUE-BUSINESS-SWITCH
               MOVE 'N' TO WS-DUE-FIRST-BUS-SWITCH
               MOVE 'N' TO WS-DUE-LAST-BUS-SWITCH
               IF DUE-DAY-IS-BUSINESS-DAY
      * First business day: no business day earlier this month.
                   SET DUE-DAY-IS-FIRST-BUSINESS-DAY TO TRUE
                   COMPUTE WS-MONTH-START-INT =
                       WS-DUE-INT - WS-DUE-DD + 1
                   PERFORM VARYING WS-PROBE-INT FROM WS-MONTH-START-INT
                       BY 1 UNTIL WS-PROBE-INT >= WS-DUE-INT
                           OR NOT DUE-DAY-IS-FIRST-BUSINESS-DAY
                       PERFORM TEST-PROBE-BUSINESS-DAY
                       IF PROBE-IS-BUSINESS-DAY
                           MOVE 'N' TO WS-DUE-FIRST-BUS-SWITCH
                       END-IF
                   END-PERFORM
      * Last business day: no business day later this month.
                   SET DUE-DAY-IS-LAST-BUSINESS-DAY TO TRUE
                   COMPUTE WS-PROBE-INT = WS-DUE-INT + 1
                   COMPUTE WS-PROBE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
                   PERFORM UNTIL WS-PROBE-DATE(1:6) NOT =
                           WS-DUE-DATE(1:6)
                           OR NOT DUE-DAY-IS-LAST-BUSINESS-DAY
                       PERFORM TEST-PROBE-BUSINESS-DAY
                       IF PROBE-IS-BUSINESS-DAY
                           MOVE 'N' TO WS-DUE-LAST-BUS-SWITCH
                       END-IF
                       ADD 1 TO WS-PROBE-INT
                       COMPUTE WS-PROBE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 5 OR SCHEDULE-IS-DUE
                   MOVE SLA-DAY-CODE(WS-CODE-IDX) TO WS-SCHED-CODE
                   IF WS-SCHED-CODE NOT = SPACES
                       PERFORM TEST-ONE-DAY-CODE
                   END-IF
               END-PERFORM.

      * Day 1 of the integer calendar (1601-01-01) was a Monday, so
      * the weekday falls straight out of the day number: 1 Monday
      * through 7 Sunday.
           TEST-PROBE-BUSINESS-DAY.
               COMPUTE WS-PROBE-DOW =
                   FUNCTION MOD(WS-PROBE-INT - 1, 7) + 1
               MOVE 'N' TO WS-PROBE-BUSINESS-SWITCH
               IF WS-PROBE-DOW <= 5
                   SET PROBE-IS-BUSINESS-DAY TO TRUE
                   PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                       UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                           OR NOT PROBE-IS-BUSINESS-DAY
                       IF WS-HOLIDAY-INT(WS-HOLIDAY-IDX) =
                               WS-PROBE-INT
                           MOVE 'N' TO WS-PROBE-BUSINESS-SWITCH
                       END-IF
                   END-PERFORM
               END-IF.

           TEST-ONE-DAY-CODE.
               EVALUATE TRUE
                   WHEN WS-SCHED-CODE = 'DAILY'
                       SET SCHEDULE-IS-DUE TO TRUE
                   WHEN WS-SCHED-CODE = 'BUSDAY'
                       IF DUE-DAY-IS-BUSINESS-DAY
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE = 'MON' OR 'TUE' OR 'WED'
                           OR 'THU' OR 'FRI' OR 'SAT' OR 'SUN'
                       IF WS-SCHED-CODE = WS-DUE-DAY-NAME
                           IF DUE-DAY-IS-BUSINESS-DAY
                                   OR WS-DUE-DOW > 5
                               SET SCHEDULE-IS-DUE TO TRUE
                           END-IF
                       END-IF
                   WHEN WS-SCHED-CODE = 'FIRSTBUS'
                       IF DUE-DAY-IS-FIRST-BUSINESS-DAY
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE = 'LASTBUS'
                       IF DUE-DAY-IS-LAST-BUSINESS-DAY
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE = 'QTRFIRST'
                       IF DUE-DAY-IS-FIRST-BUSINESS-DAY
                               AND (WS-DUE-MM = 1 OR 4 OR 7 OR 10)
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE = 'QTRLAST'
                       IF DUE-DAY-IS-LAST-BUSINESS-DAY
                               AND (WS-DUE-MM = 3 OR 6 OR 9 OR 12)
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE(1:3) = 'DAY'
                           AND WS-SCHED-CODE(4:2) IS NUMERIC
                       MOVE WS-SCHED-CODE(4:2) TO WS-SCHED-DAY-NUMBER
                       IF WS-SCHED-DAY-NUMBER = WS-DUE-DD
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           WRITE-SLA-MONTH-LINE.
               MOVE 'N' TO WS-MONTH-PARTIAL-SWITCH
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-LAST-INT + 1)
               IF WS-WORK-DATE(1:6) = WS-CUR-MONTH
                   SET MONTH-IS-PARTIAL TO TRUE
               END-IF
               MOVE WS-MT-DUE TO WS-EDIT-DUE
               MOVE WS-MT-ON-TIME TO WS-EDIT-ON-TIME
               MOVE WS-MT-LATE TO WS-EDIT-LATE
               MOVE WS-MT-MISSED TO WS-EDIT-MISSED
               MOVE WS-MT-UNTIMED TO WS-EDIT-UNTIMED
               MOVE WS-MT-WORST TO WS-EDIT-WORST
               MOVE SPACES TO SLA-REPORT-RECORD
               STRING '  ' WS-CUR-MONTH '  ' WS-EDIT-DUE
                   '    ' WS-EDIT-ON-TIME '  ' WS-EDIT-LATE
                   '   ' WS-EDIT-MISSED '    ' WS-EDIT-UNTIMED
                   '             ' WS-EDIT-WORST
                   DELIMITED BY SIZE INTO SLA-REPORT-RECORD
               IF MONTH-IS-PARTIAL
                   MOVE '(MONTH TO DATE)' TO SLA-REPORT-RECORD(76:)
               END-IF
               WRITE SLA-REPORT-RECORD
               ADD WS-MT-DUE TO WS-ET-DUE
               ADD WS-MT-ON-TIME TO WS-ET-ON-TIME
               ADD WS-MT-LATE TO WS-ET-LATE
               ADD WS-MT-MISSED TO WS-ET-MISSED
               ADD WS-MT-UNTIMED TO WS-ET-UNTIMED
               IF WS-MT-WORST > WS-ET-WORST
                   MOVE WS-MT-WORST TO WS-ET-WORST
               END-IF.

           WRITE-SLA-ENTRY-TOTAL.
               MOVE WS-ET-DUE TO WS-EDIT-DUE
               MOVE WS-ET-ON-TIME TO WS-EDIT-ON-TIME
               MOVE WS-ET-LATE TO WS-EDIT-LATE
               MOVE WS-ET-MISSED TO WS-EDIT-MISSED
               MOVE WS-ET-UNTIMED TO WS-EDIT-UNTIMED
               MOVE WS-ET-WORST TO WS-EDIT-WORST
               MOVE SPACES TO SLA-REPORT-RECORD
               STRING '  TOTAL   ' WS-EDIT-DUE
                   '    ' WS-EDIT-ON-TIME '  ' WS-EDIT-LATE
                   '   ' WS-EDIT-MISSED '    ' WS-EDIT-UNTIMED
                   '             ' WS-EDIT-WORST
                   DELIMITED BY SIZE INTO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD.

      * Last night only, whatever MONTH= selected: every entry due
      * on the day before the report date that missed or ran late
      * gets one fixed-position line. An empty file means a clean
      * night.
           WRITE-SLA-BREACHES.
               OPEN OUTPUT SLA-BREACH-FILE
               MOVE WS-LAST-DAY-INT TO WS-DUE-INT
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
                   MOVE WS-SLA-IMAGE(WS-SLA-IDX) TO SLA-RECORD
                   IF SLA-EFFECTIVE-DATE <= WS-DUE-DATE
                       PERFORM TEST-DAY-IS-DUE
                       IF SCHEDULE-IS-DUE
                           MOVE 0 TO WS-MONTH-ROLL-LEFT
                           PERFORM JUDGE-ONE-DUE-DAY
                           IF DAY-LATE OR DAY-MISSED
                               PERFORM WRITE-ONE-SLA-BREACH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SLA-BREACH-FILE.

           WRITE-ONE-SLA-BREACH.
               ADD 1 TO WS-BREACH-COUNT
               MOVE SPACES TO SLA-BREACH-LINE
               MOVE SLA-SCRIPT-NAME TO SB-SCRIPT-NAME
               MOVE WS-DUE-DATE TO SB-DUE-DATE
               IF DAY-MISSED
                   SET SB-RUN-MISSED TO TRUE
               ELSE
                   SET SB-RUN-LATE TO TRUE
               END-IF
               MOVE WS-DAY-LATE-MIN TO SB-LATE-MINUTES
               MOVE WS-BREACH-DETAIL TO SB-DETAIL
               WRITE SLA-BREACH-LINE.

       END PROGRAM BF-SLA-REPORT.
