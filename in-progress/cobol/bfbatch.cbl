                  WS-BATCH-STATUS-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-STATUS-STATUS.
      * Shop holiday calendar, maintained by operations - the days
      * SCHED= cards do not count as business days.
              SELECT HOLIDAY-FILE ASSIGN TO DYNAMIC
                  WS-HOLIDAY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLIDAY-STATUS.
      * The night's journal of dispatches and completions - what
      * RECOVER works from when the driver itself did not survive
      * the night.
              SELECT BATCH-JOURNAL-FILE ASSIGN TO DYNAMIC
                  WS-BATCH-JOURNAL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-JOURNAL-STATUS.
      * A recovering driver looks at an interrupted card's own
      * run lock and heartbeat stamp to tell a script still running
      * from one that died with the driver.
              SELECT SCRIPT-LOCK-FILE ASSIGN TO DYNAMIC
                  WS-SCRIPT-LOCK-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCRIPT-LOCK-STATUS.
              SELECT HEARTBEAT-FILE ASSIGN TO DYNAMIC
                  WS-HEARTBEAT-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HEARTBEAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RC-CAPTURE-FILE.
           01 RC-CAPTURE-RECORD PIC X(10).

      * BS-RUN-DATE is the schedule date the job ran under, so a
      * RERUN the next morning still judges SCHED= cards by the
      * original night; BS-SCHEDULE-FLAG marks a card that was not
      * due that night. Both read back as spaces from a state file
      * written before they existed.
           FD BATCH-STATE-FILE.
           01 BATCH-STATE-RECORD.
               05 BS-CARD-NO PIC 9(3).
               05 BS-RC PIC 9(3).
               05 FILLER PIC X.
               05 BS-CARD-TEXT PIC X(200).
               05 FILLER PIC X.
               05 BS-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 BS-SCHEDULE-FLAG PIC X.
                   88 BS-CARD-NOT-SCHEDULED VALUE 'N'.

           FD DIR-LOCK-FILE.
           COPY 'bflokrec.cpy'.
           FD BATCH-STATUS-FILE.
           01 BATCH-STATUS-RECORD PIC X(100).

      * One holiday per line: the date in columns 1-8, anything
      * after it is a description for the people who edit the file.
      * Blank lines and lines starting with '*' are ignored.
           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD.
               05 HOL-DATE PIC X(8).
               05 FILLER PIC X(72).

      * Laid out by JOURNAL-RECORD (bfjnlrec.cpy) in working
      * storage.
           FD BATCH-JOURNAL-FILE.
           01 BATCH-JOURNAL-RECORD PIC X(300).

      * Only ever tested for existence - the layout is LOCK-RECORD.
           FD SCRIPT-LOCK-FILE.
           01 SCRIPT-LOCK-RECORD PIC X(60).

           FD HEARTBEAT-FILE.
           01 HEARTBEAT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      * Whole command line, split into the control-file name plus an
      * optional trailing parameter naming the interpreter executable.
      * instead of the interpreter; the remaining tokens are passed
      * through to it (control file name, RETAIN=days).
           01 WS-HOUSEKEEP-EXE PIC X(100) VALUE './bfhousekeep'.
      * A DISTRIBUTE card runs the report distribution program the
      * same way, after every script whose output it bursts and
      * before the HOUSEKEEP card that would sweep that output away.
      * It is handed this night's schedule date as RUNDATE= unless
      * the card names one itself.
           01 WS-DISTRIBUTE-EXE PIC X(100) VALUE './bfdistribute'.
      * Started with PREFLIGHT, the driver first has the pre-flight
      * checker read the whole control file and refuses the night if
      * it finds any card that cannot run as written. Warnings only
      * are DISPLAYed and the batch goes ahead. A RECOVER skips the
      * check - the night being recovered already passed it.
           01 WS-PREFLIGHT-EXE PIC X(100) VALUE './bfpreflight'.
           01 WS-PREFLIGHT-SWITCH PIC X VALUE 'N'.
               88 PREFLIGHT-WANTED VALUE 'Y'.
           01 WS-PREFLIGHT-RC PIC S9(9) COMP-5.
           01 WS-RUNDATE-ON-CARD-SWITCH PIC X VALUE 'N'.
               88 RUNDATE-ALREADY-ON-CARD VALUE 'Y'.
           01 WS-FIRST-ARG-TOKEN PIC 9(1).
           01 WS-SHELL-COMMAND PIC X(1200).
           01 WS-CMD-PTR PIC 9(4).
      * interpreter as its own quoted argument - e.g.
      *     mandel.txt 3 FORMAT
      *     MULT01 LIBRARY
      *     MULT01 LIBRARY TEST
      * Matches the interpreter's own limit of a script name plus
      * nine run parameters, so any card the interpreter can honor
      * fits - with room left for the tokens the driver itself
           01 WS-CARD-LINE PIC X(200).
           01 WS-CARD-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 CARD-USES-LIBRARY VALUE 'Y'.
      * A LIBRARY card runs the production copy of its member; only
      * a card that also says TEST gets the test library's copy
      * (the interpreter makes the choice from the same two words).
      * The report flags every test-library run so nobody mistakes
      * it for the production script.
           01 WS-CARD-TEST-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 CARD-USES-TEST-LIBRARY VALUE 'Y'.

      * Parallel execution lanes - an optional third command-line
      * parameter (1-9, default 1) keeps up to that many interpreter
      * as a one-lane night. A HOUSEKEEP card drains every lane
      * first and runs alone: sweeping artifacts out from under a
      * script still running in another lane would be a fine way to
      * lose an output file. A DISTRIBUTE card does the same, so no
      * bundle is cut from an output still being written. LIBRARY
      * cards are serialized the same
      * way, so only one process ever updates the shared indexed
      * script library at a time.
           01 WS-LANE-COUNT PIC 9(1) VALUE 1.
           01 WS-LANE-COUNT-SET-SWITCH PIC X VALUE 'N'.
               88 LANE-COUNT-EXPLICIT VALUE 'Y'.
           01 WS-LANE-PARM PIC X(100).
           01 WS-EXTRA-PARM PIC X(100).
           01 WS-EXTRA-PARM-2 PIC X(100).
           01 WS-EXTRA-PARM-3 PIC X(100).
           01 WS-EXTRA-PARM-4 PIC X(100).
           01 WS-EXTRA-PARM-5 PIC X(100).

      * RERUN (third or fourth command-line parameter) reads the
      * previous job's batch-state file back and dispatches only the
           01 WS-DIR-LOCK-NAME PIC X(100) VALUE 'rundir.lock'.
           01 WS-DIR-LOCK-STATUS PIC XX.

      * Crash recovery. Every night journals its dispatches and
      * completions to batch-journal.dat as they happen; a night
      * whose journal never got its closing record was cut short
      * by the driver itself dying (machine reboot, operator
      * cancel). Such a journal blocks an ordinary start - lanes
      * may still be running, and their cards would be launched a
      * second time - until the driver is restarted with RECOVER
      * (any trailing slot). RECOVER takes the night's schedule
      * date, lane count and RERUN setting back from the journal,
      * then settles each card the journal left in flight:
      *   .rc capture file present - it finished while the driver
      *     was down; its code is taken as the card's
      *   run lock held and the heartbeat stamp still moving - it
      *     is still running; it is adopted into a lane and waited
      *     for, never launched again
      *   run lock held, heartbeat stamp frozen for the whole
      *     watch (WATCH=seconds, default 30) - it died with the
      *     driver; it is launched again with RESTART and UNLOCK,
      *     so it resumes from its last checkpoint past its stale
      *     lock
      *   no lock and no code - it never got going, or died; it
      *     is launched again with RESTART
      * Everything else carries on from where the night stopped,
      * and the batch report is written again from the first card,
      * so the night still has one continuous report.
           01 WS-BATCH-JOURNAL-NAME PIC X(100)
               VALUE 'batch-journal.dat'.
           01 WS-BATCH-JOURNAL-STATUS PIC XX.
           01 WS-JOURNAL-EOF-SWITCH PIC X.
               88 END-OF-JOURNAL VALUE 'Y'.
           01 WS-JOURNAL-OK-SWITCH PIC X VALUE 'N'.
               88 JOURNAL-IS-WRITABLE VALUE 'Y'.
           COPY 'bfjnlrec.cpy'.
           01 WS-RECOVER-SWITCH PIC X VALUE 'N'.
               88 RECOVER-MODE VALUE 'Y'.
           01 WS-JNL-RECORD-COUNT PIC 9(7) VALUE 0.
           01 WS-JNL-LAST-EVENT PIC X VALUE SPACE.
           01 WS-JNL-STARTED-DATE PIC 9(8) VALUE 0.
           01 WS-JNL-STARTED-TIME PIC 9(8) VALUE 0.
           01 WS-JNL-HDR-SCHEDULE-DATE PIC 9(8) VALUE 0.
           01 WS-JNL-HDR-LANE-COUNT PIC 9(1) VALUE 1.
           01 WS-JNL-HDR-RERUN-FLAG PIC X VALUE 'N'.
           01 WS-JNL-CONTROL-FILE PIC X(100).
           01 WS-RC-FOUND-SWITCH PIC X.
               88 RC-CAPTURE-FOUND VALUE 'Y'.
           01 WS-SCRIPT-LOCK-SWITCH PIC X.
               88 SCRIPT-LOCK-IS-HELD VALUE 'Y'.
               88 CARD-SHOWS-NO-LOCK VALUE 'D'.
           01 WS-JNL-CARD-IDX PIC 9(3).
           01 WS-JNL-LANE-NO PIC 9(1).
           01 WS-JNL-MISMATCH-COUNT PIC 9(5) VALUE 0.
           01 WS-JNL-CLOCK-DATE PIC 9(8).
           01 WS-JNL-CLOCK-TIME PIC 9(8).
           01 WS-SCRIPT-LOCK-NAME PIC X(120).
           01 WS-SCRIPT-LOCK-STATUS PIC XX.
           01 WS-HEARTBEAT-FILE-NAME PIC X(120).
           01 WS-HEARTBEAT-STATUS PIC XX.
           01 WS-HEARTBEAT-NOW PIC X(80).
           01 WS-RECOVER-WATCH-SECONDS PIC 9(3) VALUE 30.
           01 WS-WATCH-SECOND PIC 9(3).
           01 WS-WATCH-COUNT PIC 9(3).
      * A card with no lock gets this many seconds for its .rc to
      * land - the interpreter drops its lock a moment before the
      * lane's shell writes the code. A distribution card never
      * shows a lock, so it gets no such grace: it is waited on for
      * its .rc for the whole watch.
           01 WS-LOCKLESS-GRACE-SECONDS PIC 9(3) VALUE 2.
           01 WS-WATCH-NANOSECONDS PIC 9(18) COMP-5
               VALUE 1000000000.
           01 WS-RECOVER-FINISHED-COUNT PIC 9(3) VALUE 0.
           01 WS-RECOVER-ADOPTED-COUNT PIC 9(3) VALUE 0.
           01 WS-RECOVER-RELAUNCH-COUNT PIC 9(3) VALUE 0.
           01 WS-ADOPTED-FOREGROUND-SWITCH PIC X VALUE 'N'.
               88 ADOPTED-FOREGROUND-CARD VALUE 'Y'.
           01 WS-UNLOCK-PRESENT-SWITCH PIC X.
               88 UNLOCK-ALREADY-ON-CARD VALUE 'Y'.

      * Live batch-status file - one header line, one line per lane
      * (lane 0 is the foreground card), and a closing COMPLETE
      * line once the last card has reported.
      *                   member of the chain ends worse than RC 4
      *                   (or is skipped), the rest of the chain is
      *                   skipped too
      *   SCHED=code    - card runs only on nights the schedule
      *                   falls due (see the calendar below); one
      *                   card may carry several, and runs when any
      *                   of them is due
      * The scheduler only sees the job's single highest RC, so the
      * dependency logic lives here with the cards. Cards skipped by
      * a condition are recorded as RC 255 in the batch state, so a
               88 CARD-HAS-PIPEFROM VALUE 'Y'.
           01 WS-PIPE-FROM-NAME PIC X(91).

      * Calendar scheduling. The schedule date is today, or the
      * RUNDATE=yyyymmdd trailing parameter, or - on a RERUN - the
      * date the original night ran under. Business days are Monday
      * to Friday less the holidays in the shop calendar (trailing
      * parameter HOLIDAYS=file, default holidays.txt). Codes:
      *   DAILY     every night, holiday or not
      *   BUSDAY    every business day
      *   MON..SUN  that weekday, when it is not a holiday
      *   FIRSTBUS  first business day of the month
      *   LASTBUS   last business day of the month
      *   QTRFIRST  first business day of a quarter
      *   QTRLAST   last business day of a quarter
      *   DAYnn     calendar day nn of the month, holiday or not
      * A card that is not due is reported as NOT SCHEDULED - not a
      * skip, not a failure - and a RERUN leaves it that way. An
      * unknown code holds the card back as a skip, since running
      * a month-end card on the wrong night is worse than a rerun.
           01 WS-HOLIDAY-FILE-NAME PIC X(100) VALUE 'holidays.txt'.
           01 WS-HOLIDAY-STATUS PIC XX.
           01 WS-HOLIDAY-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-HOLIDAY-FILE VALUE 'Y'.
           01 MAX-HOLIDAYS CONSTANT 400.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-INT PIC 9(7) OCCURS MAX-HOLIDAYS TIMES.
           01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
           01 WS-HOLIDAY-IDX PIC 9(3).
           01 WS-SCHEDULE-DATE PIC 9(8) VALUE 0.
           01 WS-SCHEDULE-DATE-X REDEFINES WS-SCHEDULE-DATE.
               05 WS-SCHED-YYYY PIC 9(4).
               05 WS-SCHED-MM PIC 9(2).
               05 WS-SCHED-DD PIC 9(2).
           01 WS-SCHED-DATE-SET-SWITCH PIC X VALUE 'N'.
               88 SCHEDULE-DATE-EXPLICIT VALUE 'Y'.
           01 WS-SCHED-DATE-INT PIC 9(7).
           01 WS-SCHED-DOW PIC 9(1).
           01 WS-DAY-NAMES-LIST PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
           01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-LIST.
               05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
           01 WS-SCHED-DAY-NAME PIC X(3).
           01 WS-TODAY-BUSINESS-SWITCH PIC X VALUE 'N'.
               88 TODAY-IS-BUSINESS-DAY VALUE 'Y'.
           01 WS-FIRST-BUSINESS-SWITCH PIC X VALUE 'N'.
               88 TODAY-IS-FIRST-BUSINESS-DAY VALUE 'Y'.
           01 WS-LAST-BUSINESS-SWITCH PIC X VALUE 'N'.
               88 TODAY-IS-LAST-BUSINESS-DAY VALUE 'Y'.
           01 WS-PROBE-INT PIC 9(7).
           01 WS-PROBE-DATE PIC 9(8).
           01 WS-PROBE-DOW PIC 9(1).
           01 WS-PROBE-BUSINESS-SWITCH PIC X.
               88 PROBE-IS-BUSINESS-DAY VALUE 'Y'.
           01 WS-MONTH-START-INT PIC 9(7).
           01 MAX-CARD-SCHEDULES CONSTANT 5.
           01 WS-CARD-SCHEDULES.
               05 WS-CARD-SCHED-CODE PIC X(10)
                   OCCURS MAX-CARD-SCHEDULES TIMES.
           01 WS-CARD-SCHED-COUNT PIC 9(1).
           01 WS-SCHED-IDX PIC 9(1).
           01 WS-SCHED-CODE PIC X(10).
           01 WS-SCHED-DUE-SWITCH PIC X.
               88 SCHEDULE-IS-DUE VALUE 'Y'.
           01 WS-SCHED-UNKNOWN-SWITCH PIC X.
               88 SCHEDULE-CODE-UNKNOWN VALUE 'Y'.
           01 WS-SCHED-SKIP-SWITCH PIC X.
               88 CARD-NOT-DUE VALUE 'Y'.
           01 WS-SCHED-DAY-NUMBER PIC 9(2).
           01 WS-NOTSCHED-COUNT PIC 9(5) VALUE 0.

           01 MAX-CHAINS CONSTANT 20.
           01 WS-CHAIN-TABLE.
               05 WS-CHAIN-ENTRY OCCURS MAX-CHAINS TIMES.
                   10 WS-CARD-STATE PIC X.
      * P waiting, R running in a lane, F finished (RC captured),
      * S refused by the token whitelist, C already clean on the
      * previous run (a RERUN leaves it alone), X held back by a
      * card condition, N not scheduled for tonight.
                       88 CARD-IS-PENDING VALUE 'P'.
                       88 CARD-IS-RUNNING VALUE 'R'.
                       88 CARD-IS-FINISHED VALUE 'F'.
                       88 CARD-IS-SKIPPED VALUE 'S'.
                       88 CARD-IS-PRECLEAN VALUE 'C'.
                       88 CARD-IS-COND-SKIPPED VALUE 'X'.
                       88 CARD-IS-NOT-SCHEDULED VALUE 'N'.
                   10 WS-CARD-RC PIC 9(3).
                   10 WS-CARD-RC-FILE PIC X(120).
                   10 WS-CARD-CHAIN-IDX PIC 9(2).
                   10 WS-CARD-SKIP-REASON PIC X(60).
      * Recovery only: what the journal last said of the card
      * (D in flight, E ended, K settled), whether it is settled
      * already so the dispatcher passes it by, how a relaunch
      * must resume (R with RESTART, U with RESTART and UNLOCK),
      * and the note its report entry carries.
                   10 WS-CARD-JNL-STATE PIC X.
                       88 CARD-JNL-IN-FLIGHT VALUE 'D'.
                       88 CARD-JNL-ENDED VALUE 'E'.
                       88 CARD-JNL-SETTLED VALUE 'K'.
                   10 WS-CARD-SETTLED-FLAG PIC X.
                       88 CARD-WAS-RECOVERED VALUE 'Y'.
                   10 WS-CARD-RESUME-FLAG PIC X.
                       88 CARD-RESUMES VALUE 'R' 'U'.
                       88 CARD-NEEDS-UNLOCK VALUE 'U'.
                   10 WS-CARD-WATCH-FLAG PIC X.
                       88 CARD-UNDER-WATCH VALUE 'Y'.
                   10 WS-CARD-LOCK-SEEN PIC 9(3).
                   10 WS-CARD-HEARTBEAT PIC X(80).
                   10 WS-CARD-RECOVERY-NOTE PIC X(60).
           01 WS-CARD-COUNT PIC 9(3) VALUE 0.
           01 WS-CARD-IDX PIC 9(3).
           01 WS-DISPATCH-IDX PIC 9(3).
           MAIN-PROC.
               PERFORM GET-CONTROL-FILE-NAME
               PERFORM CHECK-DIRECTORY-LOCK
               PERFORM CHECK-BATCH-JOURNAL
               IF PREFLIGHT-WANTED AND NOT RECOVER-MODE
                   PERFORM RUN-PREFLIGHT-CHECK
               END-IF
               OPEN INPUT CONTROL-FILE
               OPEN OUTPUT BATCH-REPORT-FILE
      * One code path whatever the lane count - a single lane just
               CLOSE CONTROL-FILE
               CLOSE BATCH-REPORT-FILE
               PERFORM WRITE-BATCH-STATE
               PERFORM JOURNAL-NIGHT-COMPLETE
               SET BATCH-IS-COMPLETE TO TRUE
               PERFORM WRITE-BATCH-STATUS
      * The whole job ends with the worst per-script code seen, so
               STRING 'SKIPPED BY CONDITION: ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               MOVE WS-NOTSCHED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO BATCH-REPORT-RECORD
               STRING 'NOT SCHEDULED:     ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               IF RERUN-MODE
                   MOVE WS-PRECLEAN-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO BATCH-REPORT-RECORD
                       DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
                   WRITE BATCH-REPORT-RECORD
               END-IF
               IF RECOVER-MODE
                   MOVE SPACES TO BATCH-REPORT-RECORD
                   STRING 'RECOVERED AFTER DRIVER LOSS - ENDED WHILE '
                       'DOWN ' WS-RECOVER-FINISHED-COUNT
                       ', ADOPTED ' WS-RECOVER-ADOPTED-COUNT
                       ', RELAUNCHED ' WS-RECOVER-RELAUNCH-COUNT
                       DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
                   WRITE BATCH-REPORT-RECORD
               END-IF
               MOVE WS-HIGHEST-RC TO WS-EDIT-RC
               MOVE SPACES TO BATCH-REPORT-RECORD
               STRING 'HIGHEST RETURN CODE: ' WS-EDIT-RC
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-CONTROL-FILE-NAME WS-INTERPRETER-EXE
                       WS-LANE-PARM WS-EXTRA-PARM WS-EXTRA-PARM-2
                       WS-EXTRA-PARM-3 WS-EXTRA-PARM-4 WS-EXTRA-PARM-5
               END-UNSTRING
               IF WS-CONTROL-FILE-NAME = SPACES
                   MOVE 'control.txt' TO WS-CONTROL-FILE-NAME
               IF WS-INTERPRETER-EXE = SPACES
                   MOVE './bfrun' TO WS-INTERPRETER-EXE
               END-IF
      * The lane count, RERUN, RECOVER, PREFLIGHT, RUNDATE=,
      * HOLIDAYS= and WATCH= ride in any trailing slot, so an
      * operator rerunning a one-lane night types one word less.
               PERFORM CLASSIFY-TRAILING-PARM
               MOVE WS-EXTRA-PARM TO WS-LANE-PARM
               PERFORM CLASSIFY-TRAILING-PARM
               MOVE WS-EXTRA-PARM-2 TO WS-LANE-PARM
               PERFORM CLASSIFY-TRAILING-PARM
               MOVE WS-EXTRA-PARM-3 TO WS-LANE-PARM
               PERFORM CLASSIFY-TRAILING-PARM
               MOVE WS-EXTRA-PARM-4 TO WS-LANE-PARM
               PERFORM CLASSIFY-TRAILING-PARM
               MOVE WS-EXTRA-PARM-5 TO WS-LANE-PARM
               PERFORM CLASSIFY-TRAILING-PARM.

      * The lock belongs to housekeeping or a library REORG working
               EVALUATE TRUE
                   WHEN WS-LANE-PARM = 'RERUN'
                       SET RERUN-MODE TO TRUE
                   WHEN WS-LANE-PARM = 'RECOVER'
                       SET RECOVER-MODE TO TRUE
                   WHEN WS-LANE-PARM = 'PREFLIGHT'
                       SET PREFLIGHT-WANTED TO TRUE
                   WHEN WS-LANE-PARM(1:6) = 'WATCH='
                       IF WS-LANE-PARM(7:) NOT = SPACES
                               AND FUNCTION TRIM(WS-LANE-PARM(7:))
                                   IS NUMERIC
                               AND FUNCTION NUMVAL(WS-LANE-PARM(7:))
                                   >= 1
                               AND FUNCTION NUMVAL(WS-LANE-PARM(7:))
                                   <= 999
                           MOVE FUNCTION NUMVAL(WS-LANE-PARM(7:)) TO
                               WS-RECOVER-WATCH-SECONDS
                       ELSE
                           DISPLAY 'BF-BATCH-DRIVER: '
                               FUNCTION TRIM(WS-LANE-PARM)
                               ' IS NOT 1-999 SECONDS - WATCH OF '
                               WS-RECOVER-WATCH-SECONDS ' USED'
                       END-IF
                   WHEN WS-LANE-PARM(1:1) >= '1'
                           AND WS-LANE-PARM(1:1) <= '9'
                           AND WS-LANE-PARM(2:) = SPACES
                       MOVE WS-LANE-PARM(1:1) TO WS-LANE-COUNT
                       SET LANE-COUNT-EXPLICIT TO TRUE
                   WHEN WS-LANE-PARM(1:8) = 'RUNDATE='
                       IF WS-LANE-PARM(9:8) IS NUMERIC
                               AND WS-LANE-PARM(17:) = SPACES
                               AND FUNCTION TEST-DATE-YYYYMMDD
                                   (FUNCTION NUMVAL(WS-LANE-PARM(9:8)))
                                   = 0
                           MOVE WS-LANE-PARM(9:8) TO WS-SCHEDULE-DATE
                           SET SCHEDULE-DATE-EXPLICIT TO TRUE
                       ELSE
                           DISPLAY 'BF-BATCH-DRIVER: '
                               FUNCTION TRIM(WS-LANE-PARM)
                               ' IS NOT A VALID DATE - BATCH REFUSED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN WS-LANE-PARM(1:9) = 'HOLIDAYS='
                       MOVE WS-LANE-PARM(10:) TO WS-HOLIDAY-FILE-NAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF RERUN-MODE
                   PERFORM APPLY-PREVIOUS-BATCH-STATE
               END-IF
               PERFORM PREPARE-SCHEDULE-CALENDAR
               INITIALIZE WS-LANE-TABLE
               IF RECOVER-MODE
                   PERFORM RECOVER-INTERRUPTED-NIGHT
               ELSE
                   PERFORM START-BATCH-JOURNAL
               END-IF
      * An adopted library run still gets the run directory to
      * itself, as it would have.
               IF ADOPTED-FOREGROUND-CARD
                   PERFORM DRAIN-ALL-LANES
               END-IF
               MOVE 1 TO WS-DISPATCH-IDX
               MOVE 1 TO WS-REPORT-IDX
               PERFORM UNTIL WS-REPORT-IDX > WS-CARD-COUNT
                   EVALUATE TRUE
                       WHEN WS-DISPATCH-IDX > WS-CARD-COUNT
                           PERFORM POLL-LANES-ONCE
                           IF WS-POLL-FREED-COUNT = 0
                               PERFORM SLEEP-BETWEEN-POLLS
                           END-IF
      * Settled from the journal - ended, skipped or adopted into
      * a lane before the driver went down.
                       WHEN CARD-WAS-RECOVERED(WS-DISPATCH-IDX)
                           ADD 1 TO WS-DISPATCH-IDX
                       WHEN OTHER
                           PERFORM DISPATCH-NEXT-CARD
                   END-EVALUATE
                   PERFORM REPORT-READY-CARDS
               END-PERFORM.

                                   WS-CARD-CHAIN-IDX(WS-CARD-COUNT)
                               MOVE SPACES TO WS-CARD-SKIP-REASON
                                   (WS-CARD-COUNT)
                               MOVE SPACES TO
                                   WS-CARD-RC-FILE(WS-CARD-COUNT)
                               MOVE SPACE TO
                                   WS-CARD-JNL-STATE(WS-CARD-COUNT)
                               MOVE 'N' TO
                                   WS-CARD-SETTLED-FLAG(WS-CARD-COUNT)
                               MOVE SPACE TO
                                   WS-CARD-RESUME-FLAG(WS-CARD-COUNT)
                               MOVE 'N' TO
                                   WS-CARD-WATCH-FLAG(WS-CARD-COUNT)
                               MOVE 0 TO
                                   WS-CARD-LOCK-SEEN(WS-CARD-COUNT)
                               MOVE SPACES TO
                                   WS-CARD-HEARTBEAT(WS-CARD-COUNT)
                               MOVE SPACES TO WS-CARD-RECOVERY-NOTE
                                   (WS-CARD-COUNT)
                               ADD 1 TO WS-SCRIPT-COUNT
                           END-IF
                   END-READ
               PERFORM EXTRACT-DRIVER-TOKENS
               PERFORM CHECK-CARD-USES-LIBRARY
               MOVE 'N' TO WS-COND-SKIP-SWITCH
               MOVE 'N' TO WS-SCHED-SKIP-SWITCH
               IF NOT CARD-IS-PRECLEAN(WS-DISPATCH-IDX)
                       AND NOT CARD-IS-NOT-SCHEDULED(WS-DISPATCH-IDX)
                       AND NOT CONTROL-LINE-IS-UNSAFE
                       AND WS-CARD-SCHED-COUNT > 0
                   PERFORM EVALUATE-CARD-SCHEDULE
               END-IF
               IF NOT CARD-IS-PRECLEAN(WS-DISPATCH-IDX)
                       AND NOT CARD-IS-NOT-SCHEDULED(WS-DISPATCH-IDX)
                       AND NOT CONTROL-LINE-IS-UNSAFE
                       AND NOT CARD-NOT-DUE
                       AND NOT CARD-CONDITION-SKIPS
                       AND (CARD-HAS-IFRC
                           OR CARD-HAS-PIPEFROM
                           OR WS-CARD-CHAIN NOT = 0)
      * Marked clean by the previous run's batch state - a RERUN
      * leaves it alone and the report says so in its turn.
                   WHEN CARD-IS-PRECLEAN(WS-DISPATCH-IDX)
                       PERFORM JOURNAL-DISPATCH-SETTLED
                       ADD 1 TO WS-DISPATCH-IDX
      * Not due on the original night either - same treatment.
                   WHEN CARD-IS-NOT-SCHEDULED(WS-DISPATCH-IDX)
                       PERFORM JOURNAL-DISPATCH-SETTLED
                       ADD 1 TO WS-DISPATCH-IDX
      * A card that never runs fails its chain too - nothing
      * downstream of it can trust its outputs.
                       IF WS-CARD-CHAIN NOT = 0
                           MOVE 'Y' TO WS-CHN-FAILED(WS-CARD-CHAIN)
                       END-IF
                       PERFORM JOURNAL-DISPATCH-SETTLED
                       ADD 1 TO WS-DISPATCH-IDX
      * Not due tonight is not a failure - the chain is untouched.
                   WHEN CARD-NOT-DUE
                       MOVE 'N' TO WS-CARD-STATE(WS-DISPATCH-IDX)
                       MOVE WS-SKIP-REASON TO
                           WS-CARD-SKIP-REASON(WS-DISPATCH-IDX)
                       PERFORM JOURNAL-DISPATCH-SETTLED
                       ADD 1 TO WS-DISPATCH-IDX
                   WHEN CARD-CONDITION-SKIPS
                       MOVE 'X' TO WS-CARD-STATE(WS-DISPATCH-IDX)
                       IF WS-CARD-CHAIN NOT = 0
                           MOVE 'Y' TO WS-CHN-FAILED(WS-CARD-CHAIN)
                       END-IF
                       PERFORM JOURNAL-DISPATCH-SETTLED
                       ADD 1 TO WS-DISPATCH-IDX
      * Housekeeping must have the run directory to itself - drain
      * every lane, then run it in the foreground like lane-one
      * the last-run date, and two lanes updating script-library.dat
      * at once is index corruption waiting to happen.
                   WHEN WS-CARD-TOKEN(1) = 'HOUSEKEEP'
                       OR WS-CARD-TOKEN(1) = 'DISTRIBUTE'
                       OR CARD-USES-LIBRARY
                       PERFORM DRAIN-ALL-LANES
      * Every earlier card is finished once the lanes drain - report
                       IF CARD-HAS-PIPEFROM
                           PERFORM RESOLVE-PIPE-PRODUCER
                       END-IF
                       PERFORM SET-CARD-RC-FILE-NAME
                       PERFORM BUILD-SHELL-COMMAND
                       PERFORM WRAP-COMMAND-FOR-FOREGROUND
                       MOVE WS-DISPATCH-IDX TO WS-FG-CARD-IDX
                       MOVE WS-CARD-TOKEN(1)(1:30) TO WS-FG-SCRIPT
                       ACCEPT WS-STATUS-CLOCK FROM TIME
                       MOVE WS-STATUS-CLOCK TO WS-FG-START-TIME
                       MOVE WS-DISPATCH-IDX TO WS-JNL-CARD-IDX
                       MOVE 0 TO WS-JNL-LANE-NO
                       PERFORM JOURNAL-CARD-DISPATCHED
                       PERFORM WRITE-BATCH-STATUS
                       CALL 'SYSTEM' USING WS-SHELL-COMMAND
                       MOVE RETURN-CODE TO WS-SCRIPT-RC
                       MOVE WS-SCRIPT-RC TO
                           WS-CARD-RC(WS-DISPATCH-IDX)
                       MOVE 'F' TO WS-CARD-STATE(WS-DISPATCH-IDX)
                       MOVE WS-DISPATCH-IDX TO WS-JNL-CARD-IDX
                       PERFORM JOURNAL-CARD-ENDED
                       CALL 'CBL_DELETE_FILE' USING WS-RC-FILE-NAME
                           RETURNING WS-RC-DELETE-RC
                       MOVE WS-DISPATCH-IDX TO WS-CHAIN-CARD-IDX
                       PERFORM RECORD-CHAIN-OUTCOME
                       MOVE 0 TO WS-FG-CARD-IDX
      * chain verdict may only arrive when a lane frees up later.
           EXTRACT-DRIVER-TOKENS.
               MOVE 'N' TO WS-COND-IFRC-SWITCH
               MOVE 0 TO WS-CARD-SCHED-COUNT
               MOVE SPACES TO WS-CARD-SCHEDULES
               MOVE 'N' TO WS-PIPE-SWITCH
               MOVE SPACES TO WS-COND-TARGET-NAME
               MOVE SPACES TO WS-PIPE-FROM-NAME
                           SET CARD-HAS-PIPEFROM TO TRUE
                           MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(10:)
                               TO WS-PIPE-FROM-NAME
                       WHEN WS-CARD-TOKEN(WS-TOKEN-IDX)(1:6) =
                               'SCHED='
                           IF WS-CARD-SCHED-COUNT < MAX-CARD-SCHEDULES
                               ADD 1 TO WS-CARD-SCHED-COUNT
                               MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(7:)
                                   TO WS-CARD-SCHED-CODE
                                       (WS-CARD-SCHED-COUNT)
                           ELSE
                               DISPLAY 'BF-BATCH-DRIVER: MORE THAN '
                                   'FIVE SCHED= ON ONE CARD - '
                                   FUNCTION TRIM(WS-CARD-TOKEN
                                       (WS-TOKEN-IDX))
                                   ' IGNORED'
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-TOKEN-OUT
                           IF WS-TOKEN-OUT NOT = WS-TOKEN-IDX
                       (WS-CARD-CHAIN-IDX(WS-CHAIN-CARD-IDX))
               END-IF.

      * Fixes tonight's schedule date and works out, once, everything
      * the schedule codes ask about it. The date goes at the top of
      * the batch report so the morning shift can see which night
      * the cards were judged against.
           PREPARE-SCHEDULE-CALENDAR.
               IF WS-SCHEDULE-DATE = 0
                   ACCEPT WS-SCHEDULE-DATE FROM DATE YYYYMMDD
               END-IF
               PERFORM LOAD-HOLIDAY-CALENDAR
               COMPUTE WS-SCHED-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-SCHEDULE-DATE)
               MOVE WS-SCHED-DATE-INT TO WS-PROBE-INT
               PERFORM TEST-PROBE-BUSINESS-DAY
               MOVE WS-PROBE-DOW TO WS-SCHED-DOW
               MOVE WS-DAY-NAME(WS-SCHED-DOW) TO WS-SCHED-DAY-NAME
               MOVE WS-PROBE-BUSINESS-SWITCH TO
                   WS-TODAY-BUSINESS-SWITCH
               MOVE 'N' TO WS-FIRST-BUSINESS-SWITCH
               MOVE 'N' TO WS-LAST-BUSINESS-SWITCH
               IF TODAY-IS-BUSINESS-DAY
      * First business day: no business day earlier this month.
                   SET TODAY-IS-FIRST-BUSINESS-DAY TO TRUE
                   COMPUTE WS-MONTH-START-INT =
                       WS-SCHED-DATE-INT - WS-SCHED-DD + 1
                   PERFORM VARYING WS-PROBE-INT FROM WS-MONTH-START-INT
                       BY 1 UNTIL WS-PROBE-INT >= WS-SCHED-DATE-INT
                           OR NOT TODAY-IS-FIRST-BUSINESS-DAY
                       PERFORM TEST-PROBE-BUSINESS-DAY
                       IF PROBE-IS-BUSINESS-DAY
                           MOVE 'N' TO WS-FIRST-BUSINESS-SWITCH
                       END-IF
                   END-PERFORM
      * Last business day: no business day later this month.
                   SET TODAY-IS-LAST-BUSINESS-DAY TO TRUE
                   COMPUTE WS-PROBE-INT = WS-SCHED-DATE-INT + 1
                   COMPUTE WS-PROBE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
                   PERFORM UNTIL WS-PROBE-DATE(1:6) NOT =
                           WS-SCHEDULE-DATE(1:6)
                           OR NOT TODAY-IS-LAST-BUSINESS-DAY
                       PERFORM TEST-PROBE-BUSINESS-DAY
                       IF PROBE-IS-BUSINESS-DAY
                           MOVE 'N' TO WS-LAST-BUSINESS-SWITCH
                       END-IF
                       ADD 1 TO WS-PROBE-INT
                       COMPUTE WS-PROBE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
                   END-PERFORM
               END-IF
               MOVE SPACES TO BATCH-REPORT-RECORD
               IF TODAY-IS-BUSINESS-DAY
                   STRING 'SCHEDULE DATE: ' WS-SCHEDULE-DATE ' '
                       WS-SCHED-DAY-NAME ' (BUSINESS DAY)'
                       DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
               ELSE
                   STRING 'SCHEDULE DATE: ' WS-SCHEDULE-DATE ' '
                       WS-SCHED-DAY-NAME ' (NOT A BUSINESS DAY)'
                       DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
               END-IF
               WRITE BATCH-REPORT-RECORD
               MOVE SPACES TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD.

      * No calendar file is not fatal - every weekday then counts as
      * a business day - but it is worth a warning, since a missing
      * holiday is exactly how a month-end card runs a day early.
           LOAD-HOLIDAY-CALENDAR.
               MOVE 0 TO WS-HOLIDAY-COUNT
               OPEN INPUT HOLIDAY-FILE
               IF WS-HOLIDAY-STATUS NOT = '00'
                   DISPLAY 'BF-BATCH-DRIVER: NO HOLIDAY CALENDAR '
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

           LOAD-ONE-HOLIDAY.
               EVALUATE TRUE
                   WHEN HOLIDAY-RECORD = SPACES
                           OR HOLIDAY-RECORD(1:1) = '*'
                       CONTINUE
                   WHEN HOL-DATE IS NOT NUMERIC
                       DISPLAY 'BF-BATCH-DRIVER: HOLIDAY LINE "'
                           FUNCTION TRIM(HOLIDAY-RECORD)
                           '" HAS NO YYYYMMDD DATE - IGNORED'
                   WHEN FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(HOL-DATE)) NOT = 0
                       DISPLAY 'BF-BATCH-DRIVER: HOLIDAY DATE '
                           HOL-DATE ' IS NOT A CALENDAR DATE - '
                           'IGNORED'
                   WHEN WS-HOLIDAY-COUNT >= MAX-HOLIDAYS
                       DISPLAY 'BF-BATCH-DRIVER: HOLIDAY TABLE FULL '
                           '- ' HOL-DATE ' IGNORED'
                   WHEN OTHER
                       ADD 1 TO WS-HOLIDAY-COUNT
                       COMPUTE WS-HOLIDAY-INT(WS-HOLIDAY-COUNT) =
                           FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(HOL-DATE))
               END-EVALUATE.

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

      * A card is due when any one of its SCHED= codes is. An
      * unknown code is a skip with a reason; a card merely not due
      * is reported as NOT SCHEDULED.
           EVALUATE-CARD-SCHEDULE.
               MOVE 'N' TO WS-SCHED-DUE-SWITCH
               MOVE 'N' TO WS-SCHED-UNKNOWN-SWITCH
               PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-CARD-SCHED-COUNT
                       OR SCHEDULE-CODE-UNKNOWN
                   MOVE WS-CARD-SCHED-CODE(WS-SCHED-IDX) TO
                       WS-SCHED-CODE
                   PERFORM TEST-ONE-SCHEDULE-CODE
               END-PERFORM
               MOVE SPACES TO WS-SKIP-REASON
               EVALUATE TRUE
                   WHEN SCHEDULE-CODE-UNKNOWN
                       SET CARD-CONDITION-SKIPS TO TRUE
                       STRING 'unknown schedule '
                           FUNCTION TRIM(WS-SCHED-CODE)
                           DELIMITED BY SIZE INTO WS-SKIP-REASON
                   WHEN NOT SCHEDULE-IS-DUE
                       SET CARD-NOT-DUE TO TRUE
                       STRING 'not due on ' WS-SCHED-DAY-NAME ' '
                           WS-SCHEDULE-DATE
                           DELIMITED BY SIZE INTO WS-SKIP-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           TEST-ONE-SCHEDULE-CODE.
               EVALUATE TRUE
                   WHEN WS-SCHED-CODE = 'DAILY'
                       SET SCHEDULE-IS-DUE TO TRUE
                   WHEN WS-SCHED-CODE = 'BUSDAY'
                       IF TODAY-IS-BUSINESS-DAY
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE = 'MON' OR 'TUE' OR 'WED'
                           OR 'THU' OR 'FRI' OR 'SAT' OR 'SUN'
      * A weekday code still honors the holiday calendar; the
      * weekend days are never business days, so SAT and SUN only
      * have to match the day.
                       IF WS-SCHED-CODE = WS-SCHED-DAY-NAME
                           IF TODAY-IS-BUSINESS-DAY
                                   OR WS-SCHED-DOW > 5
                               SET SCHEDULE-IS-DUE TO TRUE
                           END-IF
                       END-IF
                   WHEN WS-SCHED-CODE = 'FIRSTBUS'
                       IF TODAY-IS-FIRST-BUSINESS-DAY
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE = 'LASTBUS'
                       IF TODAY-IS-LAST-BUSINESS-DAY
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE = 'QTRFIRST'
                       IF TODAY-IS-FIRST-BUSINESS-DAY
                               AND (WS-SCHED-MM = 1 OR 4 OR 7 OR 10)
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE = 'QTRLAST'
                       IF TODAY-IS-LAST-BUSINESS-DAY
                               AND (WS-SCHED-MM = 3 OR 6 OR 9 OR 12)
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN WS-SCHED-CODE(1:3) = 'DAY'
                           AND WS-SCHED-CODE(4:2) IS NUMERIC
                           AND WS-SCHED-CODE(6:) = SPACES
                       MOVE WS-SCHED-CODE(4:2) TO WS-SCHED-DAY-NUMBER
                       IF WS-SCHED-DAY-NUMBER = WS-SCHED-DD
                           SET SCHEDULE-IS-DUE TO TRUE
                       END-IF
                   WHEN OTHER
                       SET SCHEDULE-CODE-UNKNOWN TO TRUE
               END-EVALUATE.

           CHECK-CARD-USES-LIBRARY.
               MOVE 'N' TO WS-CARD-LIBRARY-SWITCH
               MOVE 'N' TO WS-CARD-TEST-LIBRARY-SWITCH
               PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                   IF WS-CARD-TOKEN(WS-TOKEN-IDX) = 'LIBRARY'
                       SET CARD-USES-LIBRARY TO TRUE
                   END-IF
                   IF WS-CARD-TOKEN(WS-TOKEN-IDX) = 'TEST'
                           AND WS-TOKEN-IDX > 1
                       SET CARD-USES-TEST-LIBRARY TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CARD-USES-LIBRARY
                   MOVE 'N' TO WS-CARD-TEST-LIBRARY-SWITCH
               END-IF.

           LAUNCH-CARD-IN-LANE.
               PERFORM SET-CARD-RC-FILE-NAME
               PERFORM BUILD-SHELL-COMMAND
               PERFORM WRAP-COMMAND-FOR-LANE
      * Journaled before the launch, never after: a driver lost in
      * between must find the card in flight, not unstarted - an
      * unstarted card would be launched a second time.
               MOVE WS-DISPATCH-IDX TO WS-JNL-CARD-IDX
               MOVE WS-FREE-LANE-IDX TO WS-JNL-LANE-NO
               PERFORM JOURNAL-CARD-DISPATCHED
               CALL 'SYSTEM' USING WS-SHELL-COMMAND
               MOVE 0 TO RETURN-CODE
               MOVE 'R' TO WS-CARD-STATE(WS-DISPATCH-IDX)
                   WS-LANE-START-TIME(WS-FREE-LANE-IDX)
               PERFORM WRITE-BATCH-STATUS.

      * Last night's code must never be mistaken for tonight's, so
      * the capture file goes before the card is launched.
           SET-CARD-RC-FILE-NAME.
               MOVE SPACES TO WS-RC-FILE-NAME
               STRING FUNCTION TRIM(WS-CARD-TOKEN(1)) '.rc'
                   DELIMITED BY SIZE INTO WS-RC-FILE-NAME
               MOVE WS-RC-FILE-NAME TO
                   WS-CARD-RC-FILE(WS-DISPATCH-IDX)
               CALL 'CBL_DELETE_FILE' USING WS-RC-FILE-NAME
                   RETURNING WS-RC-DELETE-RC.

      * A foreground card leaves its code in its .rc file as well
      * as handing it back through system(), so a card that ends
      * while the driver is gone can still be settled by RECOVER.
           WRAP-COMMAND-FOR-FOREGROUND.
               MOVE WS-SHELL-COMMAND TO WS-LANE-COMMAND-STAGE
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING '{ ' FUNCTION TRIM(WS-LANE-COMMAND-STAGE)
                   ' ; } ; BFRC=$? ; echo $BFRC > ' WS-QUOTE
                   FUNCTION TRIM(WS-RC-FILE-NAME) WS-QUOTE
                   ' ; exit $BFRC'
                   DELIMITED BY SIZE INTO WS-SHELL-COMMAND.

      * The command runs in the background; its exit code lands in
      * the card's .rc file as the process ends, which is how the
      * driver knows the lane is free again.
                           MOVE 255 TO WS-CARD-RC(WS-CARD-IDX)
                       END-IF
                       MOVE 'F' TO WS-CARD-STATE(WS-CARD-IDX)
                       MOVE WS-CARD-IDX TO WS-JNL-CARD-IDX
                       PERFORM JOURNAL-CARD-ENDED
                       MOVE WS-CARD-IDX TO WS-CHAIN-CARD-IDX
                       PERFORM RECORD-CHAIN-OUTCOME
                       MOVE 'N' TO WS-LANE-BUSY-FLAG(WS-LANE-IDX)
                   OR NOT (CARD-IS-FINISHED(WS-REPORT-IDX)
                       OR CARD-IS-SKIPPED(WS-REPORT-IDX)
                       OR CARD-IS-PRECLEAN(WS-REPORT-IDX)
                       OR CARD-IS-COND-SKIPPED(WS-REPORT-IDX)
                       OR CARD-IS-NOT-SCHEDULED(WS-REPORT-IDX))
                   PERFORM REPORT-ONE-CARD
                   ADD 1 TO WS-REPORT-IDX
               END-PERFORM.
                   ' ====' DELIMITED BY SIZE
                   INTO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               IF WS-CARD-RECOVERY-NOTE(WS-REPORT-IDX) NOT = SPACES
                   MOVE SPACES TO BATCH-REPORT-RECORD
                   STRING '(recovery: '
                       FUNCTION TRIM(WS-CARD-RECOVERY-NOTE
                           (WS-REPORT-IDX)) ')'
                       DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
                   WRITE BATCH-REPORT-RECORD
               END-IF
               EVALUATE TRUE
                   WHEN CARD-IS-PRECLEAN(WS-REPORT-IDX)
                       MOVE WS-CARD-RC(WS-REPORT-IDX) TO WS-EDIT-RC
                       ADD 1 TO WS-PRECLEAN-COUNT
                       MOVE SPACES TO BATCH-REPORT-RECORD
                       WRITE BATCH-REPORT-RECORD
                   WHEN CARD-IS-NOT-SCHEDULED(WS-REPORT-IDX)
                       MOVE SPACES TO BATCH-REPORT-RECORD
                       STRING '(NOT SCHEDULED - '
                           FUNCTION TRIM(WS-CARD-SKIP-REASON
                               (WS-REPORT-IDX)) ')'
                           DELIMITED BY SIZE
                           INTO BATCH-REPORT-RECORD
                       WRITE BATCH-REPORT-RECORD
                       ADD 1 TO WS-NOTSCHED-COUNT
                       MOVE SPACES TO BATCH-REPORT-RECORD
                       WRITE BATCH-REPORT-RECORD
                   WHEN CARD-IS-COND-SKIPPED(WS-REPORT-IDX)
                       MOVE SPACES TO BATCH-REPORT-RECORD
                       STRING '(skipped - '
                           WS-SCRIPT-RC
                       PERFORM CLASSIFY-SCRIPT-RC
                       PERFORM WRITE-SCRIPT-STATUS-LINE
                       PERFORM CHECK-CARD-USES-LIBRARY
                       IF CARD-USES-TEST-LIBRARY
                           MOVE SPACES TO BATCH-REPORT-RECORD
                           STRING '(member fetched from the TEST '
                               'library, not production)'
                               DELIMITED BY SIZE
                               INTO BATCH-REPORT-RECORD
                           WRITE BATCH-REPORT-RECORD
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-CARD-TOKEN(1) = 'HOUSEKEEP'
                               MOVE 'housekeep-report.txt' TO
                                   WS-SCRIPT-SUMMARY-NAME
                           WHEN WS-CARD-TOKEN(1) = 'DISTRIBUTE'
                               MOVE 'distribute-report.txt' TO
                                   WS-SCRIPT-SUMMARY-NAME
                           WHEN OTHER
                               MOVE SPACES TO WS-SCRIPT-SUMMARY-NAME
                               STRING FUNCTION TRIM(WS-CARD-TOKEN(1))
                                   '.summary'
                                   DELIMITED BY SIZE
                                   INTO WS-SCRIPT-SUMMARY-NAME
                       END-EVALUATE
                       PERFORM APPEND-SCRIPT-SUMMARY
               END-EVALUATE.

           BUILD-SHELL-COMMAND.
               MOVE SPACES TO WS-SHELL-COMMAND
               MOVE 1 TO WS-CMD-PTR
               EVALUATE TRUE
                   WHEN WS-CARD-TOKEN(1) = 'HOUSEKEEP'
                       STRING WS-QUOTE FUNCTION TRIM(WS-HOUSEKEEP-EXE)
                           WS-QUOTE
                           DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                           WITH POINTER WS-CMD-PTR
                       MOVE 2 TO WS-FIRST-ARG-TOKEN
                   WHEN WS-CARD-TOKEN(1) = 'DISTRIBUTE'
                       STRING WS-QUOTE FUNCTION TRIM(WS-DISTRIBUTE-EXE)
                           WS-QUOTE
                           DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                           WITH POINTER WS-CMD-PTR
                       MOVE 2 TO WS-FIRST-ARG-TOKEN
                       PERFORM APPEND-RUNDATE-TOKEN
                   WHEN OTHER
                       STRING WS-QUOTE FUNCTION TRIM(WS-INTERPRETER-EXE)
                           WS-QUOTE
                           DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                           WITH POINTER WS-CMD-PTR
                       MOVE 1 TO WS-FIRST-ARG-TOKEN
               END-EVALUATE
      * A rerun card resumes through its existing RESTART path when
      * a checkpoint survived; the interpreter quietly starts fresh
      * when none did. Housekeeping and distribution cards take no
      * run parameters.
      * A card relaunched by RECOVER resumes the same way, and one
      * whose run died holding its lock clears the stale lock too.
               IF (RERUN-MODE OR CARD-RESUMES(WS-DISPATCH-IDX))
                       AND WS-CARD-TOKEN(1) NOT = 'HOUSEKEEP'
                       AND WS-CARD-TOKEN(1) NOT = 'DISTRIBUTE'
                   PERFORM APPEND-RESTART-TOKEN
               END-IF
               IF CARD-NEEDS-UNLOCK(WS-DISPATCH-IDX)
                       AND WS-CARD-TOKEN(1) NOT = 'HOUSEKEEP'
                       AND WS-CARD-TOKEN(1) NOT = 'DISTRIBUTE'
                   PERFORM APPEND-UNLOCK-TOKEN
               END-IF
               PERFORM VARYING WS-TOKEN-IDX FROM WS-FIRST-ARG-TOKEN
                   BY 1 UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                   STRING ' ' WS-QUOTE
                       WITH POINTER WS-CMD-PTR
               END-PERFORM.

      * Distribution judges "tonight's" runs by date - a RERUN the
      * next morning, or a night that ran past midnight, must still
      * burst the night the schedule was cut for.
           APPEND-RUNDATE-TOKEN.
               MOVE 'N' TO WS-RUNDATE-ON-CARD-SWITCH
               PERFORM VARYING WS-TOKEN-IDX FROM 2 BY 1
                   UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                   IF WS-CARD-TOKEN(WS-TOKEN-IDX)(1:8) = 'RUNDATE='
                       SET RUNDATE-ALREADY-ON-CARD TO TRUE
                   END-IF
               END-PERFORM
               IF NOT RUNDATE-ALREADY-ON-CARD
                   STRING ' ' WS-QUOTE 'RUNDATE=' WS-SCHEDULE-DATE
                       WS-QUOTE
                       DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                       WITH POINTER WS-CMD-PTR
               END-IF.

           APPEND-RESTART-TOKEN.
               MOVE 'N' TO WS-RESTART-PRESENT-SWITCH
               PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                       WS-CARD-TOKEN(WS-CARD-TOKEN-COUNT)
               END-IF.

           APPEND-UNLOCK-TOKEN.
               MOVE 'N' TO WS-UNLOCK-PRESENT-SWITCH
               PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                   IF WS-CARD-TOKEN(WS-TOKEN-IDX) = 'UNLOCK'
                       SET UNLOCK-ALREADY-ON-CARD TO TRUE
                   END-IF
               END-PERFORM
               IF NOT UNLOCK-ALREADY-ON-CARD
                       AND WS-CARD-TOKEN-COUNT < WS-CARD-TOKEN-MAX
                   ADD 1 TO WS-CARD-TOKEN-COUNT
                   MOVE 'UNLOCK' TO
                       WS-CARD-TOKEN(WS-CARD-TOKEN-COUNT)
               END-IF.

      * Matches the saved state to tonight's cards by card number
      * AND text, so an edited control file simply reruns whatever
      * no longer lines up. A missing state file means everything
                   CLOSE BATCH-STATE-FILE
               END-IF.

      * The original night's schedule date comes back with the
      * state, unless the operator named one on this command line.
           APPLY-ONE-STATE-RECORD.
               IF BS-RUN-DATE IS NUMERIC
                       AND NOT SCHEDULE-DATE-EXPLICIT
                   MOVE BS-RUN-DATE TO WS-SCHEDULE-DATE
               END-IF
               IF BS-CARD-NO >= 1 AND BS-CARD-NO <= WS-CARD-COUNT
                   IF BS-CARD-TEXT = WS-CARD-TEXT(BS-CARD-NO)
                       EVALUATE TRUE
                           WHEN BS-CARD-NOT-SCHEDULED
                               MOVE 'N' TO WS-CARD-STATE(BS-CARD-NO)
                               MOVE 'not due on the original night'
                                   TO WS-CARD-SKIP-REASON(BS-CARD-NO)
      * Distribution is never taken as already done: whatever the
      * RERUN reruns may now be deliverable, so the bundles are
      * always cut again.
                           WHEN BS-CARD-TEXT(1:11) = 'DISTRIBUTE '
                               CONTINUE
                           WHEN BS-RC = 0 OR BS-RC = 4
                               MOVE 'C' TO WS-CARD-STATE(BS-CARD-NO)
                               MOVE BS-RC TO WS-CARD-RC(BS-CARD-NO)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF.

      * The checker writes its findings to <control file>.preflight
      * and ends 0 clean, 4 warnings only, 8 errors. Anything else -
      * including a checker that could not be started at all - is
      * treated as a failed check, so PREFLIGHT never lets a night
      * through unchecked.
           RUN-PREFLIGHT-CHECK.
               MOVE SPACES TO WS-SHELL-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING WS-QUOTE FUNCTION TRIM(WS-PREFLIGHT-EXE) WS-QUOTE
                   ' ' WS-QUOTE FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                   WS-QUOTE
                   DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                   WITH POINTER WS-CMD-PTR
               CALL 'SYSTEM' USING WS-SHELL-COMMAND
               MOVE RETURN-CODE TO WS-PREFLIGHT-RC
               MOVE 0 TO RETURN-CODE
               IF WS-PREFLIGHT-RC >= 256
                   DIVIDE WS-PREFLIGHT-RC BY 256
                       GIVING WS-PREFLIGHT-RC
               END-IF
               EVALUATE WS-PREFLIGHT-RC
                   WHEN 0
                       DISPLAY 'BF-BATCH-DRIVER: PRE-FLIGHT CHECK OF '
                           FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                           ' CLEAN'
                   WHEN 4
                       DISPLAY 'BF-BATCH-DRIVER: PRE-FLIGHT CHECK OF '
                           FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                           ' FOUND WARNINGS - SEE '
                           FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                           '.preflight'
                   WHEN OTHER
                       MOVE WS-PREFLIGHT-RC TO WS-EDIT-RC
                       DISPLAY 'BF-BATCH-DRIVER: PRE-FLIGHT CHECK OF '
                           FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                           ' FAILED (RC ' WS-EDIT-RC ') - SEE '
                           FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                           '.preflight - BATCH REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE.

      * A journal without its closing record is a night the driver
      * never finished. An ordinary start (or a RERUN, which would
      * work from the night before's state) is refused until the
      * operator either recovers it or removes the journal to
      * abandon it; RECOVER takes the night's settings back from
      * the journal's header.
           CHECK-BATCH-JOURNAL.
               PERFORM SCAN-BATCH-JOURNAL
               EVALUATE TRUE
                   WHEN WS-JNL-RECORD-COUNT = 0
                           OR WS-JNL-LAST-EVENT = 'Z'
                       IF RECOVER-MODE
                           DISPLAY 'BF-BATCH-DRIVER: RECOVER '
                               'REQUESTED BUT '
                               FUNCTION TRIM(WS-BATCH-JOURNAL-NAME)
                               ' HOLDS NO UNFINISHED NIGHT - '
                               'NOTHING TO RECOVER'
                           MOVE 0 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN NOT RECOVER-MODE
                       DISPLAY 'BF-BATCH-DRIVER: THE BATCH STARTED '
                           WS-JNL-STARTED-DATE ' '
                           WS-JNL-STARTED-TIME(1:2) ':'
                           WS-JNL-STARTED-TIME(3:2)
                           ' NEVER COMPLETED - RESTART IT WITH '
                           'RECOVER, OR REMOVE '
                           FUNCTION TRIM(WS-BATCH-JOURNAL-NAME)
                           ' TO ABANDON IT - BATCH REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-JNL-CONTROL-FILE NOT = WS-CONTROL-FILE-NAME
                       DISPLAY 'BF-BATCH-DRIVER: THE UNFINISHED '
                           'NIGHT RAN CONTROL FILE '
                           FUNCTION TRIM(WS-JNL-CONTROL-FILE)
                           ', NOT '
                           FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                           ' - RECOVERY REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   WHEN OTHER
                       MOVE WS-JNL-HDR-SCHEDULE-DATE TO
                           WS-SCHEDULE-DATE
                       SET SCHEDULE-DATE-EXPLICIT TO TRUE
                       MOVE WS-JNL-HDR-RERUN-FLAG TO WS-RERUN-SWITCH
                       IF NOT LANE-COUNT-EXPLICIT
                           MOVE WS-JNL-HDR-LANE-COUNT TO
                               WS-LANE-COUNT
                       END-IF
                       DISPLAY 'BF-BATCH-DRIVER: RECOVERING THE '
                           'BATCH STARTED ' WS-JNL-STARTED-DATE ' '
                           WS-JNL-STARTED-TIME(1:2) ':'
                           WS-JNL-STARTED-TIME(3:2)
                           ' FOR SCHEDULE DATE ' WS-SCHEDULE-DATE
               END-EVALUATE.

           SCAN-BATCH-JOURNAL.
               MOVE 0 TO WS-JNL-RECORD-COUNT
               MOVE SPACE TO WS-JNL-LAST-EVENT
               OPEN INPUT BATCH-JOURNAL-FILE
               IF WS-BATCH-JOURNAL-STATUS = '00'
                   MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
                   PERFORM UNTIL END-OF-JOURNAL
                       READ BATCH-JOURNAL-FILE INTO JOURNAL-RECORD
                           AT END
                               SET END-OF-JOURNAL TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JNL-RECORD-COUNT
                               MOVE JNL-EVENT TO WS-JNL-LAST-EVENT
                               IF JNL-NIGHT-STARTED
                                   PERFORM NOTE-JOURNAL-HEADER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BATCH-JOURNAL-FILE
               END-IF.

           NOTE-JOURNAL-HEADER.
               MOVE JNL-DATE TO WS-JNL-STARTED-DATE
               MOVE JNL-TIME TO WS-JNL-STARTED-TIME
               MOVE JNL-SCHEDULE-DATE TO WS-JNL-HDR-SCHEDULE-DATE
               MOVE JNL-LANE-COUNT TO WS-JNL-HDR-LANE-COUNT
               IF JNL-NIGHT-IS-RERUN
                   MOVE 'Y' TO WS-JNL-HDR-RERUN-FLAG
               ELSE
                   MOVE 'N' TO WS-JNL-HDR-RERUN-FLAG
               END-IF
               MOVE JNL-CONTROL-FILE TO WS-JNL-CONTROL-FILE.

      * A journal that cannot be written costs the night its
      * recoverability, never the night itself.
           START-BATCH-JOURNAL.
               OPEN OUTPUT BATCH-JOURNAL-FILE
               IF WS-BATCH-JOURNAL-STATUS = '00'
                   SET JOURNAL-IS-WRITABLE TO TRUE
                   MOVE 'H' TO WS-JNL-LAST-EVENT
                   PERFORM FILL-JOURNAL-HEADER
                   SET JNL-NIGHT-STARTED TO TRUE
                   WRITE BATCH-JOURNAL-RECORD FROM JOURNAL-RECORD
                   CLOSE BATCH-JOURNAL-FILE
               ELSE
                   DISPLAY 'BF-BATCH-DRIVER: CANNOT START BATCH '
                       'JOURNAL ' FUNCTION TRIM(WS-BATCH-JOURNAL-NAME)
                       ' (STATUS ' WS-BATCH-JOURNAL-STATUS
                       ') - THIS NIGHT CANNOT BE RECOVERED'
               END-IF.

           FILL-JOURNAL-HEADER.
               MOVE SPACES TO JOURNAL-RECORD
               ACCEPT WS-JNL-CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JNL-CLOCK-TIME FROM TIME
               MOVE WS-JNL-CLOCK-DATE TO JNL-DATE
               MOVE WS-JNL-CLOCK-TIME TO JNL-TIME
               MOVE 0 TO JNL-CARD-NO
               MOVE 0 TO JNL-LANE-NO
               MOVE 0 TO JNL-RC
               MOVE WS-SCHEDULE-DATE TO JNL-SCHEDULE-DATE
               MOVE WS-LANE-COUNT TO JNL-LANE-COUNT
               IF RERUN-MODE
                   MOVE 'Y' TO JNL-RERUN-FLAG
               ELSE
                   MOVE 'N' TO JNL-RERUN-FLAG
               END-IF
               MOVE WS-CARD-COUNT TO JNL-CARD-COUNT
               MOVE WS-CONTROL-FILE-NAME TO JNL-CONTROL-FILE.

      * The card is WS-JNL-CARD-IDX; the caller sets the event (and
      * the lane, for a dispatch).
           FILL-JOURNAL-CARD-EVENT.
               MOVE SPACES TO JOURNAL-RECORD
               ACCEPT WS-JNL-CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JNL-CLOCK-TIME FROM TIME
               MOVE WS-JNL-CLOCK-DATE TO JNL-DATE
               MOVE WS-JNL-CLOCK-TIME TO JNL-TIME
               MOVE WS-JNL-CARD-IDX TO JNL-CARD-NO
               MOVE WS-CARD-STATE(WS-JNL-CARD-IDX) TO JNL-CARD-STATE
               MOVE 0 TO JNL-LANE-NO
               MOVE WS-CARD-RC(WS-JNL-CARD-IDX) TO JNL-RC
               MOVE WS-CARD-SKIP-REASON(WS-JNL-CARD-IDX) TO
                   JNL-SKIP-REASON
               MOVE WS-CARD-TEXT(WS-JNL-CARD-IDX) TO JNL-CARD-TEXT.

           JOURNAL-DISPATCH-SETTLED.
               MOVE WS-DISPATCH-IDX TO WS-JNL-CARD-IDX
               PERFORM FILL-JOURNAL-CARD-EVENT
               SET JNL-CARD-SETTLED TO TRUE
               PERFORM WRITE-JOURNAL-EVENT.

           JOURNAL-CARD-DISPATCHED.
               PERFORM FILL-JOURNAL-CARD-EVENT
               SET JNL-CARD-DISPATCHED TO TRUE
               MOVE WS-JNL-LANE-NO TO JNL-LANE-NO
               PERFORM WRITE-JOURNAL-EVENT.

           JOURNAL-CARD-ADOPTED.
               PERFORM FILL-JOURNAL-CARD-EVENT
               SET JNL-CARD-ADOPTED TO TRUE
               MOVE WS-JNL-LANE-NO TO JNL-LANE-NO
               PERFORM WRITE-JOURNAL-EVENT.

           JOURNAL-CARD-ENDED.
               PERFORM FILL-JOURNAL-CARD-EVENT
               SET JNL-CARD-ENDED TO TRUE
               PERFORM WRITE-JOURNAL-EVENT.

           JOURNAL-NIGHT-COMPLETE.
               PERFORM FILL-JOURNAL-HEADER
               SET JNL-NIGHT-COMPLETE TO TRUE
               PERFORM WRITE-JOURNAL-EVENT.

      * Opened, written and closed per event, so a driver killed
      * at any moment leaves every earlier event on disk.
           WRITE-JOURNAL-EVENT.
               IF JOURNAL-IS-WRITABLE
                   OPEN EXTEND BATCH-JOURNAL-FILE
                   IF WS-BATCH-JOURNAL-STATUS = '00'
                       WRITE BATCH-JOURNAL-RECORD FROM JOURNAL-RECORD
                       CLOSE BATCH-JOURNAL-FILE
                   ELSE
                       DISPLAY 'BF-BATCH-DRIVER: CANNOT APPEND TO '
                           'BATCH JOURNAL '
                           FUNCTION TRIM(WS-BATCH-JOURNAL-NAME)
                           ' (STATUS ' WS-BATCH-JOURNAL-STATUS
                           ') - THIS NIGHT CANNOT BE RECOVERED'
                       MOVE 'N' TO WS-JOURNAL-OK-SWITCH
                   END-IF
               END-IF.

      * Replays the journal over the card table, settles each card
      * the driver lost track of, and heads the (rewritten) report
      * with what happened.
           RECOVER-INTERRUPTED-NIGHT.
               PERFORM APPLY-JOURNAL-EVENTS
               SET JOURNAL-IS-WRITABLE TO TRUE
               PERFORM FILL-JOURNAL-HEADER
               SET JNL-RECOVERY-STARTED TO TRUE
               PERFORM WRITE-JOURNAL-EVENT
               MOVE 0 TO WS-WATCH-COUNT
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   PERFORM SETTLE-ONE-RECOVERED-CARD
               END-PERFORM
               IF WS-WATCH-COUNT > 0
                   PERFORM WATCH-INTERRUPTED-CARDS
               END-IF
               PERFORM WRITE-RECOVERY-BANNER
               PERFORM WRITE-BATCH-STATUS
               DISPLAY 'BF-BATCH-DRIVER: RECOVERY - '
                   WS-RECOVER-FINISHED-COUNT ' ENDED WHILE DOWN, '
                   WS-RECOVER-ADOPTED-COUNT ' STILL RUNNING, '
                   WS-RECOVER-RELAUNCH-COUNT ' TO RUN AGAIN'.

      * Later events overrule earlier ones, so a card relaunched by
      * an earlier recovery reads as whatever became of the relaunch.
           APPLY-JOURNAL-EVENTS.
               MOVE 0 TO WS-JNL-MISMATCH-COUNT
               OPEN INPUT BATCH-JOURNAL-FILE
               IF WS-BATCH-JOURNAL-STATUS = '00'
                   MOVE 'N' TO WS-JOURNAL-EOF-SWITCH
                   PERFORM UNTIL END-OF-JOURNAL
                       READ BATCH-JOURNAL-FILE INTO JOURNAL-RECORD
                           AT END
                               SET END-OF-JOURNAL TO TRUE
                           NOT AT END
                               PERFORM APPLY-ONE-JOURNAL-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE BATCH-JOURNAL-FILE
               END-IF.

           APPLY-ONE-JOURNAL-EVENT.
               EVALUATE TRUE
                   WHEN JNL-NIGHT-STARTED OR JNL-RECOVERY-STARTED
                           OR JNL-NIGHT-COMPLETE
                       CONTINUE
                   WHEN JNL-CARD-NO IS NOT NUMERIC
                           OR JNL-CARD-NO < 1
                           OR JNL-CARD-NO > WS-CARD-COUNT
                       ADD 1 TO WS-JNL-MISMATCH-COUNT
                   WHEN JNL-CARD-TEXT NOT = WS-CARD-TEXT(JNL-CARD-NO)
                       ADD 1 TO WS-JNL-MISMATCH-COUNT
                   WHEN JNL-CARD-DISPATCHED OR JNL-CARD-ADOPTED
                       MOVE 'D' TO WS-CARD-JNL-STATE(JNL-CARD-NO)
                   WHEN JNL-CARD-ENDED
                       MOVE 'E' TO WS-CARD-JNL-STATE(JNL-CARD-NO)
                       MOVE JNL-RC TO WS-CARD-RC(JNL-CARD-NO)
                   WHEN JNL-CARD-SETTLED
                       MOVE 'K' TO WS-CARD-JNL-STATE(JNL-CARD-NO)
                       MOVE JNL-CARD-STATE TO
                           WS-CARD-STATE(JNL-CARD-NO)
                       MOVE JNL-RC TO WS-CARD-RC(JNL-CARD-NO)
                       MOVE JNL-SKIP-REASON TO
                           WS-CARD-SKIP-REASON(JNL-CARD-NO)
                   WHEN OTHER
                       ADD 1 TO WS-JNL-MISMATCH-COUNT
               END-EVALUATE.

      * Every card is tokenized in order, as the dispatcher would
      * have, so the chain table and each card's chain come out the
      * same as on the original night.
           SETTLE-ONE-RECOVERED-CARD.
               MOVE WS-CARD-IDX TO WS-DISPATCH-IDX
               MOVE WS-CARD-TEXT(WS-CARD-IDX) TO WS-CARD-LINE
               PERFORM VALIDATE-CONTROL-LINE
               PERFORM EXTRACT-DRIVER-TOKENS
               EVALUATE TRUE
                   WHEN CARD-JNL-ENDED(WS-CARD-IDX)
                       MOVE 'F' TO WS-CARD-STATE(WS-CARD-IDX)
                       MOVE 'Y' TO WS-CARD-SETTLED-FLAG(WS-CARD-IDX)
                       MOVE WS-CARD-IDX TO WS-CHAIN-CARD-IDX
                       PERFORM RECORD-CHAIN-OUTCOME
                   WHEN CARD-JNL-SETTLED(WS-CARD-IDX)
                       MOVE 'Y' TO WS-CARD-SETTLED-FLAG(WS-CARD-IDX)
                       IF (CARD-IS-SKIPPED(WS-CARD-IDX)
                               OR CARD-IS-COND-SKIPPED(WS-CARD-IDX))
                               AND WS-CARD-CHAIN NOT = 0
                           MOVE 'Y' TO WS-CHN-FAILED(WS-CARD-CHAIN)
                       END-IF
                   WHEN CARD-JNL-IN-FLIGHT(WS-CARD-IDX)
                       MOVE SPACES TO WS-CARD-RC-FILE(WS-CARD-IDX)
                       STRING FUNCTION TRIM(WS-CARD-TOKEN(1)) '.rc'
                           DELIMITED BY SIZE INTO
                           WS-CARD-RC-FILE(WS-CARD-IDX)
                       PERFORM CHECK-CARD-RC-CAPTURE
                       IF RC-CAPTURE-FOUND
                           PERFORM SETTLE-CARD-ENDED-WHILE-DOWN
                       ELSE
                           MOVE 'Y' TO WS-CARD-WATCH-FLAG(WS-CARD-IDX)
                           ADD 1 TO WS-WATCH-COUNT
                           MOVE 0 TO WS-CARD-LOCK-SEEN(WS-CARD-IDX)
                           PERFORM READ-CARD-HEARTBEAT
                           MOVE WS-HEARTBEAT-NOW TO
                               WS-CARD-HEARTBEAT(WS-CARD-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * A card whose code lands while it is watched is settled at
      * once; one whose heartbeat moves is alive and is adopted; one
      * whose lock has been gone for the grace period without a
      * code is lost. Whatever is still locked with a frozen
      * heartbeat when the watch ends died holding its lock. A
      * distribution card has no lock to lose, so only the .rc file
      * or the end of the watch settles it - relaunching it while it
      * is still delivering would send every bundle twice.
           WATCH-INTERRUPTED-CARDS.
               DISPLAY 'BF-BATCH-DRIVER: WATCHING ' WS-WATCH-COUNT
                   ' INTERRUPTED CARD(S) FOR UP TO '
                   WS-RECOVER-WATCH-SECONDS ' SECONDS'
               MOVE 0 TO WS-WATCH-SECOND
               PERFORM UNTIL WS-WATCH-COUNT = 0
                       OR WS-WATCH-SECOND >= WS-RECOVER-WATCH-SECONDS
                   CALL 'CBL_GC_NANOSLEEP' USING WS-WATCH-NANOSECONDS
                   ADD 1 TO WS-WATCH-SECOND
                   PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-CARD-COUNT
                       IF CARD-UNDER-WATCH(WS-CARD-IDX)
                           PERFORM WATCH-ONE-CARD
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF CARD-UNDER-WATCH(WS-CARD-IDX)
                       PERFORM CHECK-CARD-RUN-LOCK
                       IF SCRIPT-LOCK-IS-HELD
                           MOVE 'U' TO
                               WS-CARD-RESUME-FLAG(WS-CARD-IDX)
                           MOVE SPACES TO
                               WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
                           STRING 'died holding its lock - stale lock '
                               'cleared, run again'
                               DELIMITED BY SIZE INTO
                                   WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
                       ELSE
                           MOVE 'R' TO
                               WS-CARD-RESUME-FLAG(WS-CARD-IDX)
                           MOVE SPACES TO
                               WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
                           STRING 'interrupted with the driver - run '
                               'again'
                               DELIMITED BY SIZE INTO
                                   WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
                       END-IF
                       PERFORM RELAUNCH-INTERRUPTED-CARD
                   END-IF
               END-PERFORM.

           WATCH-ONE-CARD.
               PERFORM CHECK-CARD-RC-CAPTURE
               IF RC-CAPTURE-FOUND
                   PERFORM SETTLE-CARD-ENDED-WHILE-DOWN
               ELSE
                   PERFORM CHECK-CARD-RUN-LOCK
                   IF SCRIPT-LOCK-IS-HELD
                       MOVE WS-WATCH-SECOND TO
                           WS-CARD-LOCK-SEEN(WS-CARD-IDX)
                       PERFORM READ-CARD-HEARTBEAT
                       IF WS-HEARTBEAT-NOW NOT =
                               WS-CARD-HEARTBEAT(WS-CARD-IDX)
                           PERFORM ADOPT-RUNNING-CARD
                       END-IF
                   ELSE
                       IF NOT CARD-SHOWS-NO-LOCK
                               AND WS-WATCH-SECOND >=
                               WS-CARD-LOCK-SEEN(WS-CARD-IDX) +
                               WS-LOCKLESS-GRACE-SECONDS
                           MOVE 'R' TO
                               WS-CARD-RESUME-FLAG(WS-CARD-IDX)
                           MOVE SPACES TO
                               WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
                           STRING 'interrupted with the driver - run '
                               'again'
                               DELIMITED BY SIZE INTO
                                   WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
                           PERFORM RELAUNCH-INTERRUPTED-CARD
                       END-IF
                   END-IF
               END-IF.

           CHECK-CARD-RC-CAPTURE.
               MOVE 'N' TO WS-RC-FOUND-SWITCH
               MOVE WS-CARD-RC-FILE(WS-CARD-IDX) TO WS-RC-FILE-NAME
               OPEN INPUT RC-CAPTURE-FILE
               IF WS-RC-FILE-STATUS = '00'
                   MOVE SPACES TO RC-CAPTURE-RECORD
                   READ RC-CAPTURE-FILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE RC-CAPTURE-FILE
                   IF RC-CAPTURE-RECORD NOT = SPACES
                       SET RC-CAPTURE-FOUND TO TRUE
                       IF FUNCTION TRIM(RC-CAPTURE-RECORD)
                               IS NUMERIC
                           MOVE FUNCTION NUMVAL(RC-CAPTURE-RECORD)
                               TO WS-CARD-RC(WS-CARD-IDX)
                       ELSE
                           MOVE 255 TO WS-CARD-RC(WS-CARD-IDX)
                       END-IF
                   END-IF
               END-IF.

      * Housekeeping works under the directory lock (which already
      * stopped this driver if it is still held) and distribution
      * takes none, so only interpreter cards have a lock to show.
      * A distribution card says so, so its missing lock is not
      * read as a run that has ended.
           CHECK-CARD-RUN-LOCK.
               MOVE 'N' TO WS-SCRIPT-LOCK-SWITCH
               MOVE SPACES TO WS-REF-FIRST-TOKEN
               UNSTRING WS-CARD-TEXT(WS-CARD-IDX)
                   DELIMITED BY ALL SPACE INTO WS-REF-FIRST-TOKEN
               END-UNSTRING
               EVALUATE WS-REF-FIRST-TOKEN
                   WHEN 'HOUSEKEEP'
                       CONTINUE
                   WHEN 'DISTRIBUTE'
                       SET CARD-SHOWS-NO-LOCK TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO WS-SCRIPT-LOCK-NAME
                       STRING FUNCTION TRIM(WS-REF-FIRST-TOKEN) '.lock'
                           DELIMITED BY SIZE INTO WS-SCRIPT-LOCK-NAME
                       OPEN INPUT SCRIPT-LOCK-FILE
                       IF WS-SCRIPT-LOCK-STATUS = '00'
                           SET SCRIPT-LOCK-IS-HELD TO TRUE
                           CLOSE SCRIPT-LOCK-FILE
                       END-IF
               END-EVALUATE.

      * The interpreter rewrites its stamp at every checkpoint, so
      * a live run's stamp changes within seconds; no stamp at all
      * reads as blanks.
           READ-CARD-HEARTBEAT.
               MOVE SPACES TO WS-HEARTBEAT-NOW
               MOVE SPACES TO WS-REF-FIRST-TOKEN
               UNSTRING WS-CARD-TEXT(WS-CARD-IDX)
                   DELIMITED BY ALL SPACE INTO WS-REF-FIRST-TOKEN
               END-UNSTRING
               MOVE SPACES TO WS-HEARTBEAT-FILE-NAME
               STRING FUNCTION TRIM(WS-REF-FIRST-TOKEN) '.heartbeat'
                   DELIMITED BY SIZE INTO WS-HEARTBEAT-FILE-NAME
               OPEN INPUT HEARTBEAT-FILE
               IF WS-HEARTBEAT-STATUS = '00'
                   READ HEARTBEAT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE HEARTBEAT-RECORD TO WS-HEARTBEAT-NOW
                   END-READ
                   CLOSE HEARTBEAT-FILE
               END-IF.

           SETTLE-CARD-ENDED-WHILE-DOWN.
               MOVE 'F' TO WS-CARD-STATE(WS-CARD-IDX)
               MOVE 'Y' TO WS-CARD-SETTLED-FLAG(WS-CARD-IDX)
               PERFORM RELEASE-CARD-FROM-WATCH
               MOVE SPACES TO WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
               STRING 'ended while the driver was down - code from its '
                   '.rc file'
                   DELIMITED BY SIZE INTO
                       WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
               MOVE WS-CARD-IDX TO WS-JNL-CARD-IDX
               PERFORM JOURNAL-CARD-ENDED
               CALL 'CBL_DELETE_FILE' USING WS-RC-FILE-NAME
                   RETURNING WS-RC-DELETE-RC
               MOVE WS-CARD-IDX TO WS-CHAIN-CARD-IDX
               PERFORM RECORD-CHAIN-OUTCOME
               ADD 1 TO WS-RECOVER-FINISHED-COUNT.

      * Into a free lane, exactly as if this driver had launched
      * it - the lane poll picks its code up from the .rc file the
      * original lane's shell will still write.
           ADOPT-RUNNING-CARD.
               MOVE 0 TO WS-FREE-LANE-IDX
               PERFORM VARYING WS-LANE-IDX FROM 1 BY 1
                   UNTIL WS-LANE-IDX > WS-LANE-COUNT
                       OR WS-FREE-LANE-IDX NOT = 0
                   IF WS-LANE-BUSY-FLAG(WS-LANE-IDX) NOT = 'Y'
                       MOVE WS-LANE-IDX TO WS-FREE-LANE-IDX
                   END-IF
               END-PERFORM
               IF WS-FREE-LANE-IDX = 0 AND WS-LANE-COUNT < MAX-LANES
                   ADD 1 TO WS-LANE-COUNT
                   MOVE WS-LANE-COUNT TO WS-FREE-LANE-IDX
               END-IF
               IF WS-FREE-LANE-IDX NOT = 0
                   MOVE 'Y' TO WS-LANE-BUSY-FLAG(WS-FREE-LANE-IDX)
                   MOVE WS-CARD-IDX TO
                       WS-LANE-CARD-IDX(WS-FREE-LANE-IDX)
                   MOVE WS-REF-FIRST-TOKEN(1:30) TO
                       WS-LANE-SCRIPT(WS-FREE-LANE-IDX)
                   ACCEPT WS-STATUS-CLOCK FROM TIME
                   MOVE WS-STATUS-CLOCK TO
                       WS-LANE-START-TIME(WS-FREE-LANE-IDX)
                   MOVE 'R' TO WS-CARD-STATE(WS-CARD-IDX)
                   MOVE 'Y' TO WS-CARD-SETTLED-FLAG(WS-CARD-IDX)
                   PERFORM RELEASE-CARD-FROM-WATCH
                   MOVE SPACES TO WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
                   STRING 'still running at the restart - adopted, '
                       'not run again'
                       DELIMITED BY SIZE INTO
                           WS-CARD-RECOVERY-NOTE(WS-CARD-IDX)
                   MOVE WS-CARD-IDX TO WS-JNL-CARD-IDX
                   MOVE WS-FREE-LANE-IDX TO WS-JNL-LANE-NO
                   PERFORM JOURNAL-CARD-ADOPTED
                   ADD 1 TO WS-RECOVER-ADOPTED-COUNT
                   MOVE WS-CARD-TEXT(WS-CARD-IDX) TO WS-CARD-LINE
                   PERFORM VALIDATE-CONTROL-LINE
                   PERFORM CHECK-CARD-USES-LIBRARY
                   IF CARD-USES-LIBRARY
                       SET ADOPTED-FOREGROUND-CARD TO TRUE
                   END-IF
               END-IF.

      * Back to pending; the dispatcher reaches it in its turn and
      * BUILD-SHELL-COMMAND adds the resume tokens.
           RELAUNCH-INTERRUPTED-CARD.
               MOVE 'P' TO WS-CARD-STATE(WS-CARD-IDX)
               MOVE 'N' TO WS-CARD-SETTLED-FLAG(WS-CARD-IDX)
               PERFORM RELEASE-CARD-FROM-WATCH
               ADD 1 TO WS-RECOVER-RELAUNCH-COUNT.

           RELEASE-CARD-FROM-WATCH.
               IF CARD-UNDER-WATCH(WS-CARD-IDX)
                   MOVE 'N' TO WS-CARD-WATCH-FLAG(WS-CARD-IDX)
                   SUBTRACT 1 FROM WS-WATCH-COUNT
               END-IF.

           WRITE-RECOVERY-BANNER.
               MOVE SPACES TO BATCH-REPORT-RECORD
               STRING 'RECOVERED NIGHT - STARTED ' WS-JNL-STARTED-DATE
                   ' ' WS-JNL-STARTED-TIME(1:2) ':'
                   WS-JNL-STARTED-TIME(3:2)
                   ', DRIVER LOST, RESUMED ' WS-JNL-CLOCK-DATE ' '
                   WS-JNL-CLOCK-TIME(1:2) ':' WS-JNL-CLOCK-TIME(3:2)
                   DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
               IF WS-JNL-MISMATCH-COUNT > 0
                   MOVE WS-JNL-MISMATCH-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO BATCH-REPORT-RECORD
                   STRING 'WARNING: ' WS-EDIT-COUNT
                       ' JOURNAL EVENT(S) NO LONGER MATCH THE '
                       'CONTROL FILE'
                       DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
                   WRITE BATCH-REPORT-RECORD
                   DISPLAY 'BF-BATCH-DRIVER: ' WS-JNL-MISMATCH-COUNT
                       ' JOURNAL EVENT(S) NO LONGER MATCH THE '
                       'CONTROL FILE - THOSE CARDS ARE TREATED AS '
                       'NOT YET RUN'
               END-IF
               MOVE SPACES TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD.

      * Every card's final code, clean and failed alike, so the next
      * RERUN knows the whole picture. Cards that never produced a
      * code (whitelist-refused, or skipped by a condition) are
      * recorded as 255 and will be attempted again; cards that were
      * not due are flagged so the RERUN leaves them alone.
           WRITE-BATCH-STATE.
               OPEN OUTPUT BATCH-STATE-FILE
               IF WS-BATCH-STATE-STATUS = '00'
                       UNTIL WS-CARD-IDX > WS-CARD-COUNT
                       MOVE SPACES TO BATCH-STATE-RECORD
                       MOVE WS-CARD-IDX TO BS-CARD-NO
                       EVALUATE TRUE
                           WHEN CARD-IS-FINISHED(WS-CARD-IDX)
                                   OR CARD-IS-PRECLEAN(WS-CARD-IDX)
                               MOVE WS-CARD-RC(WS-CARD-IDX) TO BS-RC
                           WHEN CARD-IS-NOT-SCHEDULED(WS-CARD-IDX)
                               MOVE 0 TO BS-RC
                               SET BS-CARD-NOT-SCHEDULED TO TRUE
                           WHEN OTHER
                               MOVE 255 TO BS-RC
                       END-EVALUATE
                       MOVE WS-CARD-TEXT(WS-CARD-IDX) TO
                           BS-CARD-TEXT
                       MOVE WS-SCHEDULE-DATE TO BS-RUN-DATE
                       WRITE BATCH-STATE-RECORD
                   END-PERFORM
                   CLOSE BATCH-STATE-FILE
                       ADD 1 TO WS-CLEAN-COUNT
                   WHEN 4
                       MOVE 'WARN' TO WS-STATUS-WORD
                       MOVE 'TRUNCATED OR RECORDS REJECTED' TO
                           WS-RC-DESC
                       ADD 1 TO WS-WARN-COUNT
                   WHEN 6
                       MOVE 'WARN' TO WS-STATUS-WORD
