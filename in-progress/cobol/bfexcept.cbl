                  WS-EVIDENCE-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EVIDENCE-STATUS.
      * BF-SLA-REPORT's list of last night's SLA misses and late
      * runs - absent when that report has not been run.
              SELECT SLA-BREACH-FILE ASSIGN TO DYNAMIC
                  WS-SLA-BREACH-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SLA-BREACH-STATUS.
              SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC
                  WS-EXCEPTIONS-NAME
              ORGANIZATION IS LINE SEQUENTIAL.
      * The replay package a failed run left (<script>.replay) - only
      * its first record is read, to name it in the report.
              SELECT REPLAY-PACKAGE-FILE ASSIGN TO DYNAMIC
                  WS-REPLAY-PACKAGE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPLAY-PACKAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD EVIDENCE-FILE.
           01 EVIDENCE-RECORD PIC X(80).

           FD SLA-BREACH-FILE.
           COPY 'bfslbrec.cpy'.

           FD EXCEPTIONS-FILE.
           01 EXCEPTIONS-RECORD PIC X(132).

           FD REPLAY-PACKAGE-FILE.
           COPY 'bfrplrec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line, every parameter optional:
      *   bfexceptions                       - read last night's
      *                                        batch-report.txt,
      *                                        trend-report.txt and
      *                                        sla-breaches.txt
      *   ... BATCH=file TREND=file SLA=file - read other copies
      * One prioritized report of everything that went wrong
      * overnight, worst first: per-card failures and warnings from
      * the batch report (with the driver's own RC-class wording),
      * verify verdicts, validation failures, governed STOPPED
      * statuses, the trend report's deviation flags and the SLA
      * report's breaches for the night - each
      * with the first line of supporting detail from the script's
      * own evidence file. Each batch-report failure and warning
      * also names the replay package the run left for its owner
      * to rerun it from. A clean night produces a report that is
      * just the words NO EXCEPTIONS.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-EXC-PARM-MAX CONSTANT 3.
           01 WS-EXC-PARMS.
               05 WS-EXC-PARM PIC X(100)
                   OCCURS WS-EXC-PARM-MAX TIMES.
           01 WS-EVIDENCE-STATUS PIC XX.
           01 WS-EVIDENCE-EOF-SWITCH PIC X.
               88 END-OF-EVIDENCE VALUE 'Y'.
           01 WS-SLA-BREACH-NAME PIC X(100)
               VALUE 'sla-breaches.txt'.
           01 WS-SLA-BREACH-STATUS PIC XX.
           01 WS-SLA-BREACH-EOF-SWITCH PIC X.
               88 END-OF-SLA-BREACHES VALUE 'Y'.
           01 WS-EDIT-LATE-MINUTES PIC ZZZZ9.
           01 WS-EXCEPTIONS-NAME PIC X(100)
               VALUE 'exceptions-report.txt'.
           01 WS-REPLAY-PACKAGE-NAME PIC X(124).
           01 WS-REPLAY-PACKAGE-STATUS PIC XX.

      * Severity classes, worst first, used both to order the
      * report and as its SEV column:
      *   2 - the run ended but its output failed verification
      *   3 - warnings: truncated script or a tripped governor
      *   4 - trend deviations (ran, but not like it usually does)
      *   5 - SLA breaches: a committed deadline missed or run late
      *       (kept in a class of their own, so the existing class
      *       numbers mean what they always have)
           01 MAX-EXCEPTIONS CONSTANT 200.
           01 WS-EXCEPTION-TABLE.
               05 WS-EXCEPTION-ENTRY OCCURS MAX-EXCEPTIONS TIMES.
                   10 WS-EX-RC PIC 9(3).
                   10 WS-EX-DESC PIC X(40).
                   10 WS-EX-DETAIL PIC X(80).
                   10 WS-EX-REPLAY PIC X(80).
           01 WS-EXCEPTION-COUNT PIC 9(3) VALUE 0.
           01 WS-EXCEPTION-IDX PIC 9(3).
           01 WS-SEV-WANTED PIC 9(1).
           01 WS-CUR-VERIFY PIC X(13).
           01 WS-NEW-SEV PIC 9(1).
           01 WS-NEW-DETAIL PIC X(80).
           01 WS-NEW-REPLAY PIC X(80) VALUE SPACES.

           01 WS-TREND-SCRIPT PIC X(30).

               PERFORM SCAN-BATCH-REPORT
               IF WS-RUN-RC = 0
                   PERFORM SCAN-TREND-REPORT
                   PERFORM SCAN-SLA-BREACHES
                   PERFORM WRITE-EXCEPTIONS-REPORT
                   IF WS-EXCEPTION-COUNT = 0
                       DISPLAY 'BF-EXCEPTIONS-REPORT: NO EXCEPTIONS'
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-EXC-PARM(1) WS-EXC-PARM(2)
                       WS-EXC-PARM(3)
               END-UNSTRING
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-EXC-PARM-MAX
                   WHEN WS-PARM-TO-CLASSIFY(1:6) = 'TREND='
                       MOVE WS-PARM-TO-CLASSIFY(7:) TO
                           WS-TREND-REPORT-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:4) = 'SLA='
                       MOVE WS-PARM-TO-CLASSIFY(5:) TO
                           WS-SLA-BREACH-NAME
                   WHEN OTHER
                       DISPLAY 'BF-EXCEPTIONS-REPORT: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                       MOVE 'CARD SKIPPED - NEVER RAN' TO
                           WS-CUR-DESC
                       MOVE BATCH-REPORT-RECORD TO WS-NEW-DETAIL
                       MOVE '(none - the card never ran)' TO
                           WS-NEW-REPLAY
                       PERFORM ADD-ONE-EXCEPTION
                       MOVE SPACES TO WS-CUR-SCRIPT
                   WHEN BATCH-REPORT-RECORD(1:8) = 'STATUS: '
                   WHEN WS-CUR-RC >= 8
                       MOVE 1 TO WS-NEW-SEV
                       PERFORM FETCH-SUPPORT-DETAIL
                       PERFORM FETCH-REPLAY-PACKAGE
                       PERFORM ADD-ONE-EXCEPTION
                   WHEN WS-CUR-VERIFY = 'VERIFY-FAILED'
                       MOVE 2 TO WS-NEW-SEV
                       MOVE 'OUTPUT FAILED VERIFICATION' TO
                           WS-CUR-DESC
                       PERFORM FETCH-VERIFY-DETAIL
                       PERFORM FETCH-REPLAY-PACKAGE
                       PERFORM ADD-ONE-EXCEPTION
                   WHEN WS-CUR-RC = 4 OR WS-CUR-RC = 6
                       MOVE 3 TO WS-NEW-SEV
                       PERFORM FETCH-SUPPORT-DETAIL
                       PERFORM FETCH-REPLAY-PACKAGE
                       PERFORM ADD-ONE-EXCEPTION
                   WHEN OTHER
                       CONTINUE
                   CLOSE EVIDENCE-FILE
               END-IF.

      * The interpreter packages every run that did not end clean
      * and every run whose output failed verification, so a package
      * is expected for any non-zero RC and for a verify failure at
      * RC 0. The package's own run date, time and RC are
      * shown, and an RC that differs from tonight's is called out -
      * a run refused by a held lock packages nothing, so the file
      * on disk is then an earlier run's.
           FETCH-REPLAY-PACKAGE.
               MOVE SPACES TO WS-NEW-REPLAY
               MOVE SPACES TO WS-REPLAY-PACKAGE-NAME
               STRING FUNCTION TRIM(WS-CUR-SCRIPT) '.replay'
                   DELIMITED BY SIZE INTO WS-REPLAY-PACKAGE-NAME
               OPEN INPUT REPLAY-PACKAGE-FILE
               IF WS-REPLAY-PACKAGE-STATUS = '00'
                   READ REPLAY-PACKAGE-FILE
                       AT END
                           MOVE SPACES TO REPLAY-RECORD
                   END-READ
                   CLOSE REPLAY-PACKAGE-FILE
                   IF RP-PACKAGE-RECORD AND RP-END-RC IS NUMERIC
                       IF RP-END-RC = WS-CUR-RC
                           STRING FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                               ' (RUN ' RP-RUN-DATE ' '
                               RP-RUN-TIME(1:2) ':' RP-RUN-TIME(3:2)
                               ', RC ' RP-END-RC ')'
                               DELIMITED BY SIZE INTO WS-NEW-REPLAY
                       ELSE
                           STRING FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                               ' (RUN ' RP-RUN-DATE ' '
                               RP-RUN-TIME(1:2) ':' RP-RUN-TIME(3:2)
                               ', RC ' RP-END-RC
                               ' - NOT THIS RUN''S RC)'
                               DELIMITED BY SIZE INTO WS-NEW-REPLAY
                       END-IF
                   END-IF
               END-IF
               IF WS-NEW-REPLAY = SPACES
                       AND (WS-CUR-RC NOT = 0
                           OR WS-CUR-VERIFY = 'VERIFY-FAILED')
                   MOVE '(no replay package found)' TO WS-NEW-REPLAY
               END-IF.

      * Deviation flags live under their script's own banner line
      * in the trend report - remember the banner, attach the flag.
           SCAN-TREND-REPORT.
                       CONTINUE
               END-EVALUATE.

      * Every line of the breach list is a breach - BF-SLA-REPORT
      * only writes the ones that missed or ran late.
           SCAN-SLA-BREACHES.
               OPEN INPUT SLA-BREACH-FILE
               IF WS-SLA-BREACH-STATUS = '00'
                   MOVE 'N' TO WS-SLA-BREACH-EOF-SWITCH
                   PERFORM UNTIL END-OF-SLA-BREACHES
                       READ SLA-BREACH-FILE
                           AT END
                               SET END-OF-SLA-BREACHES TO TRUE
                           NOT AT END
                               IF SB-SCRIPT-NAME NOT = SPACES
                                   PERFORM ADD-SLA-BREACH-EXCEPTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SLA-BREACH-FILE
               END-IF.

           ADD-SLA-BREACH-EXCEPTION.
               MOVE 5 TO WS-NEW-SEV
               MOVE SB-SCRIPT-NAME TO WS-CUR-SCRIPT
               MOVE 0 TO WS-CUR-RC
               MOVE SPACES TO WS-CUR-DESC
               EVALUATE TRUE
                   WHEN SB-RUN-MISSED
                       MOVE 'SLA BREACH - DUE BUT NEVER RAN' TO
                           WS-CUR-DESC
                   WHEN SB-LATE-MINUTES = 0
                       MOVE 'SLA BREACH - NO CLEAN RUN' TO
                           WS-CUR-DESC
                   WHEN OTHER
                       MOVE SB-LATE-MINUTES TO WS-EDIT-LATE-MINUTES
                       STRING 'SLA BREACH - LATE '
                           FUNCTION TRIM(WS-EDIT-LATE-MINUTES) ' MIN'
                           DELIMITED BY SIZE INTO WS-CUR-DESC
               END-EVALUATE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING 'DUE ' SB-DUE-DATE ': '
                   FUNCTION TRIM(SB-DETAIL)
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-ONE-EXCEPTION.

           ADD-ONE-EXCEPTION.
               IF WS-EXCEPTION-COUNT >= MAX-EXCEPTIONS
                   ADD 1 TO WS-DROPPED-COUNT
                       WS-EX-DESC(WS-EXCEPTION-COUNT)
                   MOVE WS-NEW-DETAIL TO
                       WS-EX-DETAIL(WS-EXCEPTION-COUNT)
                   MOVE WS-NEW-REPLAY TO
                       WS-EX-REPLAY(WS-EXCEPTION-COUNT)
               END-IF
               MOVE SPACES TO WS-NEW-REPLAY.

      * Worst first: one pass per severity class keeps entries of
      * the same class in the batch report's own card order.
                   MOVE SPACES TO EXCEPTIONS-RECORD
                   STRING 'OVERNIGHT EXCEPTIONS - SOURCE: '
                       FUNCTION TRIM(WS-BATCH-REPORT-NAME)
                       ', ' FUNCTION TRIM(WS-TREND-REPORT-NAME)
                       ' AND ' FUNCTION TRIM(WS-SLA-BREACH-NAME)
                       DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
                   WRITE EXCEPTIONS-RECORD
                   MOVE SPACES TO EXCEPTIONS-RECORD
                   WRITE EXCEPTIONS-RECORD
                   PERFORM VARYING WS-SEV-WANTED FROM 1 BY 1
                       UNTIL WS-SEV-WANTED > 5
                       PERFORM VARYING WS-EXCEPTION-IDX FROM 1 BY 1
                           UNTIL WS-EXCEPTION-IDX >
                               WS-EXCEPTION-COUNT
                   FUNCTION TRIM(WS-EX-DETAIL(WS-EXCEPTION-IDX))
                   DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
               WRITE EXCEPTIONS-RECORD
               IF WS-EX-REPLAY(WS-EXCEPTION-IDX) NOT = SPACES
                   MOVE SPACES TO EXCEPTIONS-RECORD
                   STRING '       REPLAY: '
                       FUNCTION TRIM(WS-EX-REPLAY(WS-EXCEPTION-IDX))
                       DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
                   WRITE EXCEPTIONS-RECORD
               END-IF
               MOVE SPACES TO EXCEPTIONS-RECORD
               WRITE EXCEPTIONS-RECORD.

