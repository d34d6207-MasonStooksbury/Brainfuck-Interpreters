       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-DISTRIBUTE.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DIST-MASTER ASSIGN TO DYNAMIC
                  WS-DIST-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DST-KEY
              FILE STATUS IS WS-DIST-STATUS.
              SELECT RUN-HISTORY-FILE ASSIGN TO DYNAMIC
                  WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
      * A script's .output read back one byte at a time, the same
      * way the interpreter wrote it - raw output and a FORMAT print
      * report alike are split into lines at each newline byte.
              SELECT SCRIPT-OUTPUT-FILE ASSIGN TO DYNAMIC
                  WS-OUTPUT-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
              SELECT DELIVERY-FILE ASSIGN TO DYNAMIC
                  WS-DELIVERY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DELIVERY-STATUS.
              SELECT DELIVERY-LOG-FILE ASSIGN TO DYNAMIC
                  WS-LOG-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
              SELECT DISTRIBUTE-REPORT-FILE ASSIGN TO DYNAMIC
                  WS-DISTRIBUTE-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DIST-MASTER.
           COPY 'bfdstrec.cpy'.

           FD RUN-HISTORY-FILE.
           COPY 'bfhisrec.cpy'.

           FD SCRIPT-OUTPUT-FILE.
           01 SCRIPT-OUTPUT-BYTE PIC X.

           FD DELIVERY-FILE.
           01 DELIVERY-RECORD PIC X(132).

           FD DELIVERY-LOG-FILE.
           COPY 'bfdlgrec.cpy'.

      * Short enough to be rolled into the batch report when the
      * program runs as a DISTRIBUTE card.
           FD DISTRIBUTE-REPORT-FILE.
           01 DISTRIBUTE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      * Whole command line, all parameters optional and in any
      * order:
      *   DIST=file       - distribution master (dist-master.dat)
      *   HISTORY=file    - run-history master (run-history.dat)
      *   LOG=file        - delivery log appended to
      *                     (delivery-log.txt)
      *   RUNDATE=yyyymmdd - the night being distributed (today);
      *                     the batch driver passes its own schedule
      *                     date on a DISTRIBUTE card
      * Each recipient named in the master gets one delivery file,
      * <recipient>.<rundate>.delivery: a cover with a table of
      * contents, then every script's output the master routes to
      * it, each copy behind its own banner page when the entry
      * asks for one. Output of a script that failed or did not run
      * is held back - the contents say so, and so does the log.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-DIST-PARM-MAX CONSTANT 4.
           01 WS-DIST-PARMS.
               05 WS-DIST-PARM PIC X(100)
                   OCCURS WS-DIST-PARM-MAX TIMES.
           01 WS-PARM-IDX PIC 9(1).
           01 WS-PARM-TO-CLASSIFY PIC X(100).

           01 WS-DIST-FILE-NAME PIC X(100) VALUE 'dist-master.dat'.
           01 WS-DIST-STATUS PIC XX.
           01 WS-DIST-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-DIST-MASTER VALUE 'Y'.
           01 WS-HISTORY-FILE-NAME PIC X(100)
               VALUE 'run-history.dat'.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-HISTORY VALUE 'Y'.
           01 WS-OUTPUT-FILE-NAME PIC X(120).
           01 WS-OUTPUT-STATUS PIC XX.
           01 WS-OUTPUT-EOF-SWITCH PIC X.
               88 END-OF-SCRIPT-OUTPUT VALUE 'Y'.
           01 WS-DELIVERY-FILE-NAME PIC X(100).
           01 WS-DELIVERY-STATUS PIC XX.
           01 WS-LOG-FILE-NAME PIC X(100) VALUE 'delivery-log.txt'.
           01 WS-LOG-STATUS PIC XX.
           01 WS-LOG-OPEN-SWITCH PIC X VALUE 'N'.
               88 DELIVERY-LOG-OPEN VALUE 'Y'.
           01 WS-DISTRIBUTE-REPORT-NAME PIC X(100)
               VALUE 'distribute-report.txt'.
           01 WS-REPORT-STATUS PIC XX.

      * The night runs from the run date into the small hours of
      * the next morning - a run that started before noon the next
      * day still belongs to it.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-NEXT-DATE PIC 9(8).
           01 WS-RUN-DATE-INT PIC 9(7).
           01 WS-NEXT-MORNING-LIMIT PIC 9(8) VALUE 12000000.
           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

      * One entry per master record, in key order - script, then
      * recipient.
           01 MAX-DIST-ENTRIES CONSTANT 500.
           01 WS-ENTRY-TABLE.
               05 WS-ENTRY OCCURS MAX-DIST-ENTRIES TIMES.
                   10 WS-EN-SCRIPT PIC X(30).
                   10 WS-EN-RECIPIENT PIC X(20).
                   10 WS-EN-COPIES PIC 9(2).
                   10 WS-EN-BANNER PIC X.
                   10 WS-EN-SCRIPT-IDX PIC 9(3).
                   10 WS-EN-LINES PIC 9(7).
           01 WS-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 WS-ENTRY-IDX PIC 9(3).
           01 WS-ENTRY-DROPPED PIC 9(5) VALUE 0.

      * Every distinct script, with how its night went. The outcome
      * is D deliverable, N not run, F failed, O ran clean but no
      * output file.
           01 MAX-DIST-SCRIPTS CONSTANT 500.
           01 WS-SCRIPT-TABLE.
               05 WS-SCRIPT-ENTRY OCCURS MAX-DIST-SCRIPTS TIMES.
                   10 WS-SC-NAME PIC X(30).
                   10 WS-SC-RUN-DATE PIC 9(8).
                   10 WS-SC-RUN-TIME PIC 9(8).
                   10 WS-SC-END-STATUS PIC X(40).
                   10 WS-SC-OUTCOME PIC X.
                       88 SC-DELIVERABLE VALUE 'D'.
                       88 SC-NOT-RUN VALUE 'N'.
                       88 SC-FAILED VALUE 'F'.
                       88 SC-NO-OUTPUT VALUE 'O'.
           01 WS-SCRIPT-COUNT PIC 9(3) VALUE 0.
           01 WS-SCRIPT-IDX PIC 9(3).
           01 WS-SCRIPT-FOUND PIC 9(3).

      * Distinct recipients, kept in name order so the bundles come
      * out the same way every night.
           01 MAX-RECIPIENTS CONSTANT 200.
           01 WS-RECIPIENT-TABLE.
               05 WS-RECIPIENT OCCURS MAX-RECIPIENTS TIMES
                   PIC X(20).
           01 WS-RECIPIENT-COUNT PIC 9(3) VALUE 0.
           01 WS-RECIPIENT-IDX PIC 9(3).
           01 WS-INSERT-IDX PIC 9(3).
           01 WS-SHIFT-IDX PIC 9(3).
           01 WS-CURRENT-RECIPIENT PIC X(20).

      * The line being built from the output's bytes.
           01 WS-OUT-LINE PIC X(132).
           01 WS-OUT-COL PIC 9(3).
           01 WS-OUT-LINES PIC 9(7).
           01 WS-NEWLINE-BYTE PIC X VALUE X'0A'.
           01 WS-RETURN-BYTE PIC X VALUE X'0D'.

           01 WS-ITEM-NO PIC 9(3).
           01 WS-ITEM-TOTAL PIC 9(3).
           01 WS-COPY-NO PIC 9(3).
           01 WS-BUNDLE-DELIVERED PIC 9(3).
           01 WS-BUNDLE-MISSING PIC 9(3).
           01 WS-ITEM-STATUS-TEXT PIC X(60).
           01 WS-BANNER-TEXT PIC X(76).
           01 WS-STARS PIC X(80) VALUE ALL '*'.

           01 WS-TOTAL-BUNDLES PIC 9(5) VALUE 0.
           01 WS-TOTAL-DELIVERED PIC 9(5) VALUE 0.
           01 WS-TOTAL-MISSING PIC 9(5) VALUE 0.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-EDIT-ITEM PIC ZZ9.
           01 WS-EDIT-MISSING PIC ZZ9.
           01 WS-EDIT-COPIES PIC Z9.
           01 WS-EDIT-COPY-NO PIC ZZ9.
           01 WS-EDIT-LINES PIC ZZZZZZ9.

      * 0 everything delivered, 4 something held back or missing,
      * 8 no master to distribute from, or no delivery report to
      * account for what was sent.
           01 WS-RUN-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PROC.
               PERFORM GET-DIST-PARMS
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW FROM TIME
               IF WS-RUN-DATE = 0
                   MOVE WS-TODAY TO WS-RUN-DATE
               END-IF
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT + 1)
               OPEN OUTPUT DISTRIBUTE-REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY 'BF-DISTRIBUTE: CANNOT OPEN DELIVERY '
                       'REPORT '
                       FUNCTION TRIM(WS-DISTRIBUTE-REPORT-NAME)
                       ' (STATUS ' WS-REPORT-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
               STRING 'REPORT DISTRIBUTION FOR THE NIGHT OF '
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
               WRITE DISTRIBUTE-REPORT-RECORD
               PERFORM LOAD-DIST-MASTER
               IF WS-RUN-RC = 0
                   PERFORM JUDGE-TONIGHTS-RUNS
                   PERFORM OPEN-DELIVERY-LOG
                   PERFORM VARYING WS-RECIPIENT-IDX FROM 1 BY 1
                       UNTIL WS-RECIPIENT-IDX > WS-RECIPIENT-COUNT
                       MOVE WS-RECIPIENT(WS-RECIPIENT-IDX) TO
                           WS-CURRENT-RECIPIENT
                       PERFORM ASSEMBLE-ONE-BUNDLE
                   END-PERFORM
                   IF DELIVERY-LOG-OPEN
                       CLOSE DELIVERY-LOG-FILE
                   END-IF
                   PERFORM WRITE-DISTRIBUTE-TRAILER
               END-IF
               CLOSE DISTRIBUTE-REPORT-FILE
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           GET-DIST-PARMS.
               MOVE SPACES TO WS-DIST-PARMS
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-DIST-PARM(1) WS-DIST-PARM(2)
                       WS-DIST-PARM(3) WS-DIST-PARM(4)
               END-UNSTRING
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-DIST-PARM-MAX
                   IF WS-DIST-PARM(WS-PARM-IDX) NOT = SPACES
                       MOVE WS-DIST-PARM(WS-PARM-IDX) TO
                           WS-PARM-TO-CLASSIFY
                       PERFORM CLASSIFY-DIST-PARM
                   END-IF
               END-PERFORM.

           CLASSIFY-DIST-PARM.
               EVALUATE TRUE
                   WHEN WS-PARM-TO-CLASSIFY(1:5) = 'DIST='
                       MOVE WS-PARM-TO-CLASSIFY(6:) TO
                           WS-DIST-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'HISTORY='
                       MOVE WS-PARM-TO-CLASSIFY(9:) TO
                           WS-HISTORY-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:4) = 'LOG='
                       MOVE WS-PARM-TO-CLASSIFY(5:) TO
                           WS-LOG-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'RUNDATE='
                           AND WS-PARM-TO-CLASSIFY(9:8) IS NUMERIC
                           AND WS-PARM-TO-CLASSIFY(17:) = SPACES
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (FUNCTION NUMVAL
                                   (WS-PARM-TO-CLASSIFY(9:8))) = 0
                           MOVE WS-PARM-TO-CLASSIFY(9:8) TO
                               WS-RUN-DATE
                       ELSE
                           DISPLAY 'BF-DISTRIBUTE: '
                               FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                               ' IS NOT A CALENDAR DATE - IGNORED'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'BF-DISTRIBUTE: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                           ' NOT RECOGNIZED - IGNORED'
               END-EVALUATE.

      * The whole master is small - one record per script and
      * recipient - so it is taken into storage once, and the
      * script and recipient tables are built as it goes.
           LOAD-DIST-MASTER.
               OPEN INPUT DIST-MASTER
               IF WS-DIST-STATUS NOT = '00'
                   DISPLAY 'BF-DISTRIBUTE: CANNOT OPEN DISTRIBUTION '
                       'MASTER ' FUNCTION TRIM(WS-DIST-FILE-NAME)
                       ' (STATUS ' WS-DIST-STATUS ')'
                   MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
                   STRING 'NO DISTRIBUTION MASTER '
                       FUNCTION TRIM(WS-DIST-FILE-NAME)
                       ' - NOTHING DISTRIBUTED'
                       DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
                   WRITE DISTRIBUTE-REPORT-RECORD
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE 'N' TO WS-DIST-EOF-SWITCH
                   MOVE LOW-VALUES TO DST-KEY
                   START DIST-MASTER KEY NOT < DST-KEY
                       INVALID KEY
                           SET END-OF-DIST-MASTER TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-DIST-MASTER
                       READ DIST-MASTER NEXT RECORD
                           AT END
                               SET END-OF-DIST-MASTER TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-DIST-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE DIST-MASTER
                   IF WS-ENTRY-COUNT = 0
                       MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
                       STRING 'DISTRIBUTION MASTER HAS NO ENTRIES - '
                           'NOTHING DISTRIBUTED'
                           DELIMITED BY SIZE INTO
                               DISTRIBUTE-REPORT-RECORD
                       WRITE DISTRIBUTE-REPORT-RECORD
                       DISPLAY 'BF-DISTRIBUTE: DISTRIBUTION MASTER '
                           'HAS NO ENTRIES'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               END-IF.

           LOAD-ONE-DIST-ENTRY.
               IF WS-ENTRY-COUNT >= MAX-DIST-ENTRIES
                   ADD 1 TO WS-ENTRY-DROPPED
               ELSE
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE DST-SCRIPT-NAME TO WS-EN-SCRIPT(WS-ENTRY-COUNT)
                   MOVE DST-RECIPIENT TO
                       WS-EN-RECIPIENT(WS-ENTRY-COUNT)
                   MOVE DST-COPIES TO WS-EN-COPIES(WS-ENTRY-COUNT)
                   IF DST-COPIES = 0
                       MOVE 1 TO WS-EN-COPIES(WS-ENTRY-COUNT)
                   END-IF
                   MOVE DST-BANNER-FLAG TO
                       WS-EN-BANNER(WS-ENTRY-COUNT)
                   MOVE 0 TO WS-EN-LINES(WS-ENTRY-COUNT)
                   PERFORM REGISTER-ENTRY-SCRIPT
                   MOVE WS-SCRIPT-FOUND TO
                       WS-EN-SCRIPT-IDX(WS-ENTRY-COUNT)
                   PERFORM REGISTER-ENTRY-RECIPIENT
               END-IF.

      * Entries arrive in script order, so a script already seen is
      * always the last one registered.
           REGISTER-ENTRY-SCRIPT.
               IF WS-SCRIPT-COUNT > 0
                       AND WS-SC-NAME(WS-SCRIPT-COUNT) = DST-SCRIPT-NAME
                   MOVE WS-SCRIPT-COUNT TO WS-SCRIPT-FOUND
               ELSE
                   ADD 1 TO WS-SCRIPT-COUNT
                   MOVE WS-SCRIPT-COUNT TO WS-SCRIPT-FOUND
                   MOVE DST-SCRIPT-NAME TO WS-SC-NAME(WS-SCRIPT-COUNT)
                   MOVE 0 TO WS-SC-RUN-DATE(WS-SCRIPT-COUNT)
                   MOVE 0 TO WS-SC-RUN-TIME(WS-SCRIPT-COUNT)
                   MOVE SPACES TO WS-SC-END-STATUS(WS-SCRIPT-COUNT)
                   SET SC-NOT-RUN(WS-SCRIPT-COUNT) TO TRUE
               END-IF.

      * Insertion into name order; a recipient already in the table
      * is left alone.
           REGISTER-ENTRY-RECIPIENT.
               MOVE 0 TO WS-INSERT-IDX
               PERFORM VARYING WS-RECIPIENT-IDX FROM 1 BY 1
                   UNTIL WS-RECIPIENT-IDX > WS-RECIPIENT-COUNT
                       OR WS-INSERT-IDX NOT = 0
                   IF WS-RECIPIENT(WS-RECIPIENT-IDX) >= DST-RECIPIENT
                       MOVE WS-RECIPIENT-IDX TO WS-INSERT-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-INSERT-IDX NOT = 0
                           AND WS-RECIPIENT(WS-INSERT-IDX) =
                               DST-RECIPIENT
                       CONTINUE
                   WHEN WS-RECIPIENT-COUNT >= MAX-RECIPIENTS
                       DISPLAY 'BF-DISTRIBUTE: RECIPIENT TABLE FULL - '
                           FUNCTION TRIM(DST-RECIPIENT) ' SKIPPED'
                   WHEN WS-INSERT-IDX = 0
                       ADD 1 TO WS-RECIPIENT-COUNT
                       MOVE DST-RECIPIENT TO
                           WS-RECIPIENT(WS-RECIPIENT-COUNT)
                   WHEN OTHER
                       PERFORM VARYING WS-SHIFT-IDX FROM
                           WS-RECIPIENT-COUNT BY -1
                           UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
                           MOVE WS-RECIPIENT(WS-SHIFT-IDX) TO
                               WS-RECIPIENT(WS-SHIFT-IDX + 1)
                       END-PERFORM
                       ADD 1 TO WS-RECIPIENT-COUNT
                       MOVE DST-RECIPIENT TO
                           WS-RECIPIENT(WS-INSERT-IDX)
               END-EVALUATE.

      * The latest run of each script that belongs to the night
      * decides it: a clean end delivers, anything else holds the
      * output back. No history at all means nothing ran - every
      * item is reported missing rather than guessed at.
           JUDGE-TONIGHTS-RUNS.
               OPEN INPUT RUN-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'BF-DISTRIBUTE: CANNOT OPEN '
                       FUNCTION TRIM(WS-HISTORY-FILE-NAME)
                       ' (STATUS ' WS-HISTORY-STATUS
                       ') - NO RUN WILL COUNT AS TONIGHT''S'
               ELSE
                   MOVE 'N' TO WS-HISTORY-EOF-SWITCH
                   PERFORM UNTIL END-OF-HISTORY
                       READ RUN-HISTORY-FILE
                           AT END
                               SET END-OF-HISTORY TO TRUE
                           NOT AT END
                               PERFORM NOTE-ONE-HISTORY-RUN
                       END-READ
                   END-PERFORM
                   CLOSE RUN-HISTORY-FILE
               END-IF
               PERFORM VARYING WS-SCRIPT-IDX FROM 1 BY 1
                   UNTIL WS-SCRIPT-IDX > WS-SCRIPT-COUNT
                   PERFORM SETTLE-SCRIPT-OUTCOME
               END-PERFORM.

           NOTE-ONE-HISTORY-RUN.
               IF HIST-RUN-DATE = WS-RUN-DATE
                       OR (HIST-RUN-DATE = WS-NEXT-DATE
                           AND HIST-RUN-TIME < WS-NEXT-MORNING-LIMIT)
                   MOVE 0 TO WS-SCRIPT-FOUND
                   PERFORM VARYING WS-SCRIPT-IDX FROM 1 BY 1
                       UNTIL WS-SCRIPT-IDX > WS-SCRIPT-COUNT
                           OR WS-SCRIPT-FOUND NOT = 0
                       IF WS-SC-NAME(WS-SCRIPT-IDX) = HIST-SCRIPT-NAME
                           MOVE WS-SCRIPT-IDX TO WS-SCRIPT-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-SCRIPT-FOUND NOT = 0
                       IF HIST-RUN-DATE >
                               WS-SC-RUN-DATE(WS-SCRIPT-FOUND)
                               OR (HIST-RUN-DATE =
                                   WS-SC-RUN-DATE(WS-SCRIPT-FOUND)
                               AND HIST-RUN-TIME >=
                                   WS-SC-RUN-TIME(WS-SCRIPT-FOUND))
                           MOVE HIST-RUN-DATE TO
                               WS-SC-RUN-DATE(WS-SCRIPT-FOUND)
                           MOVE HIST-RUN-TIME TO
                               WS-SC-RUN-TIME(WS-SCRIPT-FOUND)
                           MOVE HIST-END-STATUS TO
                               WS-SC-END-STATUS(WS-SCRIPT-FOUND)
                       END-IF
                   END-IF
               END-IF.

           SETTLE-SCRIPT-OUTCOME.
               EVALUATE TRUE
                   WHEN WS-SC-RUN-DATE(WS-SCRIPT-IDX) = 0
                       SET SC-NOT-RUN(WS-SCRIPT-IDX) TO TRUE
                   WHEN WS-SC-END-STATUS(WS-SCRIPT-IDX)(1:8) NOT =
                           'ENDED OK'
                       SET SC-FAILED(WS-SCRIPT-IDX) TO TRUE
                   WHEN OTHER
                       MOVE SPACES TO WS-OUTPUT-FILE-NAME
                       STRING FUNCTION TRIM(WS-SC-NAME(WS-SCRIPT-IDX))
                           '.output'
                           DELIMITED BY SIZE INTO WS-OUTPUT-FILE-NAME
                       OPEN INPUT SCRIPT-OUTPUT-FILE
                       IF WS-OUTPUT-STATUS = '00'
                           CLOSE SCRIPT-OUTPUT-FILE
                           SET SC-DELIVERABLE(WS-SCRIPT-IDX) TO TRUE
                       ELSE
                           SET SC-NO-OUTPUT(WS-SCRIPT-IDX) TO TRUE
                       END-IF
               END-EVALUATE.

      * Appended to night after night; a log that cannot be opened
      * costs the audit trail, not the deliveries.
           OPEN-DELIVERY-LOG.
               OPEN EXTEND DELIVERY-LOG-FILE
               IF WS-LOG-STATUS NOT = '00'
                   OPEN OUTPUT DELIVERY-LOG-FILE
               END-IF
               IF WS-LOG-STATUS = '00'
                   SET DELIVERY-LOG-OPEN TO TRUE
               ELSE
                   DISPLAY 'BF-DISTRIBUTE: CANNOT WRITE DELIVERY LOG '
                       FUNCTION TRIM(WS-LOG-FILE-NAME)
                       ' (STATUS ' WS-LOG-STATUS ')'
                   MOVE 4 TO WS-RUN-RC
               END-IF.

      * Cover and contents first - every item and whether it is in
      * the bundle - then the items themselves in the same order.
           ASSEMBLE-ONE-BUNDLE.
               MOVE SPACES TO WS-DELIVERY-FILE-NAME
               STRING FUNCTION TRIM(WS-CURRENT-RECIPIENT) '.'
                   WS-RUN-DATE '.delivery'
                   DELIMITED BY SIZE INTO WS-DELIVERY-FILE-NAME
               OPEN OUTPUT DELIVERY-FILE
               IF WS-DELIVERY-STATUS NOT = '00'
                   DISPLAY 'BF-DISTRIBUTE: CANNOT WRITE '
                       FUNCTION TRIM(WS-DELIVERY-FILE-NAME)
                       ' (STATUS ' WS-DELIVERY-STATUS ')'
                   MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
                   STRING 'NOT WRITTEN  '
                       FUNCTION TRIM(WS-DELIVERY-FILE-NAME)
                       ' (STATUS ' WS-DELIVERY-STATUS ')'
                       DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
                   WRITE DISTRIBUTE-REPORT-RECORD
                   MOVE 4 TO WS-RUN-RC
               ELSE
                   ADD 1 TO WS-TOTAL-BUNDLES
                   PERFORM WRITE-BUNDLE-COVER
                   MOVE 0 TO WS-ITEM-NO
                   MOVE 0 TO WS-BUNDLE-DELIVERED
                   MOVE 0 TO WS-BUNDLE-MISSING
                   PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                       IF WS-EN-RECIPIENT(WS-ENTRY-IDX) =
                               WS-CURRENT-RECIPIENT
                           ADD 1 TO WS-ITEM-NO
                           PERFORM WRITE-ONE-BUNDLE-ITEM
                           PERFORM LOG-ONE-BUNDLE-ITEM
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO DELIVERY-RECORD
                   WRITE DELIVERY-RECORD
                   MOVE '*** END OF DELIVERY ***' TO DELIVERY-RECORD
                   WRITE DELIVERY-RECORD
                   CLOSE DELIVERY-FILE
                   MOVE WS-BUNDLE-DELIVERED TO WS-EDIT-ITEM
                   MOVE WS-BUNDLE-MISSING TO WS-EDIT-MISSING
                   MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
                   STRING 'BUNDLE  ' WS-CURRENT-RECIPIENT ' '
                       WS-EDIT-ITEM ' DELIVERED '
                       WS-EDIT-MISSING ' MISSING'
                       DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
                   WRITE DISTRIBUTE-REPORT-RECORD
                   MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
                   STRING '        IN ' WS-DELIVERY-FILE-NAME
                       DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
                   WRITE DISTRIBUTE-REPORT-RECORD
               END-IF.

           WRITE-BUNDLE-COVER.
               MOVE 0 TO WS-ITEM-TOTAL
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   IF WS-EN-RECIPIENT(WS-ENTRY-IDX) =
                           WS-CURRENT-RECIPIENT
                       ADD 1 TO WS-ITEM-TOTAL
                   END-IF
               END-PERFORM
               MOVE WS-STARS TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE SPACES TO DELIVERY-RECORD
               STRING '*** DELIVERY FOR ' WS-CURRENT-RECIPIENT
                   DELIMITED BY SIZE INTO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE SPACES TO DELIVERY-RECORD
               STRING '*** NIGHT OF     ' WS-RUN-DATE
                   DELIMITED BY SIZE INTO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE SPACES TO DELIVERY-RECORD
               STRING '*** ASSEMBLED    ' WS-TODAY ' '
                   WS-NOW(1:2) ':' WS-NOW(3:2)
                   DELIMITED BY SIZE INTO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE WS-STARS TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE SPACES TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE 'CONTENTS' TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE SPACES TO DELIVERY-RECORD
               STRING '  ITEM  SCRIPT                         COPIES  '
                   'STATUS'
                   DELIMITED BY SIZE INTO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE 0 TO WS-ITEM-NO
               PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                   IF WS-EN-RECIPIENT(WS-ENTRY-IDX) =
                           WS-CURRENT-RECIPIENT
                       ADD 1 TO WS-ITEM-NO
                       PERFORM FORMAT-ITEM-STATUS
                       MOVE WS-ITEM-NO TO WS-EDIT-ITEM
                       MOVE WS-EN-COPIES(WS-ENTRY-IDX) TO
                           WS-EDIT-COPIES
                       MOVE SPACES TO DELIVERY-RECORD
                       STRING '   ' WS-EDIT-ITEM '  '
                           WS-EN-SCRIPT(WS-ENTRY-IDX) '   '
                           WS-EDIT-COPIES '   '
                           WS-ITEM-STATUS-TEXT
                           DELIMITED BY SIZE INTO DELIVERY-RECORD
                       WRITE DELIVERY-RECORD
                   END-IF
               END-PERFORM
               MOVE SPACES TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD.

           FORMAT-ITEM-STATUS.
               MOVE WS-EN-SCRIPT-IDX(WS-ENTRY-IDX) TO WS-SCRIPT-IDX
               MOVE SPACES TO WS-ITEM-STATUS-TEXT
               EVALUATE TRUE
                   WHEN SC-DELIVERABLE(WS-SCRIPT-IDX)
                       MOVE 'ENCLOSED' TO WS-ITEM-STATUS-TEXT
                   WHEN SC-NOT-RUN(WS-SCRIPT-IDX)
                       MOVE 'MISSING - NOT RUN THIS NIGHT' TO
                           WS-ITEM-STATUS-TEXT
                   WHEN SC-FAILED(WS-SCRIPT-IDX)
                       STRING 'MISSING - FAILED: '
                           FUNCTION TRIM
                               (WS-SC-END-STATUS(WS-SCRIPT-IDX))
                           DELIMITED BY SIZE INTO WS-ITEM-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'MISSING - RAN CLEAN, NO OUTPUT FILE' TO
                           WS-ITEM-STATUS-TEXT
               END-EVALUATE.

      * A missing item still gets a notice in its place, so the
      * recipient reading the bundle front to back cannot miss it.
           WRITE-ONE-BUNDLE-ITEM.
               PERFORM FORMAT-ITEM-STATUS
               IF SC-DELIVERABLE(WS-SCRIPT-IDX)
                   ADD 1 TO WS-BUNDLE-DELIVERED
                   ADD 1 TO WS-TOTAL-DELIVERED
                   PERFORM VARYING WS-COPY-NO FROM 1 BY 1
                       UNTIL WS-COPY-NO > WS-EN-COPIES(WS-ENTRY-IDX)
                       IF WS-EN-BANNER(WS-ENTRY-IDX) = 'Y'
                           PERFORM WRITE-BANNER-PAGE
                       ELSE
                           PERFORM WRITE-ITEM-SEPARATOR
                       END-IF
                       PERFORM COPY-SCRIPT-OUTPUT
                   END-PERFORM
                   MOVE WS-OUT-LINES TO WS-EN-LINES(WS-ENTRY-IDX)
               ELSE
                   ADD 1 TO WS-BUNDLE-MISSING
                   ADD 1 TO WS-TOTAL-MISSING
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
                   MOVE 1 TO WS-COPY-NO
                   PERFORM WRITE-ITEM-SEPARATOR
                   MOVE SPACES TO DELIVERY-RECORD
                   STRING '    NOT ENCLOSED - '
                       FUNCTION TRIM(WS-ITEM-STATUS-TEXT(11:))
                       DELIMITED BY SIZE INTO DELIVERY-RECORD
                   WRITE DELIVERY-RECORD
               END-IF.

           WRITE-BANNER-PAGE.
               MOVE SPACES TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE WS-STARS TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE SPACES TO WS-BANNER-TEXT
               PERFORM WRITE-BANNER-LINE
               STRING 'DELIVER TO:  ' WS-CURRENT-RECIPIENT
                   DELIMITED BY SIZE INTO WS-BANNER-TEXT
               PERFORM WRITE-BANNER-LINE
               STRING 'SCRIPT:      ' WS-EN-SCRIPT(WS-ENTRY-IDX)
                   DELIMITED BY SIZE INTO WS-BANNER-TEXT
               PERFORM WRITE-BANNER-LINE
               MOVE WS-ITEM-NO TO WS-EDIT-ITEM
               MOVE WS-ITEM-TOTAL TO WS-EDIT-MISSING
               STRING 'ITEM:        ' FUNCTION TRIM(WS-EDIT-ITEM)
                   ' OF ' FUNCTION TRIM(WS-EDIT-MISSING)
                   DELIMITED BY SIZE INTO WS-BANNER-TEXT
               PERFORM WRITE-BANNER-LINE
               MOVE WS-EN-COPIES(WS-ENTRY-IDX) TO WS-EDIT-COPIES
               MOVE WS-COPY-NO TO WS-EDIT-COPY-NO
               STRING 'COPY:        ' FUNCTION TRIM(WS-EDIT-COPY-NO)
                   ' OF ' FUNCTION TRIM(WS-EDIT-COPIES)
                   DELIMITED BY SIZE INTO WS-BANNER-TEXT
               PERFORM WRITE-BANNER-LINE
               MOVE WS-SCRIPT-IDX TO WS-SCRIPT-FOUND
               STRING 'RAN:         '
                   WS-SC-RUN-DATE(WS-SCRIPT-FOUND) ' '
                   WS-SC-RUN-TIME(WS-SCRIPT-FOUND)(1:2) ':'
                   WS-SC-RUN-TIME(WS-SCRIPT-FOUND)(3:2)
                   DELIMITED BY SIZE INTO WS-BANNER-TEXT
               PERFORM WRITE-BANNER-LINE
               PERFORM WRITE-BANNER-LINE
               MOVE WS-STARS TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE SPACES TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD.

           WRITE-BANNER-LINE.
               MOVE SPACES TO DELIVERY-RECORD
               STRING '* ' WS-BANNER-TEXT ' *'
                   DELIMITED BY SIZE INTO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE SPACES TO WS-BANNER-TEXT.

           WRITE-ITEM-SEPARATOR.
               MOVE SPACES TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               MOVE WS-ITEM-NO TO WS-EDIT-ITEM
               MOVE WS-EN-COPIES(WS-ENTRY-IDX) TO WS-EDIT-COPIES
               MOVE WS-COPY-NO TO WS-EDIT-COPY-NO
               MOVE SPACES TO DELIVERY-RECORD
               IF SC-DELIVERABLE(WS-SCRIPT-IDX)
                   STRING '==== ITEM ' FUNCTION TRIM(WS-EDIT-ITEM)
                       ': ' FUNCTION TRIM(WS-EN-SCRIPT(WS-ENTRY-IDX))
                       '  COPY ' FUNCTION TRIM(WS-EDIT-COPY-NO)
                       ' OF ' FUNCTION TRIM(WS-EDIT-COPIES) ' ===='
                       DELIMITED BY SIZE INTO DELIVERY-RECORD
               ELSE
                   STRING '==== ITEM ' FUNCTION TRIM(WS-EDIT-ITEM)
                       ': ' FUNCTION TRIM(WS-EN-SCRIPT(WS-ENTRY-IDX))
                       ' ===='
                       DELIMITED BY SIZE INTO DELIVERY-RECORD
               END-IF
               WRITE DELIVERY-RECORD.

      * Newline ends a line, a carriage return is dropped, any other
      * control byte prints as '.', and a line longer than the
      * delivery record is carried onto the next.
           COPY-SCRIPT-OUTPUT.
               MOVE 0 TO WS-OUT-LINES
               MOVE SPACES TO WS-OUT-LINE
               MOVE 0 TO WS-OUT-COL
               MOVE SPACES TO WS-OUTPUT-FILE-NAME
               STRING FUNCTION TRIM(WS-EN-SCRIPT(WS-ENTRY-IDX))
                   '.output'
                   DELIMITED BY SIZE INTO WS-OUTPUT-FILE-NAME
               OPEN INPUT SCRIPT-OUTPUT-FILE
               IF WS-OUTPUT-STATUS = '00'
                   MOVE 'N' TO WS-OUTPUT-EOF-SWITCH
                   PERFORM UNTIL END-OF-SCRIPT-OUTPUT
                       READ SCRIPT-OUTPUT-FILE
                           AT END
                               SET END-OF-SCRIPT-OUTPUT TO TRUE
                           NOT AT END
                               PERFORM TAKE-ONE-OUTPUT-BYTE
                       END-READ
                   END-PERFORM
                   CLOSE SCRIPT-OUTPUT-FILE
                   IF WS-OUT-COL > 0
                       PERFORM FLUSH-OUTPUT-LINE
                   END-IF
               END-IF
               IF WS-OUT-LINES = 0
                   MOVE '    (the script produced no output)' TO
                       DELIVERY-RECORD
                   WRITE DELIVERY-RECORD
               END-IF.

           TAKE-ONE-OUTPUT-BYTE.
               EVALUATE TRUE
                   WHEN SCRIPT-OUTPUT-BYTE = WS-NEWLINE-BYTE
                       PERFORM FLUSH-OUTPUT-LINE
                   WHEN SCRIPT-OUTPUT-BYTE = WS-RETURN-BYTE
                       CONTINUE
                   WHEN OTHER
                       IF WS-OUT-COL >= 132
                           PERFORM FLUSH-OUTPUT-LINE
                       END-IF
                       ADD 1 TO WS-OUT-COL
                       IF SCRIPT-OUTPUT-BYTE < SPACE
                           MOVE '.' TO WS-OUT-LINE(WS-OUT-COL:1)
                       ELSE
                           MOVE SCRIPT-OUTPUT-BYTE TO
                               WS-OUT-LINE(WS-OUT-COL:1)
                       END-IF
               END-EVALUATE.

           FLUSH-OUTPUT-LINE.
               MOVE WS-OUT-LINE TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               ADD 1 TO WS-OUT-LINES
               MOVE SPACES TO WS-OUT-LINE
               MOVE 0 TO WS-OUT-COL.

           LOG-ONE-BUNDLE-ITEM.
               IF DELIVERY-LOG-OPEN
                   MOVE SPACES TO DELIVERY-LOG-LINE
                   MOVE WS-RUN-DATE TO DL-RUN-DATE
                   MOVE WS-CURRENT-RECIPIENT TO DL-RECIPIENT
                   MOVE WS-EN-SCRIPT(WS-ENTRY-IDX) TO DL-SCRIPT-NAME
                   MOVE WS-EN-COPIES(WS-ENTRY-IDX) TO DL-COPIES
                   MOVE WS-EN-LINES(WS-ENTRY-IDX) TO DL-LINES
                   IF SC-DELIVERABLE(WS-SCRIPT-IDX)
                       SET DL-ITEM-DELIVERED TO TRUE
                       MOVE WS-DELIVERY-FILE-NAME TO DL-DETAIL
                   ELSE
                       SET DL-ITEM-MISSING TO TRUE
                       MOVE WS-ITEM-STATUS-TEXT(11:) TO DL-DETAIL
                   END-IF
                   WRITE DELIVERY-LOG-LINE
               END-IF.

           WRITE-DISTRIBUTE-TRAILER.
               MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
               WRITE DISTRIBUTE-REPORT-RECORD
               MOVE WS-TOTAL-BUNDLES TO WS-EDIT-COUNT
               MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
               STRING 'BUNDLES WRITTEN:   ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
               WRITE DISTRIBUTE-REPORT-RECORD
               MOVE WS-TOTAL-DELIVERED TO WS-EDIT-COUNT
               MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
               STRING 'ITEMS DELIVERED:   ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
               WRITE DISTRIBUTE-REPORT-RECORD
               MOVE WS-TOTAL-MISSING TO WS-EDIT-COUNT
               MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
               STRING 'ITEMS MISSING:     ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
               WRITE DISTRIBUTE-REPORT-RECORD
               IF WS-ENTRY-DROPPED > 0
                   MOVE WS-ENTRY-DROPPED TO WS-EDIT-COUNT
                   MOVE SPACES TO DISTRIBUTE-REPORT-RECORD
                   STRING 'WARNING: ' WS-EDIT-COUNT
                       ' MASTER ENTRY(IES) BEYOND THE TABLE - NOT '
                       'DISTRIBUTED'
                       DELIMITED BY SIZE INTO DISTRIBUTE-REPORT-RECORD
                   WRITE DISTRIBUTE-REPORT-RECORD
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               DISPLAY 'BF-DISTRIBUTE: ' WS-TOTAL-BUNDLES
                   ' BUNDLE(S), ' WS-TOTAL-DELIVERED ' DELIVERED, '
                   WS-TOTAL-MISSING ' MISSING - LOG '
                   FUNCTION TRIM(WS-LOG-FILE-NAME).

       END PROGRAM BF-DISTRIBUTE.
