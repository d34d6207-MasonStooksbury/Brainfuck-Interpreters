       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-PREFLIGHT-CHECK.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CONTROL-FILE ASSIGN TO DYNAMIC
                  WS-CONTROL-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-FILE-STATUS.
              SELECT SCRIPT-LIBRARY ASSIGN TO DYNAMIC
                  WS-LIBRARY-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LIB-KEY
              FILE STATUS IS WS-LIBRARY-STATUS.
      * Only probed, never read through - a script, tape-state,
      * codepage or input file either opens or it does not.
              SELECT PROBE-FILE ASSIGN TO DYNAMIC
                  WS-PROBE-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-PROBE-FILE-STATUS.
              SELECT PREFLIGHT-REPORT-FILE ASSIGN TO DYNAMIC
                  WS-PREFLIGHT-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CONTROL-FILE.
           01 CONTROL-LINE-RECORD PIC X(200).

           FD SCRIPT-LIBRARY.
           COPY 'bflibrec.cpy'.

           FD PROBE-FILE.
           01 PROBE-BYTE PIC X.

           FD PREFLIGHT-REPORT-FILE.
           01 PREFLIGHT-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      * Whole command line: the control file to check (control.txt
      * when none is given) plus optional parameters in any order:
      *   bfpreflight control.txt
      *   bfpreflight month-end.txt NOANALYZE
      *   ANALYZER=exe  - static analyzer run against every script
      *                   a card runs (./bfanalyze)
      *   NOANALYZE     - check the cards and their files only
      *   REPORT=file   - findings report (<control file>.preflight)
      * Meant for the afternoon before the night it guards, and run
      * by BF-BATCH-DRIVER itself when started with PREFLIGHT. Every
      * card is read the way the driver will read it tonight - the
      * same tokenizing, whitelist, card conditions and schedule
      * codes - and every cross-card reference, library member and
      * named file is looked for. An ERROR is a card that will not
      * run as written (skipped, refused or always held back); a
      * WARNING is one that will run but probably not the way its
      * author meant. RC 0 clean, 4 warnings only, 8 any error.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-PREFLIGHT-PARM-MAX CONSTANT 4.
           01 WS-PREFLIGHT-PARMS.
               05 WS-PREFLIGHT-PARM PIC X(100)
                   OCCURS WS-PREFLIGHT-PARM-MAX TIMES.
           01 WS-PARM-IDX PIC 9(1).
           01 WS-PARM-TO-CLASSIFY PIC X(100).

           01 WS-CONTROL-FILE-NAME PIC X(100) VALUE SPACES.
           01 WS-CONTROL-FILE-STATUS PIC XX.
           01 WS-CONTROL-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-CONTROL-FILE VALUE 'Y'.
           01 WS-CONTROL-LINE-NO PIC 9(4) VALUE 0.

      * Same names the interpreter fetches members from.
           01 WS-LIBRARY-FILE-NAME PIC X(100).
           01 WS-PROD-LIBRARY-NAME PIC X(100)
               VALUE 'script-library.dat'.
           01 WS-TEST-LIBRARY-NAME PIC X(100)
               VALUE 'script-test-library.dat'.
           01 WS-LIBRARY-STATUS PIC XX.
           01 WS-MEMBER-FOUND-SWITCH PIC X.
               88 MEMBER-IS-RUNNABLE VALUE 'Y'.

           01 WS-PROBE-FILE-NAME PIC X(100).
           01 WS-PROBE-FILE-STATUS PIC XX.
           01 WS-PROBE-SWITCH PIC X.
               88 PROBED-FILE-EXISTS VALUE 'Y'.

           01 WS-PREFLIGHT-REPORT-NAME PIC X(100) VALUE SPACES.
           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

      * The static analyzer is run as its own process, once per card
      * that runs a script, exactly as it would be run by hand; its
      * findings stay in <script>.analysis and only its verdict
      * comes back here.
           01 WS-ANALYZER-EXE PIC X(100) VALUE './bfanalyze'.
           01 WS-ANALYZE-SWITCH PIC X VALUE 'Y'.
               88 ANALYSIS-WANTED VALUE 'Y'.
           01 WS-ANALYZE-INPUT-NAME PIC X(100).
           01 WS-ANALYZE-RC PIC S9(9) COMP-5.
           01 WS-ANALYZE-RUN-COUNT PIC 9(4) VALUE 0.
           01 WS-SHELL-COMMAND PIC X(600).
           01 WS-CMD-PTR PIC 9(4).
           01 WS-QUOTE PIC X VALUE ''''.

      * One entry per card, loaded whole before any card is checked
      * - a TAPE= has to know whether a LATER card is the one that
      * SAVEs it, and a condition whether its target only comes
      * later. The driver's own card limit applies.
           01 MAX-CONTROL-CARDS CONSTANT 500.
           01 WS-CARD-TABLE.
               05 WS-CARD-ENTRY OCCURS MAX-CONTROL-CARDS TIMES.
                   10 PC-LINE-NO PIC 9(4).
                   10 PC-CARD-TEXT PIC X(200).
                   10 PC-FIRST-TOKEN PIC X(100).
                   10 PC-SAVE-NAME PIC X(100).
           01 WS-CARD-COUNT PIC 9(4) VALUE 0.
           01 WS-CARD-IDX PIC 9(4).
           01 WS-OTHER-CARD-IDX PIC 9(4).
           01 WS-CARDS-DROPPED PIC 9(5) VALUE 0.
           01 WS-FIRST-DROPPED-LINE PIC 9(4) VALUE 0.
           01 WS-FOUND-CARD-IDX PIC 9(4).
           01 WS-LATER-CARD-IDX PIC 9(4).
           01 WS-LOOKUP-NAME PIC X(100).

      * Tokenizing and the shell whitelist, exactly as the driver's
      * VALIDATE-CONTROL-LINE and VALIDATE-CARD-TOKEN apply them.
           01 WS-CONTROL-CHAR PIC X.
               88 WS-CONTROL-CHAR-IS-SAFE VALUES
                   'A' THRU 'Z' 'a' THRU 'z' '0' THRU '9'
                   '.' '_' '-' '/' '='.
           01 WS-TOKEN-LEN PIC 9(3).
           01 WS-SCAN-IDX PIC 9(3).
           01 WS-CONTROL-LINE-SWITCH PIC X VALUE 'N'.
               88 CONTROL-LINE-IS-UNSAFE VALUE 'Y'.
           01 WS-TOKEN-OVERFLOW-SWITCH PIC X VALUE 'N'.
               88 CARD-HAS-TOO-MANY-TOKENS VALUE 'Y'.
           01 WS-TOKEN-BAD-SWITCH PIC X.
               88 TOKEN-ALREADY-REPORTED VALUE 'Y'.
           01 WS-CARD-TOKEN-MAX CONSTANT 10.
           01 WS-CARD-TOKENS.
               05 WS-CARD-TOKEN PIC X(100)
                   OCCURS WS-CARD-TOKEN-MAX TIMES.
           01 WS-CARD-TOKEN-COUNT PIC 9(2).
           01 WS-TOKEN-IDX PIC 9(2).
           01 WS-TOKEN-OUT PIC 9(2).
           01 WS-TOKEN-WORK PIC X(100).
           01 WS-CARD-LINE PIC X(200).
           01 WS-CARD-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 CARD-USES-LIBRARY VALUE 'Y'.
           01 WS-CARD-TEST-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 CARD-USES-TEST-LIBRARY VALUE 'Y'.
           01 WS-SCRIPT-FOUND-SWITCH PIC X.
               88 CARD-SCRIPT-FOUND VALUE 'Y'.

      * Card conditions, split the way PARSE-IFRC-VALUE splits them.
           01 WS-COND-IFRC-SWITCH PIC X.
               88 CARD-HAS-IFRC VALUE 'Y'.
           01 WS-COND-VALUE PIC X(95).
           01 WS-COND-VAL-LEN PIC 9(3).
           01 WS-COND-DOT-POS PIC 9(3).
           01 WS-COND-TARGET-NAME PIC X(100).
           01 WS-PIPE-SWITCH PIC X.
               88 CARD-HAS-PIPEFROM VALUE 'Y'.
           01 WS-PIPE-FROM-NAME PIC X(91).

      * Same widths the driver keeps them in - a longer chain name
      * or schedule code is cut short there, and is judged cut short
      * here.
           01 MAX-CARD-SCHEDULES CONSTANT 5.
           01 WS-CARD-SCHED-COUNT PIC 9(1).
           01 WS-SCHED-CODE PIC X(10).
           01 WS-SCHED-DAY-NUMBER PIC 9(2).

      * Every distinct chain name, with how many cards carry it and
      * where it first appears. Two names the driver keeps apart
      * but that fold to the same letters are almost always one
      * chain typed two ways - the driver would never link them.
           01 MAX-CHAINS CONSTANT 20.
           01 WS-CHAIN-TABLE.
               05 WS-CHAIN-ENTRY OCCURS MAX-CHAINS TIMES.
                   10 WS-CHN-NAME PIC X(20).
                   10 WS-CHN-FOLDED PIC X(20).
                   10 WS-CHN-CARD-COUNT PIC 9(4).
                   10 WS-CHN-FIRST-LINE PIC 9(4).
           01 WS-CHAIN-COUNT PIC 9(2) VALUE 0.
           01 WS-CHAIN-IDX PIC 9(2).
           01 WS-OTHER-CHAIN-IDX PIC 9(2).
           01 WS-CARD-CHAIN PIC 9(2).
           01 WS-CHAIN-NAME-WORK PIC X(20).
           01 WS-CHAIN-FOLD-WORK PIC X(20).
           01 WS-FOLD-IDX PIC 9(2).
           01 WS-FOLD-OUT PIC 9(2).
           01 WS-CHAIN-TWIN-SWITCH PIC X.
               88 CHAIN-HAS-TWIN VALUE 'Y'.

      * A library member's stored run defaults - the ones the card
      * does not override reach the run, so their files are checked
      * as well.
           01 WS-DEFAULT-TOKENS.
               05 WS-DEFAULT-TOKEN PIC X(92) OCCURS 9 TIMES.
           01 WS-DEFAULT-IDX PIC 9(2).
           01 WS-DEFAULT-KEY-LEN PIC 9(3).
           01 WS-OVERRIDE-SWITCH PIC X.
               88 CARD-OVERRIDES-DEFAULT VALUE 'Y'.
           01 WS-TOKEN-SOURCE PIC X(18).

      * Findings - written under a heading naming the card (or the
      * control file as a whole) the first time one turns up.
           01 WS-FINDING-SEVERITY PIC X.
               88 FINDING-IS-ERROR VALUE 'E'.
               88 FINDING-IS-WARNING VALUE 'W'.
           01 WS-FINDING-TEXT PIC X(120).
           01 WS-FINDING-HEADER PIC X(132).
           01 WS-HEADER-PENDING-SWITCH PIC X VALUE 'N'.
               88 FINDING-HEADER-PENDING VALUE 'Y'.
           01 WS-REPORT-PTR PIC 9(3).
           01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
           01 WS-WARNING-COUNT PIC 9(5) VALUE 0.
           01 WS-CARDS-WITH-FINDINGS PIC 9(4) VALUE 0.
           01 WS-CARD-FINDING-SWITCH PIC X.
               88 CARD-HAS-FINDINGS VALUE 'Y'.

           01 WS-RUN-RC PIC 9(2) VALUE 0.
           01 WS-EDIT-LINE-NO PIC ZZZ9.
           01 WS-EDIT-OTHER-LINE PIC ZZZ9.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-EDIT-RC PIC ZZ9.

       PROCEDURE DIVISION.
           MAIN-PROC.
               PERFORM GET-PREFLIGHT-PARMS
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW FROM TIME
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-FILE-STATUS NOT = '00'
                   DISPLAY 'BF-PREFLIGHT-CHECK: CANNOT OPEN CONTROL '
                       'FILE ' FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                       ' (STATUS ' WS-CONTROL-FILE-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LOAD-CONTROL-CARDS
               CLOSE CONTROL-FILE
               OPEN OUTPUT PREFLIGHT-REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   PERFORM CHECK-ONE-CARD
               END-PERFORM
               PERFORM CHECK-WHOLE-FILE
               PERFORM WRITE-REPORT-TRAILER
               CLOSE PREFLIGHT-REPORT-FILE
               DISPLAY 'BF-PREFLIGHT-CHECK: ' WS-CARD-COUNT
                   ' CARD(S), ' WS-ERROR-COUNT ' ERROR(S), '
                   WS-WARNING-COUNT ' WARNING(S) - REPORT IN '
                   FUNCTION TRIM(WS-PREFLIGHT-REPORT-NAME)
               EVALUATE TRUE
                   WHEN WS-ERROR-COUNT > 0
                       MOVE 8 TO WS-RUN-RC
                   WHEN WS-WARNING-COUNT > 0
                       MOVE 4 TO WS-RUN-RC
                   WHEN OTHER
                       MOVE 0 TO WS-RUN-RC
               END-EVALUATE
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           GET-PREFLIGHT-PARMS.
               MOVE SPACES TO WS-PREFLIGHT-PARMS
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-CONTROL-FILE-NAME WS-PREFLIGHT-PARM(1)
                       WS-PREFLIGHT-PARM(2) WS-PREFLIGHT-PARM(3)
                       WS-PREFLIGHT-PARM(4)
               END-UNSTRING
               IF WS-CONTROL-FILE-NAME = SPACES
                   MOVE 'control.txt' TO WS-CONTROL-FILE-NAME
               END-IF
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PREFLIGHT-PARM-MAX
                   IF WS-PREFLIGHT-PARM(WS-PARM-IDX) NOT = SPACES
                       MOVE WS-PREFLIGHT-PARM(WS-PARM-IDX) TO
                           WS-PARM-TO-CLASSIFY
                       PERFORM CLASSIFY-PREFLIGHT-PARM
                   END-IF
               END-PERFORM
               IF WS-PREFLIGHT-REPORT-NAME = SPACES
                   STRING FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                       '.preflight'
                       DELIMITED BY SIZE INTO WS-PREFLIGHT-REPORT-NAME
               END-IF.

           CLASSIFY-PREFLIGHT-PARM.
               EVALUATE TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'NOANALYZE'
                       MOVE 'N' TO WS-ANALYZE-SWITCH
                   WHEN WS-PARM-TO-CLASSIFY(1:9) = 'ANALYZER='
                           AND WS-PARM-TO-CLASSIFY(10:) NOT = SPACES
                       MOVE WS-PARM-TO-CLASSIFY(10:) TO
                           WS-ANALYZER-EXE
                   WHEN WS-PARM-TO-CLASSIFY(1:7) = 'REPORT='
                           AND WS-PARM-TO-CLASSIFY(8:) NOT = SPACES
                       MOVE WS-PARM-TO-CLASSIFY(8:) TO
                           WS-PREFLIGHT-REPORT-NAME
                   WHEN OTHER
                       DISPLAY 'BF-PREFLIGHT-CHECK: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                           ' NOT RECOGNIZED - IGNORED'
               END-EVALUATE.

      * Blank lines are not cards, to the driver or here. The first
      * token is taken from the raw text, the way the driver's
      * FIND-NAMED-EARLIER-CARD takes it when a later card names
      * this one.
           LOAD-CONTROL-CARDS.
               PERFORM UNTIL END-OF-CONTROL-FILE
                   READ CONTROL-FILE
                       AT END
                           SET END-OF-CONTROL-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONTROL-LINE-NO
                           IF CONTROL-LINE-RECORD NOT = SPACES
                               PERFORM LOAD-ONE-CARD
                           END-IF
                   END-READ
               END-PERFORM.

           LOAD-ONE-CARD.
               IF WS-CARD-COUNT >= MAX-CONTROL-CARDS
                   ADD 1 TO WS-CARDS-DROPPED
                   IF WS-FIRST-DROPPED-LINE = 0
                       MOVE WS-CONTROL-LINE-NO TO WS-FIRST-DROPPED-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-CARD-COUNT
                   MOVE WS-CONTROL-LINE-NO TO PC-LINE-NO(WS-CARD-COUNT)
                   MOVE CONTROL-LINE-RECORD TO
                       PC-CARD-TEXT(WS-CARD-COUNT)
                   MOVE SPACES TO PC-FIRST-TOKEN(WS-CARD-COUNT)
                   UNSTRING CONTROL-LINE-RECORD DELIMITED BY ALL SPACE
                       INTO PC-FIRST-TOKEN(WS-CARD-COUNT)
                   END-UNSTRING
                   MOVE SPACES TO PC-SAVE-NAME(WS-CARD-COUNT)
                   MOVE SPACES TO WS-CARD-TOKENS
                   UNSTRING CONTROL-LINE-RECORD DELIMITED BY ALL SPACE
                       INTO WS-CARD-TOKEN(1) WS-CARD-TOKEN(2)
                           WS-CARD-TOKEN(3) WS-CARD-TOKEN(4)
                           WS-CARD-TOKEN(5) WS-CARD-TOKEN(6)
                           WS-CARD-TOKEN(7) WS-CARD-TOKEN(8)
                           WS-CARD-TOKEN(9) WS-CARD-TOKEN(10)
                   END-UNSTRING
                   PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                       UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-MAX
                       IF WS-CARD-TOKEN(WS-TOKEN-IDX)(1:5) = 'SAVE='
                           MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(6:) TO
                               PC-SAVE-NAME(WS-CARD-COUNT)
                       END-IF
                   END-PERFORM
               END-IF.

      * One card, in the order the driver deals with it: the line
      * itself, the driver's own tokens, then what the interpreter
      * will be asked to run and read.
           CHECK-ONE-CARD.
               MOVE 'N' TO WS-CARD-FINDING-SWITCH
               MOVE PC-LINE-NO(WS-CARD-IDX) TO WS-EDIT-LINE-NO
               MOVE SPACES TO WS-FINDING-HEADER
               STRING 'LINE ' WS-EDIT-LINE-NO ': '
                   FUNCTION TRIM(PC-CARD-TEXT(WS-CARD-IDX))
                   DELIMITED BY SIZE INTO WS-FINDING-HEADER
               SET FINDING-HEADER-PENDING TO TRUE
               MOVE PC-CARD-TEXT(WS-CARD-IDX) TO WS-CARD-LINE
               PERFORM VALIDATE-CONTROL-LINE
               IF CONTROL-LINE-IS-UNSAFE
                   SET FINDING-IS-ERROR TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'THE DRIVER WILL SKIP THIS CARD AS UNSAFE - '
                       'NOTHING ELSE ON IT WAS CHECKED'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   PERFORM EXTRACT-DRIVER-TOKENS
                   IF CARD-HAS-IFRC
                       PERFORM CHECK-IFRC-REFERENCE
                   END-IF
                   IF CARD-HAS-PIPEFROM
                       PERFORM CHECK-PIPE-REFERENCE
                   END-IF
                   IF WS-CARD-TOKEN(1) NOT = 'HOUSEKEEP'
                           AND WS-CARD-TOKEN(1) NOT = 'DISTRIBUTE'
                       PERFORM CHECK-CARD-RUN
                   END-IF
               END-IF
               IF CARD-HAS-FINDINGS
                   ADD 1 TO WS-CARDS-WITH-FINDINGS
               END-IF.

           VALIDATE-CONTROL-LINE.
               MOVE 'N' TO WS-CONTROL-LINE-SWITCH
               MOVE 'N' TO WS-TOKEN-OVERFLOW-SWITCH
               MOVE SPACES TO WS-CARD-TOKENS
               UNSTRING WS-CARD-LINE DELIMITED BY ALL SPACE
                   INTO WS-CARD-TOKEN(1) WS-CARD-TOKEN(2)
                       WS-CARD-TOKEN(3) WS-CARD-TOKEN(4)
                       WS-CARD-TOKEN(5) WS-CARD-TOKEN(6)
                       WS-CARD-TOKEN(7) WS-CARD-TOKEN(8)
                       WS-CARD-TOKEN(9) WS-CARD-TOKEN(10)
                   ON OVERFLOW
                       SET CONTROL-LINE-IS-UNSAFE TO TRUE
                       SET CARD-HAS-TOO-MANY-TOKENS TO TRUE
               END-UNSTRING
               IF CARD-HAS-TOO-MANY-TOKENS
                   SET FINDING-IS-ERROR TO TRUE
                   MOVE 'MORE THAN 10 TOKENS ON THE CARD'
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               MOVE 0 TO WS-CARD-TOKEN-COUNT
               PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-MAX
                   IF WS-CARD-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                       ADD 1 TO WS-CARD-TOKEN-COUNT
                       IF WS-CARD-TOKEN-COUNT NOT = WS-TOKEN-IDX
                           MOVE WS-CARD-TOKEN(WS-TOKEN-IDX) TO
                               WS-CARD-TOKEN(WS-CARD-TOKEN-COUNT)
                           MOVE SPACES TO
                               WS-CARD-TOKEN(WS-TOKEN-IDX)
                       END-IF
                       PERFORM VALIDATE-CARD-TOKEN
                   END-IF
               END-PERFORM
               IF WS-CARD-TOKEN-COUNT = 0
                   SET CONTROL-LINE-IS-UNSAFE TO TRUE
               END-IF.

      * Scans the token just placed at slot WS-CARD-TOKEN-COUNT and
      * names the first character the whitelist turns away.
           VALIDATE-CARD-TOKEN.
               MOVE 'N' TO WS-TOKEN-BAD-SWITCH
               MOVE 0 TO WS-TOKEN-LEN
               PERFORM VARYING WS-SCAN-IDX FROM 100 BY -1
                   UNTIL WS-SCAN-IDX = 0
                   IF WS-CARD-TOKEN(WS-CARD-TOKEN-COUNT)
                           (WS-SCAN-IDX:1) NOT = SPACE
                       MOVE WS-SCAN-IDX TO WS-TOKEN-LEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TOKEN-LEN
                   MOVE WS-CARD-TOKEN(WS-CARD-TOKEN-COUNT)
                       (WS-SCAN-IDX:1) TO WS-CONTROL-CHAR
                   IF NOT WS-CONTROL-CHAR-IS-SAFE
                       SET CONTROL-LINE-IS-UNSAFE TO TRUE
                       IF NOT TOKEN-ALREADY-REPORTED
                           SET TOKEN-ALREADY-REPORTED TO TRUE
                           SET FINDING-IS-ERROR TO TRUE
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING 'TOKEN '
                               FUNCTION TRIM(WS-CARD-TOKEN
                                   (WS-CARD-TOKEN-COUNT))
                               ' HAS A CHARACTER THE WHITELIST '
                               'REJECTS: "' WS-CONTROL-CHAR '"'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM WRITE-FINDING
                       END-IF
                   END-IF
               END-PERFORM.

      * The driver's EXTRACT-DRIVER-TOKENS, with every condition it
      * would only DISPLAY at 2 a.m. turned into a finding now.
           EXTRACT-DRIVER-TOKENS.
               MOVE 'N' TO WS-COND-IFRC-SWITCH
               MOVE 'N' TO WS-PIPE-SWITCH
               MOVE 0 TO WS-CARD-SCHED-COUNT
               MOVE SPACES TO WS-COND-TARGET-NAME
               MOVE SPACES TO WS-PIPE-FROM-NAME
               MOVE 0 TO WS-TOKEN-OUT
               PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                   EVALUATE TRUE
                       WHEN WS-CARD-TOKEN(WS-TOKEN-IDX)(1:5) =
                               'IFRC='
                           SET CARD-HAS-IFRC TO TRUE
                           MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(6:) TO
                               WS-COND-VALUE
                       WHEN WS-CARD-TOKEN(WS-TOKEN-IDX)(1:6) =
                               'CHAIN='
                           PERFORM CHECK-CHAIN-TOKEN
                       WHEN WS-CARD-TOKEN(WS-TOKEN-IDX)(1:9) =
                               'PIPEFROM='
                           SET CARD-HAS-PIPEFROM TO TRUE
                           MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(10:)
                               TO WS-PIPE-FROM-NAME
                       WHEN WS-CARD-TOKEN(WS-TOKEN-IDX)(1:6) =
                               'SCHED='
                           PERFORM CHECK-SCHEDULE-TOKEN
                       WHEN OTHER
                           ADD 1 TO WS-TOKEN-OUT
                           IF WS-TOKEN-OUT NOT = WS-TOKEN-IDX
                               MOVE WS-CARD-TOKEN(WS-TOKEN-IDX) TO
                                   WS-CARD-TOKEN(WS-TOKEN-OUT)
                           END-IF
                   END-EVALUATE
               END-PERFORM
               PERFORM VARYING WS-TOKEN-IDX FROM WS-TOKEN-OUT BY 1
                   UNTIL WS-TOKEN-IDX >= WS-CARD-TOKEN-COUNT
                   MOVE SPACES TO WS-CARD-TOKEN(WS-TOKEN-IDX + 1)
               END-PERFORM
               MOVE WS-TOKEN-OUT TO WS-CARD-TOKEN-COUNT
               IF CARD-HAS-IFRC
                   PERFORM PARSE-IFRC-VALUE
               END-IF
               IF WS-CARD-TOKEN-COUNT = 0
                   SET FINDING-IS-ERROR TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'THE CARD CARRIES ONLY DRIVER CONDITIONS - '
                       'THERE IS NOTHING FOR IT TO RUN'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF.

      * Split at the LAST dot, as the driver does. Whatever the
      * driver could not use it drops, running the card with no
      * condition at all - never what whoever wrote it meant.
           PARSE-IFRC-VALUE.
               MOVE 0 TO WS-COND-VAL-LEN
               PERFORM VARYING WS-SCAN-IDX FROM 95 BY -1
                   UNTIL WS-SCAN-IDX = 0
                   IF WS-COND-VALUE(WS-SCAN-IDX:1) NOT = SPACE
                       MOVE WS-SCAN-IDX TO WS-COND-VAL-LEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-COND-DOT-POS
               PERFORM VARYING WS-SCAN-IDX FROM WS-COND-VAL-LEN
                   BY -1 UNTIL WS-SCAN-IDX = 0
                       OR WS-COND-DOT-POS NOT = 0
                   IF WS-COND-VALUE(WS-SCAN-IDX:1) = '.'
                       MOVE WS-SCAN-IDX TO WS-COND-DOT-POS
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-COND-VAL-LEN = 0
                       MOVE 'N' TO WS-COND-IFRC-SWITCH
                       SET FINDING-IS-ERROR TO TRUE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING 'IFRC= HAS NO VALUE - THE DRIVER DROPS '
                           'THE CONDITION AND RUNS THE CARD'
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   WHEN WS-COND-DOT-POS = 0
                       IF FUNCTION TRIM(WS-COND-VALUE) IS NOT NUMERIC
                           PERFORM REPORT-UNUSABLE-IFRC
                       END-IF
                   WHEN WS-COND-DOT-POS > 1
                           AND WS-COND-DOT-POS < WS-COND-VAL-LEN
                           AND FUNCTION TRIM(WS-COND-VALUE
                               (WS-COND-DOT-POS + 1:)) IS NUMERIC
                       MOVE WS-COND-VALUE
                           (1:WS-COND-DOT-POS - 1) TO
                           WS-COND-TARGET-NAME
                   WHEN OTHER
                       PERFORM REPORT-UNUSABLE-IFRC
               END-EVALUATE.

           REPORT-UNUSABLE-IFRC.
               MOVE 'N' TO WS-COND-IFRC-SWITCH
               SET FINDING-IS-ERROR TO TRUE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING 'IFRC=' FUNCTION TRIM(WS-COND-VALUE)
                   ' IS NOT n OR name.n - THE DRIVER DROPS THE '
                   'CONDITION AND RUNS THE CARD'
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM WRITE-FINDING.

      * A bare limit judges the card just before; a named one the
      * most recent earlier card of that name. A name found only
      * further down, or nowhere, counts as RC 255 at run time - the
      * card is held back every night.
           CHECK-IFRC-REFERENCE.
               IF WS-COND-TARGET-NAME = SPACES
                   IF WS-CARD-IDX = 1
                       SET FINDING-IS-WARNING TO TRUE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING 'IFRC= ON THE FIRST CARD - THERE IS NO '
                           'PREVIOUS CARD, SO IT IS ALWAYS MET'
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               ELSE
                   MOVE WS-COND-TARGET-NAME TO WS-LOOKUP-NAME
                   PERFORM FIND-NAMED-CARDS
                   IF WS-FOUND-CARD-IDX = 0
                       SET FINDING-IS-ERROR TO TRUE
                       MOVE SPACES TO WS-FINDING-TEXT
                       IF WS-LATER-CARD-IDX NOT = 0
                           MOVE PC-LINE-NO(WS-LATER-CARD-IDX) TO
                               WS-EDIT-OTHER-LINE
                           STRING 'IFRC= NAMES '
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               ', WHICH ONLY RUNS LATER (LINE '
                               WS-EDIT-OTHER-LINE ') - THE CARD WILL '
                               'ALWAYS BE SKIPPED'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       ELSE
                           STRING 'IFRC= NAMES '
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               ', BUT NO CARD RUNS THAT NAME - THE '
                               'CARD WILL ALWAYS BE SKIPPED'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       END-IF
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF.

           CHECK-PIPE-REFERENCE.
               MOVE WS-PIPE-FROM-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-NAMED-CARDS
               IF WS-FOUND-CARD-IDX = 0
                   SET FINDING-IS-ERROR TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   EVALUATE TRUE
                       WHEN WS-PIPE-FROM-NAME = SPACES
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING 'PIPEFROM= NAMES NO CARD - THE CARD '
                               'WILL ALWAYS BE SKIPPED'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       WHEN WS-LATER-CARD-IDX NOT = 0
                           MOVE PC-LINE-NO(WS-LATER-CARD-IDX) TO
                               WS-EDIT-OTHER-LINE
                           STRING 'PIPEFROM= NAMES '
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               ', WHICH ONLY RUNS LATER (LINE '
                               WS-EDIT-OTHER-LINE ') - THE CARD WILL '
                               'ALWAYS BE SKIPPED'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       WHEN OTHER
                           STRING 'PIPEFROM= NAMES '
                               FUNCTION TRIM(WS-LOOKUP-NAME)
                               ', BUT NO EARLIER CARD RUNS THAT NAME '
                               '- THE CARD WILL ALWAYS BE SKIPPED'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-EVALUATE
                   PERFORM WRITE-FINDING
               END-IF
      * The driver hands the producer's output over as one more
      * IN= token, and needs a free slot to do it.
               IF WS-CARD-TOKEN-COUNT >= WS-CARD-TOKEN-MAX
                   SET FINDING-IS-ERROR TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'NO TOKEN SLOT LEFT FOR THE PIPE IN= FILE - '
                       'THE CARD WILL ALWAYS BE SKIPPED'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF.

      * Most recent earlier card whose raw first token is
      * WS-LOOKUP-NAME - the driver's own rule - and, when there is
      * none, the first later one, so the finding can say where the
      * name actually turns up.
           FIND-NAMED-CARDS.
               MOVE 0 TO WS-FOUND-CARD-IDX
               MOVE 0 TO WS-LATER-CARD-IDX
               PERFORM VARYING WS-OTHER-CARD-IDX FROM WS-CARD-IDX
                   BY -1 UNTIL WS-OTHER-CARD-IDX <= 1
                       OR WS-FOUND-CARD-IDX NOT = 0
                   IF PC-FIRST-TOKEN(WS-OTHER-CARD-IDX - 1) =
                           WS-LOOKUP-NAME
                       COMPUTE WS-FOUND-CARD-IDX =
                           WS-OTHER-CARD-IDX - 1
                   END-IF
               END-PERFORM
               IF WS-FOUND-CARD-IDX = 0
                   PERFORM VARYING WS-OTHER-CARD-IDX FROM WS-CARD-IDX
                       BY 1 UNTIL WS-OTHER-CARD-IDX > WS-CARD-COUNT
                           OR WS-LATER-CARD-IDX NOT = 0
                       IF PC-FIRST-TOKEN(WS-OTHER-CARD-IDX) =
                               WS-LOOKUP-NAME
                           MOVE WS-OTHER-CARD-IDX TO WS-LATER-CARD-IDX
                       END-IF
                   END-PERFORM
               END-IF.

      * Registered the way REGISTER-CHAIN registers it - cut to 20
      * characters - with the folded spelling kept for the
      * two-spellings check once every card has been seen.
           CHECK-CHAIN-TOKEN.
               IF WS-CARD-TOKEN(WS-TOKEN-IDX)(27:) NOT = SPACES
                   SET FINDING-IS-WARNING TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-CARD-TOKEN(WS-TOKEN-IDX))
                       ' - THE DRIVER ONLY KEEPS THE FIRST 20 '
                       'CHARACTERS OF A CHAIN NAME'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(7:) TO
                   WS-CHAIN-NAME-WORK
               MOVE 0 TO WS-CARD-CHAIN
               PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                       OR WS-CARD-CHAIN NOT = 0
                   IF WS-CHN-NAME(WS-CHAIN-IDX) = WS-CHAIN-NAME-WORK
                       MOVE WS-CHAIN-IDX TO WS-CARD-CHAIN
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CARD-CHAIN NOT = 0
                       ADD 1 TO WS-CHN-CARD-COUNT(WS-CARD-CHAIN)
                   WHEN WS-CHAIN-COUNT >= MAX-CHAINS
                       SET FINDING-IS-ERROR TO TRUE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING 'CHAIN '
                           FUNCTION TRIM(WS-CHAIN-NAME-WORK)
                           ' IS ONE MORE THAN THE 20 CHAINS THE '
                           'DRIVER TRACKS - IT WILL NOT BE ENFORCED'
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   WHEN OTHER
                       ADD 1 TO WS-CHAIN-COUNT
                       MOVE WS-CHAIN-NAME-WORK TO
                           WS-CHN-NAME(WS-CHAIN-COUNT)
                       MOVE 1 TO WS-CHN-CARD-COUNT(WS-CHAIN-COUNT)
                       MOVE PC-LINE-NO(WS-CARD-IDX) TO
                           WS-CHN-FIRST-LINE(WS-CHAIN-COUNT)
                       PERFORM FOLD-CHAIN-NAME
                       MOVE WS-CHAIN-FOLD-WORK TO
                           WS-CHN-FOLDED(WS-CHAIN-COUNT)
               END-EVALUATE.

      * Upper case, with the separators people type interchangeably
      * (- _ .) left out: NIGHTLY-GL, nightly_gl and NightlyGL all
      * fold to NIGHTLYGL.
           FOLD-CHAIN-NAME.
               MOVE SPACES TO WS-CHAIN-FOLD-WORK
               MOVE 0 TO WS-FOLD-OUT
               PERFORM VARYING WS-FOLD-IDX FROM 1 BY 1
                   UNTIL WS-FOLD-IDX > 20
                   IF WS-CHAIN-NAME-WORK(WS-FOLD-IDX:1) NOT = '-'
                           AND WS-CHAIN-NAME-WORK(WS-FOLD-IDX:1)
                               NOT = '_'
                           AND WS-CHAIN-NAME-WORK(WS-FOLD-IDX:1)
                               NOT = '.'
                           AND WS-CHAIN-NAME-WORK(WS-FOLD-IDX:1)
                               NOT = SPACE
                       ADD 1 TO WS-FOLD-OUT
                       MOVE FUNCTION UPPER-CASE
                           (WS-CHAIN-NAME-WORK(WS-FOLD-IDX:1))
                           TO WS-CHAIN-FOLD-WORK(WS-FOLD-OUT:1)
                   END-IF
               END-PERFORM.

      * Every code TEST-ONE-SCHEDULE-CODE knows. An unknown one holds
      * the card back every night; a sixth code is dropped.
           CHECK-SCHEDULE-TOKEN.
               MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(7:) TO WS-SCHED-CODE
               IF WS-CARD-SCHED-COUNT >= MAX-CARD-SCHEDULES
                   SET FINDING-IS-WARNING TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'MORE THAN FIVE SCHED= ON ONE CARD - '
                       FUNCTION TRIM(WS-CARD-TOKEN(WS-TOKEN-IDX))
                       ' WILL BE IGNORED'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   ADD 1 TO WS-CARD-SCHED-COUNT
                   EVALUATE TRUE
                       WHEN WS-SCHED-CODE = 'DAILY' OR 'BUSDAY'
                               OR 'MON' OR 'TUE' OR 'WED' OR 'THU'
                               OR 'FRI' OR 'SAT' OR 'SUN'
                               OR 'FIRSTBUS' OR 'LASTBUS'
                               OR 'QTRFIRST' OR 'QTRLAST'
                           CONTINUE
                       WHEN WS-SCHED-CODE(1:3) = 'DAY'
                               AND WS-SCHED-CODE(4:2) IS NUMERIC
                               AND WS-SCHED-CODE(6:) = SPACES
                           MOVE WS-SCHED-CODE(4:2) TO
                               WS-SCHED-DAY-NUMBER
                           IF WS-SCHED-DAY-NUMBER = 0
                                   OR WS-SCHED-DAY-NUMBER > 31
                               SET FINDING-IS-WARNING TO TRUE
                               MOVE SPACES TO WS-FINDING-TEXT
                               STRING 'SCHED=' WS-SCHED-CODE(1:5)
                                   ' NAMES NO DAY OF ANY MONTH - THE '
                                   'CARD WILL NEVER FALL DUE'
                                   DELIMITED BY SIZE
                                   INTO WS-FINDING-TEXT
                               PERFORM WRITE-FINDING
                           END-IF
                       WHEN OTHER
                           SET FINDING-IS-ERROR TO TRUE
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING 'SCHED='
                               FUNCTION TRIM(WS-SCHED-CODE)
                               ' IS NOT A SCHEDULE CODE - THE CARD '
                               'WILL BE SKIPPED EVERY NIGHT'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM WRITE-FINDING
                   END-EVALUATE
               END-IF.

      * What the interpreter will be given: the script or member,
      * then every file its parameters - and a member's stored
      * defaults - name.
           CHECK-CARD-RUN.
               PERFORM CHECK-CARD-USES-LIBRARY
               MOVE SPACES TO WS-DEFAULT-TOKENS
               MOVE 'N' TO WS-SCRIPT-FOUND-SWITCH
               IF CARD-USES-LIBRARY
                   PERFORM CHECK-LIBRARY-MEMBER
               ELSE
                   MOVE WS-CARD-TOKEN(1) TO WS-PROBE-FILE-NAME
                   PERFORM PROBE-NAMED-FILE
                   IF PROBED-FILE-EXISTS
                       SET CARD-SCRIPT-FOUND TO TRUE
                   ELSE
                       SET FINDING-IS-ERROR TO TRUE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING 'SCRIPT FILE '
                           FUNCTION TRIM(WS-CARD-TOKEN(1))
                           ' DOES NOT EXIST'
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF
               MOVE SPACES TO WS-ANALYZE-INPUT-NAME
               MOVE SPACES TO WS-TOKEN-SOURCE
               PERFORM VARYING WS-TOKEN-IDX FROM 2 BY 1
                   UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                   MOVE WS-CARD-TOKEN(WS-TOKEN-IDX) TO WS-TOKEN-WORK
                   PERFORM CHECK-RUN-TOKEN
               END-PERFORM
               MOVE ' (LIBRARY DEFAULT)' TO WS-TOKEN-SOURCE
               PERFORM VARYING WS-DEFAULT-IDX FROM 1 BY 1
                   UNTIL WS-DEFAULT-IDX > 9
                   IF WS-DEFAULT-TOKEN(WS-DEFAULT-IDX) NOT = SPACES
                       PERFORM CHECK-CARD-OVERRIDE
                       IF NOT CARD-OVERRIDES-DEFAULT
                           MOVE WS-DEFAULT-TOKEN(WS-DEFAULT-IDX) TO
                               WS-TOKEN-WORK
                           PERFORM CHECK-RUN-TOKEN
                       END-IF
                   END-IF
               END-PERFORM
               IF CARD-HAS-PIPEFROM AND WS-PIPE-FROM-NAME NOT = SPACES
                   MOVE SPACES TO WS-ANALYZE-INPUT-NAME
                   STRING FUNCTION TRIM(WS-PIPE-FROM-NAME) '.output'
                       DELIMITED BY SIZE INTO WS-ANALYZE-INPUT-NAME
               END-IF
               IF ANALYSIS-WANTED AND CARD-SCRIPT-FOUND
                   PERFORM RUN-STATIC-ANALYZER
               END-IF.

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

      * A keyed read of the member's sequence-0 record, the same
      * fetch the interpreter starts with; a RETIRED member is one
      * the interpreter refuses to run. The sequence-9999 defaults
      * come back with it.
           CHECK-LIBRARY-MEMBER.
               IF CARD-USES-TEST-LIBRARY
                   MOVE WS-TEST-LIBRARY-NAME TO WS-LIBRARY-FILE-NAME
               ELSE
                   MOVE WS-PROD-LIBRARY-NAME TO WS-LIBRARY-FILE-NAME
               END-IF
               OPEN INPUT SCRIPT-LIBRARY
               IF WS-LIBRARY-STATUS NOT = '00'
                   SET FINDING-IS-ERROR TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'SCRIPT LIBRARY '
                       FUNCTION TRIM(WS-LIBRARY-FILE-NAME)
                       ' CANNOT BE OPENED (STATUS '
                       WS-LIBRARY-STATUS ')'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   MOVE 'Y' TO WS-MEMBER-FOUND-SWITCH
                   MOVE SPACES TO LIB-KEY
                   MOVE WS-CARD-TOKEN(1)(1:8) TO LIB-MEMBER-NAME
                   MOVE 0 TO LIB-RECORD-SEQ
                   READ SCRIPT-LIBRARY
                       INVALID KEY
                           MOVE 'N' TO WS-MEMBER-FOUND-SWITCH
                           SET FINDING-IS-ERROR TO TRUE
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING 'MEMBER '
                               FUNCTION TRIM(WS-CARD-TOKEN(1)(1:8))
                               ' IS NOT IN '
                               FUNCTION TRIM(WS-LIBRARY-FILE-NAME)
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM WRITE-FINDING
                   END-READ
                   IF MEMBER-IS-RUNNABLE AND LIB-MEMBER-RETIRED
                       MOVE 'N' TO WS-MEMBER-FOUND-SWITCH
                       SET FINDING-IS-ERROR TO TRUE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING 'MEMBER '
                           FUNCTION TRIM(WS-CARD-TOKEN(1)(1:8))
                           ' IS RETIRED IN '
                           FUNCTION TRIM(WS-LIBRARY-FILE-NAME)
                           ' - THE INTERPRETER WILL REFUSE IT'
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
                   IF MEMBER-IS-RUNNABLE
                       SET CARD-SCRIPT-FOUND TO TRUE
                       MOVE WS-CARD-TOKEN(1)(1:8) TO LIB-MEMBER-NAME
                       MOVE 9999 TO LIB-RECORD-SEQ
                       READ SCRIPT-LIBRARY
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               UNSTRING LIB-DEFAULT-PARMS
                                   DELIMITED BY ALL SPACE
                                   INTO WS-DEFAULT-TOKEN(1)
                                       WS-DEFAULT-TOKEN(2)
                                       WS-DEFAULT-TOKEN(3)
                                       WS-DEFAULT-TOKEN(4)
                                       WS-DEFAULT-TOKEN(5)
                                       WS-DEFAULT-TOKEN(6)
                                       WS-DEFAULT-TOKEN(7)
                                       WS-DEFAULT-TOKEN(8)
                                       WS-DEFAULT-TOKEN(9)
                               END-UNSTRING
                       END-READ
                   END-IF
                   CLOSE SCRIPT-LIBRARY
               END-IF.

      * A default whose keyword the card already gives a value for
      * never reaches the run.
           CHECK-CARD-OVERRIDE.
               MOVE 'N' TO WS-OVERRIDE-SWITCH
               MOVE 0 TO WS-DEFAULT-KEY-LEN
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 10
                       OR WS-DEFAULT-KEY-LEN NOT = 0
                   IF WS-DEFAULT-TOKEN(WS-DEFAULT-IDX)(WS-SCAN-IDX:1)
                           = '='
                       MOVE WS-SCAN-IDX TO WS-DEFAULT-KEY-LEN
                   END-IF
               END-PERFORM
               IF WS-DEFAULT-KEY-LEN NOT = 0
                   PERFORM VARYING WS-TOKEN-IDX FROM 2 BY 1
                       UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                       IF WS-CARD-TOKEN(WS-TOKEN-IDX)
                               (1:WS-DEFAULT-KEY-LEN) =
                               WS-DEFAULT-TOKEN(WS-DEFAULT-IDX)
                                   (1:WS-DEFAULT-KEY-LEN)
                           SET CARD-OVERRIDES-DEFAULT TO TRUE
                       END-IF
                   END-PERFORM
               END-IF.

      * The interpreter's file keywords. A codepage table or a bulk
      * file that is not there refuses the run; a TAPE= preload
      * likewise, and one that only a later card SAVEs would be
      * last night's tape. An IN= file merely absent leaves ","
      * reading end-of-file - worth a warning unless an earlier
      * card's .output is what it will be by then.
           CHECK-RUN-TOKEN.
               EVALUATE TRUE
                   WHEN WS-TOKEN-WORK(1:5) = 'TAPE='
                       PERFORM CHECK-TAPE-TOKEN
                   WHEN WS-TOKEN-WORK(1:7) = 'OUTTBL='
                       MOVE WS-TOKEN-WORK(8:) TO WS-PROBE-FILE-NAME
                       PERFORM CHECK-REQUIRED-FILE
                   WHEN WS-TOKEN-WORK(1:6) = 'INTBL='
                       MOVE WS-TOKEN-WORK(7:) TO WS-PROBE-FILE-NAME
                       PERFORM CHECK-REQUIRED-FILE
                   WHEN WS-TOKEN-WORK(1:5) = 'BULK='
                       MOVE WS-TOKEN-WORK(6:) TO WS-PROBE-FILE-NAME
                       PERFORM CHECK-REQUIRED-FILE
                   WHEN WS-TOKEN-WORK(1:3) = 'IN='
                       MOVE WS-TOKEN-WORK(4:) TO WS-ANALYZE-INPUT-NAME
                       PERFORM CHECK-INPUT-TOKEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           CHECK-REQUIRED-FILE.
               PERFORM PROBE-NAMED-FILE
               IF NOT PROBED-FILE-EXISTS
                   SET FINDING-IS-ERROR TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-TOKEN-WORK)
                       FUNCTION TRIM(WS-TOKEN-SOURCE TRAILING)
                       ' - FILE DOES NOT EXIST, THE INTERPRETER WILL '
                       'REFUSE THE RUN'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF.

           CHECK-TAPE-TOKEN.
               MOVE WS-TOKEN-WORK(6:) TO WS-LOOKUP-NAME
               MOVE 0 TO WS-FOUND-CARD-IDX
               MOVE 0 TO WS-LATER-CARD-IDX
               PERFORM VARYING WS-OTHER-CARD-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-CARD-IDX > WS-CARD-COUNT
                   IF PC-SAVE-NAME(WS-OTHER-CARD-IDX) = WS-LOOKUP-NAME
                           AND WS-LOOKUP-NAME NOT = SPACES
                       IF WS-OTHER-CARD-IDX < WS-CARD-IDX
                           MOVE WS-OTHER-CARD-IDX TO WS-FOUND-CARD-IDX
                       END-IF
                       IF WS-OTHER-CARD-IDX > WS-CARD-IDX
                               AND WS-LATER-CARD-IDX = 0
                           MOVE WS-OTHER-CARD-IDX TO WS-LATER-CARD-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FOUND-CARD-IDX = 0
                   MOVE WS-LOOKUP-NAME TO WS-PROBE-FILE-NAME
                   PERFORM PROBE-NAMED-FILE
                   MOVE SPACES TO WS-FINDING-TEXT
                   EVALUATE TRUE
                       WHEN WS-LATER-CARD-IDX NOT = 0
                           SET FINDING-IS-ERROR TO TRUE
                           MOVE PC-LINE-NO(WS-LATER-CARD-IDX) TO
                               WS-EDIT-OTHER-LINE
                           STRING FUNCTION TRIM(WS-TOKEN-WORK)
                               FUNCTION TRIM(WS-TOKEN-SOURCE TRAILING)
                               ' - ONLY SAVED BY A LATER CARD (LINE '
                               WS-EDIT-OTHER-LINE '), SO THIS RUN '
                               'WOULD READ A STALE TAPE'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       WHEN NOT PROBED-FILE-EXISTS
                           SET FINDING-IS-ERROR TO TRUE
                           STRING FUNCTION TRIM(WS-TOKEN-WORK)
                               FUNCTION TRIM(WS-TOKEN-SOURCE TRAILING)
                               ' - NO EARLIER CARD SAVES IT AND THE '
                               'FILE DOES NOT EXIST'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       WHEN OTHER
                           SET FINDING-IS-WARNING TO TRUE
                           STRING FUNCTION TRIM(WS-TOKEN-WORK)
                               FUNCTION TRIM(WS-TOKEN-SOURCE TRAILING)
                               ' - NO EARLIER CARD SAVES IT; THE FILE '
                               'ON DISK NOW WILL BE PRELOADED'
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-EVALUATE
                   PERFORM WRITE-FINDING
               END-IF.

           CHECK-INPUT-TOKEN.
               MOVE 0 TO WS-FOUND-CARD-IDX
               PERFORM VARYING WS-OTHER-CARD-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-CARD-IDX >= WS-CARD-IDX
                       OR WS-FOUND-CARD-IDX NOT = 0
                   MOVE SPACES TO WS-LOOKUP-NAME
                   STRING FUNCTION TRIM(PC-FIRST-TOKEN
                       (WS-OTHER-CARD-IDX)) '.output'
                       DELIMITED BY SIZE INTO WS-LOOKUP-NAME
                   IF WS-LOOKUP-NAME = WS-TOKEN-WORK(4:)
                       MOVE WS-OTHER-CARD-IDX TO WS-FOUND-CARD-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-CARD-IDX = 0
                   MOVE WS-TOKEN-WORK(4:) TO WS-PROBE-FILE-NAME
                   PERFORM PROBE-NAMED-FILE
                   IF NOT PROBED-FILE-EXISTS
                       SET FINDING-IS-WARNING TO TRUE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING FUNCTION TRIM(WS-TOKEN-WORK)
                           FUNCTION TRIM(WS-TOKEN-SOURCE TRAILING)
                           ' - FILE DOES NOT EXIST AND NO EARLIER '
                           'CARD WRITES IT; "," WILL READ NOTHING'
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
               END-IF.

           PROBE-NAMED-FILE.
               MOVE 'N' TO WS-PROBE-SWITCH
               IF WS-PROBE-FILE-NAME NOT = SPACES
                   OPEN INPUT PROBE-FILE
                   IF WS-PROBE-FILE-STATUS = '00'
                       SET PROBED-FILE-EXISTS TO TRUE
                       CLOSE PROBE-FILE
                   END-IF
               END-IF.

      * The analyzer is handed what tonight's run will read: the
      * member from the same library, and the IN= file - the pipe
      * producer's .output when the card is piped. A member's own
      * stored IN= default the analyzer picks up for itself.
           RUN-STATIC-ANALYZER.
               MOVE SPACES TO WS-SHELL-COMMAND
               MOVE 1 TO WS-CMD-PTR
               STRING WS-QUOTE FUNCTION TRIM(WS-ANALYZER-EXE) WS-QUOTE
                   ' ' WS-QUOTE FUNCTION TRIM(WS-CARD-TOKEN(1))
                   WS-QUOTE
                   DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                   WITH POINTER WS-CMD-PTR
               IF CARD-USES-LIBRARY
                   STRING ' LIBRARY'
                       DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                       WITH POINTER WS-CMD-PTR
               END-IF
               IF CARD-USES-TEST-LIBRARY
                   STRING ' TEST'
                       DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                       WITH POINTER WS-CMD-PTR
               END-IF
               IF WS-ANALYZE-INPUT-NAME NOT = SPACES
                   STRING ' ' WS-QUOTE 'IN='
                       FUNCTION TRIM(WS-ANALYZE-INPUT-NAME) WS-QUOTE
                       DELIMITED BY SIZE INTO WS-SHELL-COMMAND
                       WITH POINTER WS-CMD-PTR
               END-IF
               CALL 'SYSTEM' USING WS-SHELL-COMMAND
               MOVE RETURN-CODE TO WS-ANALYZE-RC
               MOVE 0 TO RETURN-CODE
               IF WS-ANALYZE-RC >= 256
                   DIVIDE WS-ANALYZE-RC BY 256 GIVING WS-ANALYZE-RC
               END-IF
               IF WS-ANALYZE-RC < 0
                   MOVE 255 TO WS-ANALYZE-RC
               END-IF
               ADD 1 TO WS-ANALYZE-RUN-COUNT
               MOVE SPACES TO WS-FINDING-TEXT
               EVALUATE WS-ANALYZE-RC
                   WHEN 0
                       CONTINUE
                   WHEN 4
                       SET FINDING-IS-WARNING TO TRUE
                       STRING 'STATIC ANALYSIS FOUND PROBLEMS - SEE '
                           FUNCTION TRIM(WS-CARD-TOKEN(1))
                           '.analysis'
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   WHEN 8
                       SET FINDING-IS-ERROR TO TRUE
                       MOVE 'STATIC ANALYSIS COULD NOT READ THE SCRIPT'
                           TO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   WHEN OTHER
                       SET FINDING-IS-WARNING TO TRUE
                       MOVE WS-ANALYZE-RC TO WS-EDIT-RC
                       STRING 'STATIC ANALYZER '
                           FUNCTION TRIM(WS-ANALYZER-EXE)
                           ' DID NOT RUN (RC ' WS-EDIT-RC ')'
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
               END-EVALUATE.

      * Findings that belong to no one card: cards past the driver's
      * limit, and chains that only look like one chain.
           CHECK-WHOLE-FILE.
               MOVE SPACES TO WS-FINDING-HEADER
               MOVE 'ACROSS THE CONTROL FILE:' TO WS-FINDING-HEADER
               SET FINDING-HEADER-PENDING TO TRUE
               IF WS-CARD-COUNT = 0
                   SET FINDING-IS-WARNING TO TRUE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'THE CONTROL FILE HOLDS NO CARDS - THE BATCH '
                       'WOULD RUN NOTHING'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               IF WS-CARDS-DROPPED > 0
                   SET FINDING-IS-ERROR TO TRUE
                   MOVE WS-CARDS-DROPPED TO WS-EDIT-COUNT
                   MOVE WS-FIRST-DROPPED-LINE TO WS-EDIT-LINE-NO
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING WS-EDIT-COUNT ' CARD(S) FROM LINE '
                       WS-EDIT-LINE-NO ' ON ARE PAST THE DRIVER''S '
                       '500-CARD LIMIT AND WILL NEVER RUN'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF
               PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-COUNT
                   PERFORM CHECK-ONE-CHAIN
               END-PERFORM.

      * A chain with a twin spelling is reported once, against the
      * later spelling; it is not also a chain that links nothing.
           CHECK-ONE-CHAIN.
               MOVE 'N' TO WS-CHAIN-TWIN-SWITCH
               PERFORM VARYING WS-OTHER-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-CHAIN-IDX > WS-CHAIN-COUNT
                   IF WS-CHN-FOLDED(WS-OTHER-CHAIN-IDX) =
                           WS-CHN-FOLDED(WS-CHAIN-IDX)
                           AND WS-OTHER-CHAIN-IDX NOT = WS-CHAIN-IDX
                       SET CHAIN-HAS-TWIN TO TRUE
                       IF WS-OTHER-CHAIN-IDX < WS-CHAIN-IDX
                           PERFORM REPORT-CHAIN-TWIN
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CHN-CARD-COUNT(WS-CHAIN-IDX) = 1
                       AND NOT CHAIN-HAS-TWIN
                   SET FINDING-IS-WARNING TO TRUE
                   MOVE WS-CHN-FIRST-LINE(WS-CHAIN-IDX) TO
                       WS-EDIT-LINE-NO
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING 'CHAIN='
                       FUNCTION TRIM(WS-CHN-NAME(WS-CHAIN-IDX))
                       ' IS ON ONE CARD ONLY (LINE ' WS-EDIT-LINE-NO
                       ') - IT LINKS NOTHING'
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               END-IF.

           REPORT-CHAIN-TWIN.
               SET FINDING-IS-ERROR TO TRUE
               MOVE WS-CHN-FIRST-LINE(WS-OTHER-CHAIN-IDX) TO
                   WS-EDIT-OTHER-LINE
               MOVE WS-CHN-FIRST-LINE(WS-CHAIN-IDX) TO WS-EDIT-LINE-NO
               MOVE SPACES TO WS-FINDING-TEXT
               STRING 'CHAIN='
                   FUNCTION TRIM(WS-CHN-NAME(WS-OTHER-CHAIN-IDX))
                   ' (LINE ' WS-EDIT-OTHER-LINE ') AND CHAIN='
                   FUNCTION TRIM(WS-CHN-NAME(WS-CHAIN-IDX))
                   ' (LINE ' WS-EDIT-LINE-NO ') ARE ONE CHAIN '
                   'SPELLED TWO WAYS'
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM WRITE-FINDING.

           WRITE-FINDING.
               IF FINDING-HEADER-PENDING
                   MOVE SPACES TO PREFLIGHT-REPORT-RECORD
                   WRITE PREFLIGHT-REPORT-RECORD
                   MOVE WS-FINDING-HEADER TO PREFLIGHT-REPORT-RECORD
                   WRITE PREFLIGHT-REPORT-RECORD
                   MOVE 'N' TO WS-HEADER-PENDING-SWITCH
               END-IF
               SET CARD-HAS-FINDINGS TO TRUE
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               IF FINDING-IS-ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   STRING '    ERROR:   ' WS-FINDING-TEXT
                       DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               ELSE
                   ADD 1 TO WS-WARNING-COUNT
                   STRING '    WARNING: ' WS-FINDING-TEXT
                       DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               END-IF
               WRITE PREFLIGHT-REPORT-RECORD.

           WRITE-REPORT-HEADER.
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'PRE-FLIGHT CHECK - CONTROL FILE: '
                   FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               WRITE PREFLIGHT-REPORT-RECORD
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'CHECKED ' WS-TODAY ' ' WS-NOW(1:2) ':'
                   WS-NOW(3:2)
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               WRITE PREFLIGHT-REPORT-RECORD
               MOVE WS-CARD-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               MOVE 1 TO WS-REPORT-PTR
               STRING 'CARDS: ' FUNCTION TRIM(WS-EDIT-COUNT)
                   '   STATIC ANALYSIS: '
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
                   WITH POINTER WS-REPORT-PTR
               IF ANALYSIS-WANTED
                   STRING FUNCTION TRIM(WS-ANALYZER-EXE)
                       DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
                       WITH POINTER WS-REPORT-PTR
               ELSE
                   STRING 'NOT RUN (NOANALYZE)'
                       DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
                       WITH POINTER WS-REPORT-PTR
               END-IF
               WRITE PREFLIGHT-REPORT-RECORD.

           WRITE-REPORT-TRAILER.
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               WRITE PREFLIGHT-REPORT-RECORD
               MOVE WS-CARD-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'CARDS CHECKED:       ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               WRITE PREFLIGHT-REPORT-RECORD
               MOVE WS-CARDS-WITH-FINDINGS TO WS-EDIT-COUNT
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'CARDS WITH FINDINGS: ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               WRITE PREFLIGHT-REPORT-RECORD
               MOVE WS-ANALYZE-RUN-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'SCRIPTS ANALYZED:    ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               WRITE PREFLIGHT-REPORT-RECORD
               MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'ERRORS:              ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               WRITE PREFLIGHT-REPORT-RECORD
               MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'WARNINGS:            ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               WRITE PREFLIGHT-REPORT-RECORD
               EVALUATE TRUE
                   WHEN WS-ERROR-COUNT > 0
                       MOVE SPACES TO PREFLIGHT-REPORT-RECORD
                       STRING 'RESULT: ERRORS - FIX THEM BEFORE THE '
                           'BATCH RUNS'
                           DELIMITED BY SIZE INTO
                               PREFLIGHT-REPORT-RECORD
                   WHEN WS-WARNING-COUNT > 0
                       MOVE 'RESULT: WARNINGS ONLY - THE BATCH CAN RUN'
                           TO PREFLIGHT-REPORT-RECORD
                   WHEN OTHER
                       MOVE 'RESULT: CLEAN' TO PREFLIGHT-REPORT-RECORD
               END-EVALUATE
               WRITE PREFLIGHT-REPORT-RECORD.

       END PROGRAM BF-PREFLIGHT-CHECK.
