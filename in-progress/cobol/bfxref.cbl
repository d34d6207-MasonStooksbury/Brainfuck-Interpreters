       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-CROSS-REFERENCE.


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
      * Script sources and bflib/ include members are read as text
      * lines - READLINES only honours a %INCLUDE directive that
      * starts a line of its own, so nothing finer is needed.
              SELECT SOURCE-FILE ASSIGN TO DYNAMIC
                  WS-SOURCE-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-FILE-STATUS.
      * Same provenance sidecar READLINES leaves beside a cleaned
      * script - its origin column names every member the cleaned
      * bytes came from, nested ones included, long after the
      * %INCLUDE lines themselves were stripped out.
              SELECT OFFSET-MAP-FILE ASSIGN TO DYNAMIC
                  WS-MAP-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAP-FILE-STATUS.
              SELECT XREF-REPORT-FILE ASSIGN TO DYNAMIC
                  WS-XREF-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CONTROL-FILE.
           01 CONTROL-LINE-RECORD PIC X(200).

           FD SCRIPT-LIBRARY.
           COPY 'bflibrec.cpy'.

           FD SOURCE-FILE.
           01 SOURCE-LINE-RECORD PIC X(200).

           FD OFFSET-MAP-FILE.
           01 OFFSET-MAP-RECORD.
               05 OM-LINE-NO PIC 9(5).
               05 FILLER PIC X.
               05 OM-COL-NO PIC 9(3).
               05 FILLER PIC X.
               05 OM-ORIGIN PIC X(12).

           FD XREF-REPORT-FILE.
           01 XREF-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      * Whole command line, all parameters optional and in any
      * order:
      *   CONTROL=file  - a control file to cross-reference; give
      *                   it once per file, up to five
      *                   (control.txt when none is given)
      *   LIBRARY=file  - production script library
      *                   (script-library.dat)
      *   TESTLIB=file  - test script library
      *                   (script-test-library.dat)
      *   IMPACT=name   - also list every card and script a change
      *                   to this item would touch: an include
      *                   member (PRINTNUM or bflib/PRINTNUM.bf), a
      *                   library member, a script file, a data
      *                   file, a codepage table or a chain name
      *   REPORT=file   - report written (xref-report.txt)
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-XREF-PARM-MAX CONSTANT 9.
           01 WS-XREF-PARMS.
               05 WS-XREF-PARM PIC X(100)
                   OCCURS WS-XREF-PARM-MAX TIMES.
           01 WS-PARM-IDX PIC 9(2).
           01 WS-PARM-TO-CLASSIFY PIC X(100).

           01 MAX-CONTROL-FILES CONSTANT 5.
           01 WS-CONTROL-FILE-TABLE.
               05 WS-CONTROL-ENTRY PIC X(100)
                   OCCURS MAX-CONTROL-FILES TIMES.
           01 WS-CONTROL-FILE-COUNT PIC 9(1) VALUE 0.
           01 WS-CONTROL-IDX PIC 9(1).
           01 WS-CONTROL-FILE-NAME PIC X(100).
           01 WS-CONTROL-FILE-STATUS PIC XX.
           01 WS-CONTROL-EOF-SWITCH PIC X.
               88 END-OF-CONTROL-FILE VALUE 'Y'.
           01 WS-CONTROL-LINE-NO PIC 9(4).
           01 WS-CONTROL-OPENED-COUNT PIC 9(1) VALUE 0.

           01 WS-LIBRARY-FILE-NAME PIC X(100).
           01 WS-PROD-LIBRARY-NAME PIC X(100)
               VALUE 'script-library.dat'.
           01 WS-TEST-LIBRARY-NAME PIC X(100)
               VALUE 'script-test-library.dat'.
           01 WS-LIBRARY-STATUS PIC XX.
           01 WS-LIBRARY-EOF-SWITCH PIC X.
               88 END-OF-LIBRARY VALUE 'Y'.
      * Which library is being read - P production, T test - and so
      * which kind of member unit its members become.
           01 WS-LIBRARY-KIND PIC X.
           01 WS-LIBRARY-MEMBER-COUNT PIC 9(5).
           01 WS-PROD-MEMBER-COUNT PIC 9(5) VALUE 0.
           01 WS-TEST-MEMBER-COUNT PIC 9(5) VALUE 0.
           01 WS-PROD-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 PROD-LIBRARY-READ VALUE 'Y'.
           01 WS-TEST-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 TEST-LIBRARY-READ VALUE 'Y'.

           01 WS-SOURCE-FILE-NAME PIC X(120).
           01 WS-SOURCE-FILE-STATUS PIC XX.
           01 WS-SOURCE-EOF-SWITCH PIC X.
               88 END-OF-SOURCE-FILE VALUE 'Y'.
           01 WS-MAP-FILE-NAME PIC X(124).
           01 WS-MAP-FILE-STATUS PIC XX.
           01 WS-MAP-EOF-SWITCH PIC X.
               88 END-OF-MAP-FILE VALUE 'Y'.
           01 WS-LAST-MAP-ORIGIN PIC X(12).
      * Where READLINES looks for an include member.
           01 WS-INCLUDE-DIR CONSTANT 'bflib/'.

           01 WS-XREF-REPORT-NAME PIC X(100)
               VALUE 'xref-report.txt'.
           01 WS-TODAY PIC 9(8).
           01 WS-NOW PIC 9(8).

      * The item IMPACT= asks about, and - when it was given as
      * bflib/MEMBER.bf - the bare member name the directives and
      * map origins carry.
           01 WS-IMPACT-NAME PIC X(100) VALUE SPACES.
           01 WS-IMPACT-MEMBER PIC X(100) VALUE SPACES.
           01 WS-IMPACT-SWITCH PIC X VALUE 'N'.
               88 IMPACT-REQUESTED VALUE 'Y'.
           01 WS-IMPACT-SPREAD-SWITCH PIC X.
               88 IMPACT-STILL-SPREADING VALUE 'Y'.
           01 WS-IMPACT-CARD-COUNT PIC 9(4) VALUE 0.
           01 WS-IMPACT-UNIT-COUNT PIC 9(4) VALUE 0.
           01 WS-IMPACT-WHY PIC X(100).
           01 WS-MATCH-NAME PIC X(100).
           01 WS-MATCH-SWITCH PIC X.
               88 NAME-MATCHES-IMPACT VALUE 'Y'.

      * One entry per control card, across every control file. The
      * card's own references (and, for a library member, the run
      * defaults it picks up) are added together, so they sit in
      * one run of the reference table from XC-REF-FIRST.
           01 MAX-XREF-CARDS CONSTANT 1000.
           01 WS-CARD-TABLE.
               05 WS-CARD OCCURS MAX-XREF-CARDS TIMES.
                   10 XC-CONTROL-IDX PIC 9(1).
                   10 XC-LINE-NO PIC 9(4).
                   10 XC-SCRIPT PIC X(100).
                   10 XC-KIND PIC X.
                       88 XC-RUNS-SCRIPT-FILE VALUE 'F'.
                       88 XC-RUNS-LIBRARY-MEMBER VALUE 'L'.
                       88 XC-RUNS-UTILITY VALUE 'U'.
                   10 XC-LIBRARY PIC X.
                       88 XC-USES-TEST-LIBRARY VALUE 'T'.
                   10 XC-UNIT-IDX PIC 9(4).
                   10 XC-REF-FIRST PIC 9(5).
                   10 XC-REF-COUNT PIC 9(3).
                   10 XC-IMPACT-FLAG PIC X.
                       88 XC-IS-IMPACTED VALUE 'Y'.
                   10 XC-IMPACT-WHY PIC X(100).
           01 WS-CARD-COUNT PIC 9(4) VALUE 0.
           01 WS-CARD-IDX PIC 9(4).
           01 WS-OTHER-CARD-IDX PIC 9(4).
           01 WS-CARDS-DROPPED PIC 9(5) VALUE 0.

           01 WS-CARD-TOKEN-MAX CONSTANT 10.
           01 WS-CARD-TOKENS.
               05 WS-CARD-TOKEN PIC X(100)
                   OCCURS WS-CARD-TOKEN-MAX TIMES.
           01 WS-CARD-TOKEN-COUNT PIC 9(2).
           01 WS-TOKEN-IDX PIC 9(2).
           01 WS-TOKEN-OUT PIC 9(2).
           01 WS-TOKEN-WORK PIC X(100).
           01 WS-KEYWORD PIC X(10).
           01 WS-HOW-SUFFIX PIC X(16).

      * A "unit" is anything that holds script text: a script file
      * a card runs, a bflib/ include member, or a member of either
      * library. Its includes (and a library member's run defaults)
      * sit in one run of the reference table from XU-REF-FIRST.
           01 MAX-XREF-UNITS CONSTANT 1500.
           01 WS-UNIT-TABLE.
               05 WS-UNIT OCCURS MAX-XREF-UNITS TIMES.
                   10 XU-NAME PIC X(100).
                   10 XU-KIND PIC X.
                       88 XU-SCRIPT-FILE VALUE 'F'.
                       88 XU-INCLUDE-MEMBER VALUE 'B'.
                       88 XU-PROD-MEMBER VALUE 'P'.
                       88 XU-TEST-MEMBER VALUE 'T'.
                   10 XU-STATUS PIC X.
                       88 XU-NOT-YET-READ VALUE SPACE.
                       88 XU-FOUND VALUE 'Y'.
                       88 XU-MISSING VALUE 'N'.
                   10 XU-RETIRED-FLAG PIC X.
                       88 XU-RETIRED VALUE 'Y'.
                   10 XU-DEFAULTS PIC X(92).
                   10 XU-REF-FIRST PIC 9(5).
                   10 XU-REF-COUNT PIC 9(3).
      * S marks the changed item itself, Y a unit it touches.
                   10 XU-IMPACT-FLAG PIC X.
                       88 XU-IS-IMPACTED VALUES 'Y' 'S'.
                       88 XU-IS-CHANGED-ITEM VALUE 'S'.
                   10 XU-IMPACT-WHY PIC X(100).
           01 WS-UNIT-COUNT PIC 9(4) VALUE 0.
           01 WS-UNIT-IDX PIC 9(4).
           01 WS-UNITS-DROPPED PIC 9(5) VALUE 0.
           01 WS-FIND-UNIT-NAME PIC X(100).
           01 WS-FIND-UNIT-KIND PIC X.
           01 WS-FOUND-UNIT-IDX PIC 9(4).
           01 WS-NESTED-UNIT-IDX PIC 9(4).
           01 WS-UNIT-USE-COUNT PIC 9(5).

      * Every reference found, whoever holds it. XR-OBJECT is the
      * thing referred to - a member, file, table or chain name; for
      * a condition or pipe it is the earlier card's first token,
      * with XR-TARGET-CARD the card it resolved to (0 when no
      * earlier card carries that name).
           01 MAX-XREF-REFS CONSTANT 6000.
           01 WS-REF-TABLE.
               05 WS-REF OCCURS MAX-XREF-REFS TIMES.
                   10 XR-OBJECT PIC X(100).
                   10 XR-TYPE PIC X.
                       88 XR-INCLUDES VALUE 'I'.
                       88 XR-READS VALUE 'R'.
                       88 XR-WRITES VALUE 'W'.
                       88 XR-USES-CODEPAGE VALUE 'C'.
                       88 XR-RUNS VALUE 'X'.
                       88 XR-IN-CHAIN VALUE 'H'.
                       88 XR-WAITS-ON VALUE 'D'.
                       88 XR-PIPED-FROM VALUE 'P'.
                   10 XR-HOW PIC X(24).
                   10 XR-OWNER-TYPE PIC X.
                       88 XR-OWNED-BY-CARD VALUE 'C'.
                       88 XR-OWNED-BY-UNIT VALUE 'U'.
                   10 XR-OWNER-IDX PIC 9(4).
                   10 XR-TARGET-CARD PIC 9(4).
           01 WS-REF-COUNT PIC 9(5) VALUE 0.
           01 WS-REF-IDX PIC 9(5).
           01 WS-OTHER-REF-IDX PIC 9(5).
           01 WS-REF-END PIC 9(5).
           01 WS-OTHER-REF-END PIC 9(5).
           01 WS-REFS-DROPPED PIC 9(5) VALUE 0.
           01 WS-DEDUPE-FROM PIC 9(5).
           01 WS-NEW-REF.
               05 WS-NEW-OBJECT PIC X(100).
               05 WS-NEW-TYPE PIC X.
               05 WS-NEW-HOW PIC X(24).
               05 WS-NEW-OWNER-TYPE PIC X.
               05 WS-NEW-OWNER-IDX PIC 9(4).
               05 WS-NEW-TARGET-CARD PIC 9(4).
           01 WS-DUPLICATE-SWITCH PIC X.
               88 REFERENCE-ALREADY-HELD VALUE 'Y'.

      * Distinct objects for the where-used listing, kept in class
      * and name order as they are added.
           01 MAX-XREF-OBJECTS CONSTANT 3000.
           01 WS-OBJECT-TABLE.
               05 WS-OBJECT OCCURS MAX-XREF-OBJECTS TIMES.
                   10 XO-CLASS PIC X(8).
                   10 XO-NAME PIC X(100).
           01 WS-OBJECT-COUNT PIC 9(4) VALUE 0.
           01 WS-OBJECT-IDX PIC 9(4).
           01 WS-INSERT-IDX PIC 9(4).
           01 WS-SHIFT-IDX PIC 9(4).
           01 WS-NEW-OBJECT-ENTRY.
               05 WS-NEW-OBJECT-CLASS PIC X(8).
               05 WS-NEW-OBJECT-NAME PIC X(100).
           01 WS-OBJECTS-DROPPED PIC 9(5) VALUE 0.

      * %INCLUDE scanning - one text line at a time, whether it came
      * from a source file or was pieced together from library
      * segments a byte at a time.
           01 WS-SCAN-LINE PIC X(200).
           01 WS-SCAN-POS PIC 9(3).
           01 WS-SCAN-OWNER-UNIT PIC 9(4).
           01 WS-DIRECTIVE-WORD PIC X(10).
           01 WS-INCLUDE-MEMBER PIC X(12).
           01 WS-BYTE-IDX PIC 9(2).
           01 WS-TEXT-BYTE PIC X.
           01 WS-NEWLINE-BYTE PIC X VALUE X'0A'.
           01 WS-RETURN-BYTE PIC X VALUE X'0D'.

      * Run-default handling: a default the card already carries a
      * value for is not the one the run uses.
           01 WS-DEFAULT-TOKENS.
               05 WS-DEFAULT-TOKEN PIC X(92) OCCURS 9 TIMES.
           01 WS-DEFAULT-IDX PIC 9(2).
           01 WS-DEFAULT-KEY-LEN PIC 9(3).
           01 WS-SCAN-IDX PIC 9(3).
           01 WS-OVERRIDE-SWITCH PIC X.
               88 CARD-OVERRIDES-DEFAULT VALUE 'Y'.

      * IFRC=n names the previous card; IFRC=name.n an earlier card
      * by its first token, split at the LAST dot as the driver
      * does.
           01 WS-COND-VALUE PIC X(95).
           01 WS-COND-VAL-LEN PIC 9(3).
           01 WS-COND-DOT-POS PIC 9(3).

           01 WS-OWNER-TEXT PIC X(100).
           01 WS-DESC-CARD-IDX PIC 9(4).
           01 WS-DESC-UNIT-IDX PIC 9(4).
           01 WS-CARD-TEXT PIC X(100).
           01 WS-UNIT-TEXT PIC X(100).
      * A report line being extended after its first STRING - built
      * apart from the record so the append cannot read its own
      * target, and cleared before each use.
           01 WS-REPORT-LINE-WORK PIC X(132).
           01 WS-OTHER-CARD-TEXT PIC X(100).
           01 WS-VERB PIC X(12).
           01 WS-HEADER-PENDING-SWITCH PIC X.
               88 CARD-HEADER-PENDING VALUE 'Y'.
           01 WS-WRITER-SWITCH PIC X.
               88 FILE-HAS-CARD-WRITER VALUE 'Y'.
           01 WS-READER-SWITCH PIC X.
               88 FILE-HAS-CARD-READER VALUE 'Y'.

           01 WS-PROBLEM-COUNT PIC 9(5) VALUE 0.
           01 WS-RUN-RC PIC 9(2) VALUE 0.
           01 WS-EDIT-LINE-NO PIC ZZZ9.
           01 WS-EDIT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
           MAIN-PROC.
               PERFORM GET-XREF-PARMS
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-NOW FROM TIME
               MOVE WS-PROD-LIBRARY-NAME TO WS-LIBRARY-FILE-NAME
               MOVE 'P' TO WS-LIBRARY-KIND
               PERFORM LOAD-ONE-LIBRARY
               MOVE WS-LIBRARY-MEMBER-COUNT TO WS-PROD-MEMBER-COUNT
               IF WS-LIBRARY-STATUS = '00' OR WS-LIBRARY-STATUS = '10'
                   SET PROD-LIBRARY-READ TO TRUE
               END-IF
               MOVE WS-TEST-LIBRARY-NAME TO WS-LIBRARY-FILE-NAME
               MOVE 'T' TO WS-LIBRARY-KIND
               PERFORM LOAD-ONE-LIBRARY
               MOVE WS-LIBRARY-MEMBER-COUNT TO WS-TEST-MEMBER-COUNT
               IF WS-LIBRARY-STATUS = '00' OR WS-LIBRARY-STATUS = '10'
                   SET TEST-LIBRARY-READ TO TRUE
               END-IF
               PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                   UNTIL WS-CONTROL-IDX > WS-CONTROL-FILE-COUNT
                   PERFORM LOAD-ONE-CONTROL-FILE
               END-PERFORM
               IF WS-CONTROL-OPENED-COUNT = 0
                   DISPLAY 'BF-CROSS-REFERENCE: NO CONTROL FILE '
                       'COULD BE OPENED - NOTHING TO CROSS-REFERENCE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM SCAN-SCRIPT-FILES
               PERFORM SCAN-INCLUDE-MEMBERS
               PERFORM BUILD-OBJECT-INDEX
               IF IMPACT-REQUESTED
                   PERFORM ANALYZE-IMPACT
               END-IF
               OPEN OUTPUT XREF-REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM WRITE-CARD-SECTION
               PERFORM WRITE-UNIT-SECTION
               PERFORM WRITE-WHERE-USED-SECTION
               PERFORM WRITE-FEEDS-SECTION
               IF IMPACT-REQUESTED
                   PERFORM WRITE-IMPACT-SECTION
               END-IF
               PERFORM WRITE-PROBLEM-SECTION
               CLOSE XREF-REPORT-FILE
               DISPLAY 'BF-CROSS-REFERENCE: ' WS-CARD-COUNT
                   ' CARD(S), ' WS-UNIT-COUNT
                   ' SCRIPT(S) AND MEMBER(S), ' WS-REF-COUNT
                   ' REFERENCE(S) - REPORT IN '
                   FUNCTION TRIM(WS-XREF-REPORT-NAME)
               IF IMPACT-REQUESTED
                   DISPLAY 'BF-CROSS-REFERENCE: A CHANGE TO '
                       FUNCTION TRIM(WS-IMPACT-NAME) ' TOUCHES '
                       WS-IMPACT-CARD-COUNT ' CARD(S) AND '
                       WS-IMPACT-UNIT-COUNT ' SCRIPT(S)/MEMBER(S)'
               END-IF
               IF WS-PROBLEM-COUNT > 0
                   DISPLAY 'BF-CROSS-REFERENCE: ' WS-PROBLEM-COUNT
                       ' UNRESOLVED REFERENCE(S) - SEE THE REPORT'
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           GET-XREF-PARMS.
               MOVE SPACES TO WS-XREF-PARMS
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-XREF-PARM(1) WS-XREF-PARM(2)
                       WS-XREF-PARM(3) WS-XREF-PARM(4)
                       WS-XREF-PARM(5) WS-XREF-PARM(6)
                       WS-XREF-PARM(7) WS-XREF-PARM(8)
                       WS-XREF-PARM(9)
               END-UNSTRING
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-XREF-PARM-MAX
                   IF WS-XREF-PARM(WS-PARM-IDX) NOT = SPACES
                       MOVE WS-XREF-PARM(WS-PARM-IDX) TO
                           WS-PARM-TO-CLASSIFY
                       PERFORM CLASSIFY-XREF-PARM
                   END-IF
               END-PERFORM
               IF WS-CONTROL-FILE-COUNT = 0
                   MOVE 1 TO WS-CONTROL-FILE-COUNT
                   MOVE 'control.txt' TO WS-CONTROL-ENTRY(1)
               END-IF
      * bflib/MEMBER.bf and MEMBER are the same include member.
               IF WS-IMPACT-NAME(1:6) = WS-INCLUDE-DIR
                   MOVE WS-IMPACT-NAME(7:) TO WS-IMPACT-MEMBER
                   MOVE 0 TO WS-SCAN-IDX
                   PERFORM VARYING WS-SCAN-IDX FROM 94 BY -1
                       UNTIL WS-SCAN-IDX < 4
                           OR WS-IMPACT-MEMBER(WS-SCAN-IDX:1)
                               NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   IF WS-SCAN-IDX >= 4
                       IF WS-IMPACT-MEMBER(WS-SCAN-IDX - 2:3) = '.bf'
                           MOVE SPACES TO
                               WS-IMPACT-MEMBER(WS-SCAN-IDX - 2:3)
                       END-IF
                   END-IF
               END-IF.

           CLASSIFY-XREF-PARM.
               EVALUATE TRUE
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'CONTROL='
                       IF WS-CONTROL-FILE-COUNT < MAX-CONTROL-FILES
                           ADD 1 TO WS-CONTROL-FILE-COUNT
                           MOVE WS-PARM-TO-CLASSIFY(9:) TO
                               WS-CONTROL-ENTRY(WS-CONTROL-FILE-COUNT)
                       ELSE
                           DISPLAY 'BF-CROSS-REFERENCE: MORE THAN '
                               'FIVE CONTROL FILES - '
                               FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                               ' IGNORED'
                       END-IF
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'LIBRARY='
                       MOVE WS-PARM-TO-CLASSIFY(9:) TO
                           WS-PROD-LIBRARY-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'TESTLIB='
                       MOVE WS-PARM-TO-CLASSIFY(9:) TO
                           WS-TEST-LIBRARY-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:7) = 'IMPACT='
                           AND WS-PARM-TO-CLASSIFY(8:) NOT = SPACES
                       MOVE WS-PARM-TO-CLASSIFY(8:) TO WS-IMPACT-NAME
                       SET IMPACT-REQUESTED TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY(1:7) = 'REPORT='
                       MOVE WS-PARM-TO-CLASSIFY(8:) TO
                           WS-XREF-REPORT-NAME
                   WHEN OTHER
                       DISPLAY 'BF-CROSS-REFERENCE: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                           ' NOT RECOGNIZED - IGNORED'
               END-EVALUATE.

      * Either library may be absent - a shop that never promoted
      * anything has no test library, and one that runs only loose
      * files has neither. A member's text is scanned for %INCLUDE
      * lines as its segments stream past, and its sequence-9999
      * run defaults become its own references.
           LOAD-ONE-LIBRARY.
               MOVE 0 TO WS-LIBRARY-MEMBER-COUNT
               MOVE 0 TO WS-SCAN-OWNER-UNIT
               OPEN INPUT SCRIPT-LIBRARY
               IF WS-LIBRARY-STATUS = '00'
                   MOVE 'N' TO WS-LIBRARY-EOF-SWITCH
                   MOVE LOW-VALUES TO LIB-KEY
                   START SCRIPT-LIBRARY KEY NOT < LIB-KEY
                       INVALID KEY
                           SET END-OF-LIBRARY TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-LIBRARY
                       READ SCRIPT-LIBRARY NEXT RECORD
                           AT END
                               SET END-OF-LIBRARY TO TRUE
                           NOT AT END
                               PERFORM TAKE-LIBRARY-RECORD
                       END-READ
                   END-PERFORM
                   PERFORM FINISH-LIBRARY-MEMBER
                   CLOSE SCRIPT-LIBRARY
                   MOVE '00' TO WS-LIBRARY-STATUS
               END-IF.

           TAKE-LIBRARY-RECORD.
               EVALUATE TRUE
                   WHEN LIB-RECORD-SEQ = 0
                       PERFORM FINISH-LIBRARY-MEMBER
                       MOVE LIB-MEMBER-NAME TO WS-FIND-UNIT-NAME
                       MOVE WS-LIBRARY-KIND TO WS-FIND-UNIT-KIND
                       PERFORM FIND-OR-ADD-UNIT
                       IF WS-FOUND-UNIT-IDX NOT = 0
                           ADD 1 TO WS-LIBRARY-MEMBER-COUNT
                           MOVE WS-FOUND-UNIT-IDX TO WS-SCAN-OWNER-UNIT
                           MOVE 'Y' TO XU-STATUS(WS-SCAN-OWNER-UNIT)
                           IF LIB-MEMBER-RETIRED
                               MOVE 'Y' TO
                                   XU-RETIRED-FLAG(WS-SCAN-OWNER-UNIT)
                           END-IF
                           COMPUTE XU-REF-FIRST(WS-SCAN-OWNER-UNIT) =
                               WS-REF-COUNT + 1
                           MOVE XU-REF-FIRST(WS-SCAN-OWNER-UNIT) TO
                               WS-DEDUPE-FROM
                           MOVE SPACES TO WS-SCAN-LINE
                           MOVE 0 TO WS-SCAN-POS
                       END-IF
      * Orphan segments (no sequence-0 record ahead of them) belong
      * to nobody - BF-LIBRARIAN's AUDIT is where those are chased.
                   WHEN WS-SCAN-OWNER-UNIT = 0
                       CONTINUE
                   WHEN LIB-MEMBER-NAME NOT =
                           XU-NAME(WS-SCAN-OWNER-UNIT)
                       CONTINUE
                   WHEN LIB-RECORD-SEQ = 9999
                       PERFORM FLUSH-SCAN-LINE
                       MOVE LIB-DEFAULT-PARMS TO
                           XU-DEFAULTS(WS-SCAN-OWNER-UNIT)
                       PERFORM ADD-MEMBER-DEFAULT-REFS
                   WHEN LIB-TEXT-LEN IS NUMERIC
                           AND LIB-TEXT-LEN <= 80
                       PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                           UNTIL WS-BYTE-IDX > LIB-TEXT-LEN
                           MOVE LIB-TEXT-DATA(WS-BYTE-IDX:1) TO
                               WS-TEXT-BYTE
                           PERFORM SCAN-ONE-TEXT-BYTE
                       END-PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           FINISH-LIBRARY-MEMBER.
               IF WS-SCAN-OWNER-UNIT NOT = 0
                   PERFORM FLUSH-SCAN-LINE
                   COMPUTE XU-REF-COUNT(WS-SCAN-OWNER-UNIT) =
                       WS-REF-COUNT + 1 -
                           XU-REF-FIRST(WS-SCAN-OWNER-UNIT)
               END-IF
               MOVE 0 TO WS-SCAN-OWNER-UNIT.

      * A member's own defaults are listed against the member - the
      * cards that run it pick them up separately, less whatever
      * the card overrides.
           ADD-MEMBER-DEFAULT-REFS.
               MOVE SPACES TO WS-DEFAULT-TOKENS
               UNSTRING XU-DEFAULTS(WS-SCAN-OWNER-UNIT)
                   DELIMITED BY ALL SPACE
                   INTO WS-DEFAULT-TOKEN(1) WS-DEFAULT-TOKEN(2)
                       WS-DEFAULT-TOKEN(3) WS-DEFAULT-TOKEN(4)
                       WS-DEFAULT-TOKEN(5) WS-DEFAULT-TOKEN(6)
                       WS-DEFAULT-TOKEN(7) WS-DEFAULT-TOKEN(8)
                       WS-DEFAULT-TOKEN(9)
               END-UNSTRING
               MOVE 'U' TO WS-NEW-OWNER-TYPE
               MOVE WS-SCAN-OWNER-UNIT TO WS-NEW-OWNER-IDX
               MOVE ' RUN DEFAULT' TO WS-HOW-SUFFIX
               PERFORM VARYING WS-DEFAULT-IDX FROM 1 BY 1
                   UNTIL WS-DEFAULT-IDX > 9
                   IF WS-DEFAULT-TOKEN(WS-DEFAULT-IDX) NOT = SPACES
                       MOVE WS-DEFAULT-TOKEN(WS-DEFAULT-IDX) TO
                           WS-TOKEN-WORK
                       PERFORM CLASSIFY-RUN-TOKEN
                   END-IF
               END-PERFORM.

           SCAN-ONE-TEXT-BYTE.
               EVALUATE TRUE
                   WHEN WS-TEXT-BYTE = WS-NEWLINE-BYTE
                       PERFORM FLUSH-SCAN-LINE
                   WHEN WS-TEXT-BYTE = WS-RETURN-BYTE
                       CONTINUE
                   WHEN WS-SCAN-POS < 200
                       ADD 1 TO WS-SCAN-POS
                       MOVE WS-TEXT-BYTE TO
                           WS-SCAN-LINE(WS-SCAN-POS:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           FLUSH-SCAN-LINE.
               IF WS-SCAN-POS > 0
                   PERFORM CHECK-INCLUDE-LINE
               END-IF
               MOVE SPACES TO WS-SCAN-LINE
               MOVE 0 TO WS-SCAN-POS.

      * Same test READLINES applies: "%INCLUDE " in column 1, the
      * member name the next word.
           CHECK-INCLUDE-LINE.
               IF WS-SCAN-LINE(1:9) = '%INCLUDE '
                   MOVE SPACES TO WS-DIRECTIVE-WORD
                   MOVE SPACES TO WS-INCLUDE-MEMBER
                   UNSTRING WS-SCAN-LINE DELIMITED BY ALL SPACE
                       INTO WS-DIRECTIVE-WORD WS-INCLUDE-MEMBER
                   END-UNSTRING
                   IF WS-INCLUDE-MEMBER NOT = SPACES
                       MOVE WS-INCLUDE-MEMBER TO WS-NEW-OBJECT
                       MOVE 'I' TO WS-NEW-TYPE
                       MOVE '%INCLUDE' TO WS-NEW-HOW
                       MOVE 'U' TO WS-NEW-OWNER-TYPE
                       MOVE WS-SCAN-OWNER-UNIT TO WS-NEW-OWNER-IDX
                       MOVE 0 TO WS-NEW-TARGET-CARD
                       PERFORM ADD-REFERENCE
                   END-IF
               END-IF.

           LOAD-ONE-CONTROL-FILE.
               MOVE WS-CONTROL-ENTRY(WS-CONTROL-IDX) TO
                   WS-CONTROL-FILE-NAME
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-FILE-STATUS NOT = '00'
                   DISPLAY 'BF-CROSS-REFERENCE: CANNOT OPEN CONTROL '
                       'FILE ' FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                       ' (STATUS ' WS-CONTROL-FILE-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   ADD 1 TO WS-CONTROL-OPENED-COUNT
                   MOVE 0 TO WS-CONTROL-LINE-NO
                   MOVE 'N' TO WS-CONTROL-EOF-SWITCH
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
                   END-PERFORM
                   CLOSE CONTROL-FILE
               END-IF.

      * Tokenized the way the driver does it - blank-delimited,
      * compacted - then sorted into what the card runs and what it
      * reads, writes, translates through and waits on.
           LOAD-ONE-CARD.
               MOVE SPACES TO WS-CARD-TOKENS
               UNSTRING CONTROL-LINE-RECORD DELIMITED BY ALL SPACE
                   INTO WS-CARD-TOKEN(1) WS-CARD-TOKEN(2)
                       WS-CARD-TOKEN(3) WS-CARD-TOKEN(4)
                       WS-CARD-TOKEN(5) WS-CARD-TOKEN(6)
                       WS-CARD-TOKEN(7) WS-CARD-TOKEN(8)
                       WS-CARD-TOKEN(9) WS-CARD-TOKEN(10)
               END-UNSTRING
               MOVE 0 TO WS-TOKEN-OUT
               PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-MAX
                   IF WS-CARD-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                       ADD 1 TO WS-TOKEN-OUT
                       IF WS-TOKEN-OUT NOT = WS-TOKEN-IDX
                           MOVE WS-CARD-TOKEN(WS-TOKEN-IDX) TO
                               WS-CARD-TOKEN(WS-TOKEN-OUT)
                           MOVE SPACES TO WS-CARD-TOKEN(WS-TOKEN-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-TOKEN-OUT TO WS-CARD-TOKEN-COUNT
               IF WS-CARD-COUNT >= MAX-XREF-CARDS
                   ADD 1 TO WS-CARDS-DROPPED
               ELSE
                   ADD 1 TO WS-CARD-COUNT
                   MOVE WS-CARD-COUNT TO WS-CARD-IDX
                   INITIALIZE WS-CARD(WS-CARD-IDX)
                   MOVE WS-CONTROL-IDX TO XC-CONTROL-IDX(WS-CARD-IDX)
                   MOVE WS-CONTROL-LINE-NO TO XC-LINE-NO(WS-CARD-IDX)
                   MOVE WS-CARD-TOKEN(1) TO XC-SCRIPT(WS-CARD-IDX)
                   MOVE 'F' TO XC-KIND(WS-CARD-IDX)
                   MOVE 'P' TO XC-LIBRARY(WS-CARD-IDX)
                   MOVE 'N' TO XC-IMPACT-FLAG(WS-CARD-IDX)
                   EVALUATE TRUE
                       WHEN WS-CARD-TOKEN(1) = 'HOUSEKEEP'
                           OR WS-CARD-TOKEN(1) = 'DISTRIBUTE'
                           MOVE 'U' TO XC-KIND(WS-CARD-IDX)
                       WHEN OTHER
                           PERFORM VARYING WS-TOKEN-IDX FROM 2 BY 1
                               UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                               IF WS-CARD-TOKEN(WS-TOKEN-IDX) =
                                       'LIBRARY'
                                   MOVE 'L' TO XC-KIND(WS-CARD-IDX)
                               END-IF
                               IF WS-CARD-TOKEN(WS-TOKEN-IDX) = 'TEST'
                                   MOVE 'T' TO XC-LIBRARY(WS-CARD-IDX)
                               END-IF
                           END-PERFORM
                   END-EVALUATE
                   COMPUTE XC-REF-FIRST(WS-CARD-IDX) = WS-REF-COUNT + 1
                   MOVE XC-REF-FIRST(WS-CARD-IDX) TO WS-DEDUPE-FROM
                   MOVE 'C' TO WS-NEW-OWNER-TYPE
                   MOVE WS-CARD-IDX TO WS-NEW-OWNER-IDX
                   MOVE 0 TO WS-NEW-TARGET-CARD
                   IF NOT XC-RUNS-UTILITY(WS-CARD-IDX)
                       PERFORM ADD-CARD-RUN-REFS
                   END-IF
                   MOVE SPACES TO WS-HOW-SUFFIX
                   PERFORM VARYING WS-TOKEN-IDX FROM 2 BY 1
                       UNTIL WS-TOKEN-IDX > WS-CARD-TOKEN-COUNT
                       PERFORM CLASSIFY-CARD-TOKEN
                   END-PERFORM
                   IF XC-RUNS-LIBRARY-MEMBER(WS-CARD-IDX)
                       PERFORM LINK-CARD-TO-MEMBER
                   END-IF
                   IF XC-RUNS-SCRIPT-FILE(WS-CARD-IDX)
                       MOVE XC-SCRIPT(WS-CARD-IDX) TO
                           WS-FIND-UNIT-NAME
                       MOVE 'F' TO WS-FIND-UNIT-KIND
                       PERFORM FIND-OR-ADD-UNIT
                       MOVE WS-FOUND-UNIT-IDX TO
                           XC-UNIT-IDX(WS-CARD-IDX)
                   END-IF
                   COMPUTE XC-REF-COUNT(WS-CARD-IDX) =
                       WS-REF-COUNT + 1 - XC-REF-FIRST(WS-CARD-IDX)
               END-IF.

      * What the card runs, and the .output every interpreter run
      * leaves under the name of its first token.
           ADD-CARD-RUN-REFS.
               MOVE XC-SCRIPT(WS-CARD-IDX) TO WS-NEW-OBJECT
               MOVE 'X' TO WS-NEW-TYPE
               EVALUATE TRUE
                   WHEN XC-RUNS-SCRIPT-FILE(WS-CARD-IDX)
                       MOVE 'SCRIPT FILE' TO WS-NEW-HOW
                   WHEN XC-USES-TEST-LIBRARY(WS-CARD-IDX)
                       MOVE 'TEST LIBRARY' TO WS-NEW-HOW
                   WHEN OTHER
                       MOVE 'PRODUCTION LIBRARY' TO WS-NEW-HOW
               END-EVALUATE
               PERFORM ADD-REFERENCE
               MOVE SPACES TO WS-NEW-OBJECT
               STRING FUNCTION TRIM(XC-SCRIPT(WS-CARD-IDX)) '.output'
                   DELIMITED BY SIZE INTO WS-NEW-OBJECT
               MOVE 'W' TO WS-NEW-TYPE
               MOVE 'OUTPUT' TO WS-NEW-HOW
               PERFORM ADD-REFERENCE.

           CLASSIFY-CARD-TOKEN.
               MOVE 0 TO WS-NEW-TARGET-CARD
               EVALUATE TRUE
                   WHEN WS-CARD-TOKEN(WS-TOKEN-IDX) = 'LIBRARY'
                       OR WS-CARD-TOKEN(WS-TOKEN-IDX) = 'TEST'
                       CONTINUE
                   WHEN WS-CARD-TOKEN(WS-TOKEN-IDX)(1:5) = 'IFRC='
                       PERFORM ADD-IFRC-REFERENCE
                   WHEN WS-CARD-TOKEN(WS-TOKEN-IDX)(1:6) = 'CHAIN='
                       MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(7:) TO
                           WS-NEW-OBJECT
                       MOVE 'H' TO WS-NEW-TYPE
                       MOVE 'CHAIN=' TO WS-NEW-HOW
                       PERFORM ADD-REFERENCE
                   WHEN WS-CARD-TOKEN(WS-TOKEN-IDX)(1:9) = 'PIPEFROM='
                       PERFORM ADD-PIPE-REFERENCE
                   WHEN OTHER
                       MOVE WS-CARD-TOKEN(WS-TOKEN-IDX) TO
                           WS-TOKEN-WORK
                       PERFORM CLASSIFY-RUN-TOKEN
               END-EVALUATE.

      * The interpreter's file keywords, wherever they come from -
      * a card, or a library member's stored run defaults.
           CLASSIFY-RUN-TOKEN.
               MOVE SPACE TO WS-NEW-TYPE
               MOVE SPACES TO WS-NEW-OBJECT
               MOVE 0 TO WS-NEW-TARGET-CARD
               EVALUATE TRUE
                   WHEN WS-TOKEN-WORK(1:3) = 'IN='
                       MOVE 'R' TO WS-NEW-TYPE
                       MOVE 'IN=' TO WS-KEYWORD
                       MOVE WS-TOKEN-WORK(4:) TO WS-NEW-OBJECT
                   WHEN WS-TOKEN-WORK(1:5) = 'BULK='
                       MOVE 'R' TO WS-NEW-TYPE
                       MOVE 'BULK=' TO WS-KEYWORD
                       MOVE WS-TOKEN-WORK(6:) TO WS-NEW-OBJECT
                   WHEN WS-TOKEN-WORK(1:5) = 'TAPE='
                       MOVE 'R' TO WS-NEW-TYPE
                       MOVE 'TAPE=' TO WS-KEYWORD
                       MOVE WS-TOKEN-WORK(6:) TO WS-NEW-OBJECT
                   WHEN WS-TOKEN-WORK(1:5) = 'SAVE='
                       MOVE 'W' TO WS-NEW-TYPE
                       MOVE 'SAVE=' TO WS-KEYWORD
                       MOVE WS-TOKEN-WORK(6:) TO WS-NEW-OBJECT
                   WHEN WS-TOKEN-WORK(1:7) = 'OUTTBL='
                       MOVE 'C' TO WS-NEW-TYPE
                       MOVE 'OUTTBL=' TO WS-KEYWORD
                       MOVE WS-TOKEN-WORK(8:) TO WS-NEW-OBJECT
                   WHEN WS-TOKEN-WORK(1:6) = 'INTBL='
                       MOVE 'C' TO WS-NEW-TYPE
                       MOVE 'INTBL=' TO WS-KEYWORD
                       MOVE WS-TOKEN-WORK(7:) TO WS-NEW-OBJECT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-NEW-TYPE NOT = SPACE
                       AND WS-NEW-OBJECT NOT = SPACES
                   MOVE SPACES TO WS-NEW-HOW
                   STRING FUNCTION TRIM(WS-KEYWORD) WS-HOW-SUFFIX
                       DELIMITED BY SIZE INTO WS-NEW-HOW
                   PERFORM ADD-REFERENCE
               END-IF.

           ADD-IFRC-REFERENCE.
               MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(6:) TO WS-COND-VALUE
               MOVE 0 TO WS-COND-VAL-LEN
               MOVE 0 TO WS-COND-DOT-POS
               PERFORM VARYING WS-SCAN-IDX FROM 95 BY -1
                   UNTIL WS-SCAN-IDX = 0
                   IF WS-COND-VALUE(WS-SCAN-IDX:1) NOT = SPACE
                           AND WS-COND-VAL-LEN = 0
                       MOVE WS-SCAN-IDX TO WS-COND-VAL-LEN
                   END-IF
                   IF WS-COND-VALUE(WS-SCAN-IDX:1) = '.'
                           AND WS-COND-DOT-POS = 0
                       MOVE WS-SCAN-IDX TO WS-COND-DOT-POS
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-NEW-OBJECT
               MOVE 'D' TO WS-NEW-TYPE
               IF WS-COND-DOT-POS > 1
                   MOVE WS-COND-VALUE(1:WS-COND-DOT-POS - 1) TO
                       WS-NEW-OBJECT
                   MOVE 'IFRC=' TO WS-NEW-HOW
                   PERFORM FIND-EARLIER-NAMED-CARD
               ELSE
      * A bare limit is about whichever card comes just before.
                   MOVE 'IFRC= (PREVIOUS CARD)' TO WS-NEW-HOW
                   IF WS-CARD-IDX > 1
                       IF XC-CONTROL-IDX(WS-CARD-IDX - 1) =
                               WS-CONTROL-IDX
                           COMPUTE WS-NEW-TARGET-CARD =
                               WS-CARD-IDX - 1
                           MOVE XC-SCRIPT(WS-NEW-TARGET-CARD) TO
                               WS-NEW-OBJECT
                       END-IF
                   END-IF
               END-IF
               PERFORM ADD-REFERENCE.

      * The producer's .output becomes this card's input, exactly
      * as the driver hands it over as IN=.
           ADD-PIPE-REFERENCE.
               MOVE WS-CARD-TOKEN(WS-TOKEN-IDX)(10:) TO WS-NEW-OBJECT
               MOVE 'P' TO WS-NEW-TYPE
               MOVE 'PIPEFROM=' TO WS-NEW-HOW
               PERFORM FIND-EARLIER-NAMED-CARD
               PERFORM ADD-REFERENCE
               MOVE 0 TO WS-NEW-TARGET-CARD
               MOVE SPACES TO WS-TOKEN-WORK
               STRING FUNCTION TRIM(WS-CARD-TOKEN(WS-TOKEN-IDX)(10:))
                   '.output' DELIMITED BY SIZE INTO WS-TOKEN-WORK
               MOVE WS-TOKEN-WORK TO WS-NEW-OBJECT
               MOVE 'R' TO WS-NEW-TYPE
               MOVE 'PIPEFROM=' TO WS-NEW-HOW
               PERFORM ADD-REFERENCE.

      * Most recent earlier card of the same control file whose
      * first token is WS-NEW-OBJECT - the driver's own rule.
           FIND-EARLIER-NAMED-CARD.
               MOVE 0 TO WS-NEW-TARGET-CARD
               PERFORM VARYING WS-OTHER-CARD-IDX FROM WS-CARD-IDX
                   BY -1 UNTIL WS-OTHER-CARD-IDX < 2
                       OR WS-NEW-TARGET-CARD NOT = 0
                   IF XC-CONTROL-IDX(WS-OTHER-CARD-IDX - 1) =
                           WS-CONTROL-IDX
                           AND XC-SCRIPT(WS-OTHER-CARD-IDX - 1) =
                               WS-NEW-OBJECT
                       COMPUTE WS-NEW-TARGET-CARD =
                           WS-OTHER-CARD-IDX - 1
                   END-IF
               END-PERFORM.

      * The member the card fetches, and the run defaults it takes
      * from it - every default whose keyword the card does not
      * already give a value for.
           LINK-CARD-TO-MEMBER.
               MOVE XC-SCRIPT(WS-CARD-IDX) TO WS-FIND-UNIT-NAME
               MOVE XC-LIBRARY(WS-CARD-IDX) TO WS-FIND-UNIT-KIND
               PERFORM FIND-UNIT
               MOVE WS-FOUND-UNIT-IDX TO XC-UNIT-IDX(WS-CARD-IDX)
               IF WS-FOUND-UNIT-IDX NOT = 0
                   MOVE SPACES TO WS-DEFAULT-TOKENS
                   UNSTRING XU-DEFAULTS(WS-FOUND-UNIT-IDX)
                       DELIMITED BY ALL SPACE
                       INTO WS-DEFAULT-TOKEN(1) WS-DEFAULT-TOKEN(2)
                           WS-DEFAULT-TOKEN(3) WS-DEFAULT-TOKEN(4)
                           WS-DEFAULT-TOKEN(5) WS-DEFAULT-TOKEN(6)
                           WS-DEFAULT-TOKEN(7) WS-DEFAULT-TOKEN(8)
                           WS-DEFAULT-TOKEN(9)
                   END-UNSTRING
                   MOVE ' LIBRARY DEFAULT' TO WS-HOW-SUFFIX
                   PERFORM VARYING WS-DEFAULT-IDX FROM 1 BY 1
                       UNTIL WS-DEFAULT-IDX > 9
                       IF WS-DEFAULT-TOKEN(WS-DEFAULT-IDX)
                               NOT = SPACES
                           PERFORM CHECK-CARD-OVERRIDE
                           IF NOT CARD-OVERRIDES-DEFAULT
                               MOVE WS-DEFAULT-TOKEN(WS-DEFAULT-IDX)
                                   TO WS-TOKEN-WORK
                               PERFORM CLASSIFY-RUN-TOKEN
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-HOW-SUFFIX
               END-IF.

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

      * Duplicates are only looked for within the current owner's
      * own run of references - the same member included twice, or
      * named by both a directive and the map, is one reference.
           ADD-REFERENCE.
               MOVE 'N' TO WS-DUPLICATE-SWITCH
               PERFORM VARYING WS-OTHER-REF-IDX FROM WS-DEDUPE-FROM
                   BY 1 UNTIL WS-OTHER-REF-IDX > WS-REF-COUNT
                       OR REFERENCE-ALREADY-HELD
                   IF WS-REF(WS-OTHER-REF-IDX) = WS-NEW-REF
                       SET REFERENCE-ALREADY-HELD TO TRUE
                   END-IF
               END-PERFORM
               IF NOT REFERENCE-ALREADY-HELD
                   IF WS-REF-COUNT >= MAX-XREF-REFS
                       ADD 1 TO WS-REFS-DROPPED
                   ELSE
                       ADD 1 TO WS-REF-COUNT
                       MOVE WS-NEW-REF TO WS-REF(WS-REF-COUNT)
                   END-IF
               END-IF.

           FIND-UNIT.
               MOVE 0 TO WS-FOUND-UNIT-IDX
               PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                       OR WS-FOUND-UNIT-IDX NOT = 0
                   IF XU-KIND(WS-UNIT-IDX) = WS-FIND-UNIT-KIND
                           AND XU-NAME(WS-UNIT-IDX) = WS-FIND-UNIT-NAME
                       MOVE WS-UNIT-IDX TO WS-FOUND-UNIT-IDX
                   END-IF
               END-PERFORM.

           FIND-OR-ADD-UNIT.
               PERFORM FIND-UNIT
               IF WS-FOUND-UNIT-IDX = 0
                   IF WS-UNIT-COUNT >= MAX-XREF-UNITS
                       ADD 1 TO WS-UNITS-DROPPED
                   ELSE
                       ADD 1 TO WS-UNIT-COUNT
                       MOVE WS-UNIT-COUNT TO WS-FOUND-UNIT-IDX
                       INITIALIZE WS-UNIT(WS-FOUND-UNIT-IDX)
                       MOVE WS-FIND-UNIT-NAME TO
                           XU-NAME(WS-FOUND-UNIT-IDX)
                       MOVE WS-FIND-UNIT-KIND TO
                           XU-KIND(WS-FOUND-UNIT-IDX)
                       MOVE SPACE TO XU-STATUS(WS-FOUND-UNIT-IDX)
                       MOVE 'N' TO XU-RETIRED-FLAG(WS-FOUND-UNIT-IDX)
                       MOVE 'N' TO XU-IMPACT-FLAG(WS-FOUND-UNIT-IDX)
                       COMPUTE XU-REF-FIRST(WS-FOUND-UNIT-IDX) =
                           WS-REF-COUNT + 1
                       MOVE 0 TO XU-REF-COUNT(WS-FOUND-UNIT-IDX)
                   END-IF
               END-IF.

      * Every script file a card runs: its own %INCLUDE lines (a
      * hand-authored source run as it stands) and its READLINES
      * map (a cleaned script whose directives are long gone).
           SCAN-SCRIPT-FILES.
               PERFORM VARYING WS-SCAN-OWNER-UNIT FROM 1 BY 1
                   UNTIL WS-SCAN-OWNER-UNIT > WS-UNIT-COUNT
                   IF XU-SCRIPT-FILE(WS-SCAN-OWNER-UNIT)
                           AND XU-NOT-YET-READ(WS-SCAN-OWNER-UNIT)
                       COMPUTE XU-REF-FIRST(WS-SCAN-OWNER-UNIT) =
                           WS-REF-COUNT + 1
                       MOVE XU-REF-FIRST(WS-SCAN-OWNER-UNIT) TO
                           WS-DEDUPE-FROM
                       MOVE XU-NAME(WS-SCAN-OWNER-UNIT) TO
                           WS-SOURCE-FILE-NAME
                       PERFORM SCAN-SOURCE-FILE
                       PERFORM SCAN-OFFSET-MAP
                       COMPUTE XU-REF-COUNT(WS-SCAN-OWNER-UNIT) =
                           WS-REF-COUNT + 1 -
                               XU-REF-FIRST(WS-SCAN-OWNER-UNIT)
                   END-IF
               END-PERFORM.

      * Include members are chased through the reference table
      * itself: each member scanned appends its own includes behind
      * the current position, so the loop reaches them in turn and
      * nesting of any depth is followed.
           SCAN-INCLUDE-MEMBERS.
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                   IF XR-INCLUDES(WS-REF-IDX)
                       MOVE XR-OBJECT(WS-REF-IDX) TO WS-FIND-UNIT-NAME
                       MOVE 'B' TO WS-FIND-UNIT-KIND
                       PERFORM FIND-OR-ADD-UNIT
                       IF WS-FOUND-UNIT-IDX NOT = 0
                           IF XU-NOT-YET-READ(WS-FOUND-UNIT-IDX)
                               MOVE WS-FOUND-UNIT-IDX TO
                                   WS-SCAN-OWNER-UNIT
                               COMPUTE XU-REF-FIRST
                                   (WS-SCAN-OWNER-UNIT) =
                                   WS-REF-COUNT + 1
                               MOVE XU-REF-FIRST(WS-SCAN-OWNER-UNIT)
                                   TO WS-DEDUPE-FROM
                               MOVE SPACES TO WS-SOURCE-FILE-NAME
                               STRING WS-INCLUDE-DIR
                                   FUNCTION TRIM(WS-FIND-UNIT-NAME)
                                   '.bf' DELIMITED BY SIZE
                                   INTO WS-SOURCE-FILE-NAME
                               PERFORM SCAN-SOURCE-FILE
                               COMPUTE XU-REF-COUNT
                                   (WS-SCAN-OWNER-UNIT) =
                                   WS-REF-COUNT + 1 -
                                       XU-REF-FIRST(WS-SCAN-OWNER-UNIT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

           SCAN-SOURCE-FILE.
               OPEN INPUT SOURCE-FILE
               IF WS-SOURCE-FILE-STATUS NOT = '00'
                   MOVE 'N' TO XU-STATUS(WS-SCAN-OWNER-UNIT)
               ELSE
                   MOVE 'Y' TO XU-STATUS(WS-SCAN-OWNER-UNIT)
                   MOVE 'N' TO WS-SOURCE-EOF-SWITCH
                   PERFORM UNTIL END-OF-SOURCE-FILE
                       READ SOURCE-FILE
                           AT END
                               SET END-OF-SOURCE-FILE TO TRUE
                           NOT AT END
                               MOVE SOURCE-LINE-RECORD TO WS-SCAN-LINE
                               PERFORM CHECK-INCLUDE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FILE
               END-IF.

           SCAN-OFFSET-MAP.
               MOVE SPACES TO WS-MAP-FILE-NAME
               STRING FUNCTION TRIM(XU-NAME(WS-SCAN-OWNER-UNIT))
                   '.map' DELIMITED BY SIZE INTO WS-MAP-FILE-NAME
               OPEN INPUT OFFSET-MAP-FILE
               IF WS-MAP-FILE-STATUS = '00'
                   MOVE SPACES TO WS-LAST-MAP-ORIGIN
                   MOVE 'N' TO WS-MAP-EOF-SWITCH
                   PERFORM UNTIL END-OF-MAP-FILE
                       READ OFFSET-MAP-FILE
                           AT END
                               SET END-OF-MAP-FILE TO TRUE
                           NOT AT END
                               IF OM-ORIGIN NOT = SPACES
                                   AND OM-ORIGIN NOT =
                                       WS-LAST-MAP-ORIGIN
                                   MOVE OM-ORIGIN TO
                                       WS-LAST-MAP-ORIGIN
                                   MOVE OM-ORIGIN TO WS-NEW-OBJECT
                                   MOVE 'I' TO WS-NEW-TYPE
                                   MOVE 'READLINES MAP' TO
                                       WS-NEW-HOW
                                   MOVE 'U' TO WS-NEW-OWNER-TYPE
                                   MOVE WS-SCAN-OWNER-UNIT TO
                                       WS-NEW-OWNER-IDX
                                   MOVE 0 TO WS-NEW-TARGET-CARD
                                   PERFORM ADD-REFERENCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OFFSET-MAP-FILE
               END-IF.

      * Distinct objects, in class then name order, for the
      * where-used listing. Conditions and pipes name cards, not
      * objects, and are listed with the feeds instead.
           BUILD-OBJECT-INDEX.
               PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                   MOVE SPACES TO WS-NEW-OBJECT-CLASS
                   EVALUATE TRUE
                       WHEN XR-INCLUDES(WS-REF-IDX)
                           MOVE 'INCLUDE' TO WS-NEW-OBJECT-CLASS
                       WHEN XR-READS(WS-REF-IDX)
                           OR XR-WRITES(WS-REF-IDX)
                           MOVE 'FILE' TO WS-NEW-OBJECT-CLASS
                       WHEN XR-USES-CODEPAGE(WS-REF-IDX)
                           MOVE 'CODEPAGE' TO WS-NEW-OBJECT-CLASS
                       WHEN XR-IN-CHAIN(WS-REF-IDX)
                           MOVE 'CHAIN' TO WS-NEW-OBJECT-CLASS
                       WHEN XR-RUNS(WS-REF-IDX)
                           IF XR-HOW(WS-REF-IDX) = 'SCRIPT FILE'
                               MOVE 'SCRIPT' TO WS-NEW-OBJECT-CLASS
                           ELSE
                               MOVE 'MEMBER' TO WS-NEW-OBJECT-CLASS
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-NEW-OBJECT-CLASS NOT = SPACES
                       MOVE XR-OBJECT(WS-REF-IDX) TO WS-NEW-OBJECT-NAME
                       PERFORM INSERT-OBJECT
                   END-IF
               END-PERFORM.

           INSERT-OBJECT.
               MOVE 0 TO WS-INSERT-IDX
               PERFORM VARYING WS-OBJECT-IDX FROM 1 BY 1
                   UNTIL WS-OBJECT-IDX > WS-OBJECT-COUNT
                       OR WS-INSERT-IDX NOT = 0
                   IF WS-OBJECT(WS-OBJECT-IDX) NOT <
                           WS-NEW-OBJECT-ENTRY
                       MOVE WS-OBJECT-IDX TO WS-INSERT-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-INSERT-IDX NOT = 0
                       AND WS-OBJECT(WS-INSERT-IDX) =
                           WS-NEW-OBJECT-ENTRY
                       CONTINUE
                   WHEN WS-OBJECT-COUNT >= MAX-XREF-OBJECTS
                       ADD 1 TO WS-OBJECTS-DROPPED
                   WHEN WS-INSERT-IDX = 0
                       ADD 1 TO WS-OBJECT-COUNT
                       MOVE WS-NEW-OBJECT-ENTRY TO
                           WS-OBJECT(WS-OBJECT-COUNT)
                   WHEN OTHER
                       PERFORM VARYING WS-SHIFT-IDX FROM WS-OBJECT-COUNT
                           BY -1 UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
                           MOVE WS-OBJECT(WS-SHIFT-IDX) TO
                               WS-OBJECT(WS-SHIFT-IDX + 1)
                       END-PERFORM
                       ADD 1 TO WS-OBJECT-COUNT
                       MOVE WS-NEW-OBJECT-ENTRY TO
                           WS-OBJECT(WS-INSERT-IDX)
               END-EVALUATE.

      * Spreads the change outward until nothing new is touched:
      * first through the scripts and members that include the
      * item, however deeply, then through the cards - those that
      * run a touched script, name the item themselves, read a file
      * a touched card writes, wait on or pipe from a touched card,
      * or follow one in its chain.
           ANALYZE-IMPACT.
               PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                   MOVE XU-NAME(WS-UNIT-IDX) TO WS-MATCH-NAME
                   PERFORM CHECK-IMPACT-NAME
                   IF NAME-MATCHES-IMPACT
                       MOVE 'S' TO XU-IMPACT-FLAG(WS-UNIT-IDX)
                   END-IF
               END-PERFORM
               SET IMPACT-STILL-SPREADING TO TRUE
               PERFORM UNTIL NOT IMPACT-STILL-SPREADING
                   MOVE 'N' TO WS-IMPACT-SPREAD-SWITCH
                   PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                       UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                       IF NOT XU-IS-IMPACTED(WS-UNIT-IDX)
                           PERFORM CHECK-UNIT-IMPACT
                       END-IF
                   END-PERFORM
               END-PERFORM
               SET IMPACT-STILL-SPREADING TO TRUE
               PERFORM UNTIL NOT IMPACT-STILL-SPREADING
                   MOVE 'N' TO WS-IMPACT-SPREAD-SWITCH
                   PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-CARD-COUNT
                       IF NOT XC-IS-IMPACTED(WS-CARD-IDX)
                           PERFORM CHECK-CARD-IMPACT
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                   IF XU-IS-IMPACTED(WS-UNIT-IDX)
                           AND NOT XU-IS-CHANGED-ITEM(WS-UNIT-IDX)
                       ADD 1 TO WS-IMPACT-UNIT-COUNT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF XC-IS-IMPACTED(WS-CARD-IDX)
                       ADD 1 TO WS-IMPACT-CARD-COUNT
                   END-IF
               END-PERFORM.

           CHECK-IMPACT-NAME.
               MOVE 'N' TO WS-MATCH-SWITCH
               IF WS-MATCH-NAME = WS-IMPACT-NAME
                   SET NAME-MATCHES-IMPACT TO TRUE
               END-IF
               IF WS-IMPACT-MEMBER NOT = SPACES
                       AND WS-MATCH-NAME = WS-IMPACT-MEMBER
                   SET NAME-MATCHES-IMPACT TO TRUE
               END-IF.

           CHECK-UNIT-IMPACT.
               COMPUTE WS-REF-END = XU-REF-FIRST(WS-UNIT-IDX) +
                   XU-REF-COUNT(WS-UNIT-IDX) - 1
               PERFORM VARYING WS-REF-IDX FROM XU-REF-FIRST(WS-UNIT-IDX)
                   BY 1 UNTIL WS-REF-IDX > WS-REF-END
                       OR XU-IS-IMPACTED(WS-UNIT-IDX)
                   MOVE XR-OBJECT(WS-REF-IDX) TO WS-MATCH-NAME
                   PERFORM CHECK-IMPACT-NAME
                   EVALUATE TRUE
                       WHEN NAME-MATCHES-IMPACT
                           MOVE SPACES TO WS-IMPACT-WHY
                           PERFORM DESCRIBE-REF-VERB
                           STRING FUNCTION TRIM(WS-VERB) ' IT ('
                               FUNCTION TRIM(XR-HOW(WS-REF-IDX)) ')'
                               DELIMITED BY SIZE INTO WS-IMPACT-WHY
                           PERFORM MARK-UNIT-IMPACTED
                       WHEN XR-INCLUDES(WS-REF-IDX)
                           MOVE XR-OBJECT(WS-REF-IDX) TO
                               WS-FIND-UNIT-NAME
                           MOVE 'B' TO WS-FIND-UNIT-KIND
                           MOVE WS-UNIT-IDX TO WS-NESTED-UNIT-IDX
                           PERFORM FIND-UNIT
                           MOVE WS-NESTED-UNIT-IDX TO WS-UNIT-IDX
                           IF WS-FOUND-UNIT-IDX NOT = 0
                               IF XU-IS-IMPACTED(WS-FOUND-UNIT-IDX)
                                   MOVE SPACES TO WS-IMPACT-WHY
                                   STRING 'INCLUDES '
                                       FUNCTION TRIM(XR-OBJECT
                                           (WS-REF-IDX))
                                       ', WHICH IS TOUCHED'
                                       DELIMITED BY SIZE
                                       INTO WS-IMPACT-WHY
                                   PERFORM MARK-UNIT-IMPACTED
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM.

           MARK-UNIT-IMPACTED.
               MOVE 'Y' TO XU-IMPACT-FLAG(WS-UNIT-IDX)
               MOVE WS-IMPACT-WHY TO XU-IMPACT-WHY(WS-UNIT-IDX)
               SET IMPACT-STILL-SPREADING TO TRUE.

           CHECK-CARD-IMPACT.
               MOVE SPACES TO WS-IMPACT-WHY
               MOVE XC-SCRIPT(WS-CARD-IDX) TO WS-MATCH-NAME
               PERFORM CHECK-IMPACT-NAME
               IF NAME-MATCHES-IMPACT
                       AND NOT XC-RUNS-UTILITY(WS-CARD-IDX)
                   MOVE 'RUNS IT' TO WS-IMPACT-WHY
               END-IF
               IF WS-IMPACT-WHY = SPACES
                       AND XC-UNIT-IDX(WS-CARD-IDX) NOT = 0
                   IF XU-IS-IMPACTED(XC-UNIT-IDX(WS-CARD-IDX))
                       MOVE XC-UNIT-IDX(WS-CARD-IDX) TO
                           WS-DESC-UNIT-IDX
                       PERFORM DESCRIBE-UNIT
                       STRING 'RUNS ' FUNCTION TRIM(WS-UNIT-TEXT)
                           ', WHICH IS TOUCHED'
                           DELIMITED BY SIZE INTO WS-IMPACT-WHY
                   END-IF
               END-IF
               COMPUTE WS-REF-END = XC-REF-FIRST(WS-CARD-IDX) +
                   XC-REF-COUNT(WS-CARD-IDX) - 1
               PERFORM VARYING WS-REF-IDX FROM XC-REF-FIRST(WS-CARD-IDX)
                   BY 1 UNTIL WS-REF-IDX > WS-REF-END
                       OR WS-IMPACT-WHY NOT = SPACES
                   PERFORM CHECK-CARD-REF-IMPACT
               END-PERFORM
               IF WS-IMPACT-WHY NOT = SPACES
                   MOVE 'Y' TO XC-IMPACT-FLAG(WS-CARD-IDX)
                   MOVE WS-IMPACT-WHY TO XC-IMPACT-WHY(WS-CARD-IDX)
                   SET IMPACT-STILL-SPREADING TO TRUE
               END-IF.

           CHECK-CARD-REF-IMPACT.
               MOVE XR-OBJECT(WS-REF-IDX) TO WS-MATCH-NAME
               PERFORM CHECK-IMPACT-NAME
               EVALUATE TRUE
                   WHEN XR-RUNS(WS-REF-IDX)
                       CONTINUE
                   WHEN NAME-MATCHES-IMPACT
                           AND NOT XR-WAITS-ON(WS-REF-IDX)
                           AND NOT XR-PIPED-FROM(WS-REF-IDX)
                       PERFORM DESCRIBE-REF-VERB
                       STRING FUNCTION TRIM(WS-VERB) ' IT ('
                           FUNCTION TRIM(XR-HOW(WS-REF-IDX)) ')'
                           DELIMITED BY SIZE INTO WS-IMPACT-WHY
                   WHEN XR-WAITS-ON(WS-REF-IDX)
                           OR XR-PIPED-FROM(WS-REF-IDX)
                       IF XR-TARGET-CARD(WS-REF-IDX) NOT = 0
                           IF XC-IS-IMPACTED(XR-TARGET-CARD
                                   (WS-REF-IDX))
                               MOVE XR-TARGET-CARD(WS-REF-IDX) TO
                                   WS-DESC-CARD-IDX
                               PERFORM DESCRIBE-CARD
                               PERFORM DESCRIBE-REF-VERB
                               STRING FUNCTION TRIM(WS-VERB) ' '
                                   FUNCTION TRIM(WS-CARD-TEXT) ' ('
                                   FUNCTION TRIM(XR-HOW(WS-REF-IDX))
                                   ')'
                                   DELIMITED BY SIZE INTO WS-IMPACT-WHY
                           END-IF
                       END-IF
                   WHEN XR-READS(WS-REF-IDX)
                       PERFORM CHECK-READ-OF-TOUCHED-FILE
                   WHEN XR-IN-CHAIN(WS-REF-IDX)
                       PERFORM CHECK-CHAIN-OF-TOUCHED-CARD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * A file some touched card writes is a changed input for
      * every card that reads it.
           CHECK-READ-OF-TOUCHED-FILE.
               PERFORM VARYING WS-OTHER-REF-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-REF-IDX > WS-REF-COUNT
                       OR WS-IMPACT-WHY NOT = SPACES
                   IF XR-WRITES(WS-OTHER-REF-IDX)
                           AND XR-OWNED-BY-CARD(WS-OTHER-REF-IDX)
                           AND XR-OBJECT(WS-OTHER-REF-IDX) =
                               XR-OBJECT(WS-REF-IDX)
                       IF XC-IS-IMPACTED(XR-OWNER-IDX
                               (WS-OTHER-REF-IDX))
                           MOVE XR-OWNER-IDX(WS-OTHER-REF-IDX) TO
                               WS-DESC-CARD-IDX
                           PERFORM DESCRIBE-CARD
                           STRING 'READS '
                               FUNCTION TRIM(XR-OBJECT(WS-REF-IDX))
                               ' WRITTEN BY '
                               FUNCTION TRIM(WS-CARD-TEXT)
                               DELIMITED BY SIZE INTO WS-IMPACT-WHY
                       END-IF
                   END-IF
               END-PERFORM.

      * A chain is skipped from its first bad card onward, so only
      * the cards after a touched one in the same control file are
      * at risk.
           CHECK-CHAIN-OF-TOUCHED-CARD.
               PERFORM VARYING WS-OTHER-REF-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-REF-IDX > WS-REF-COUNT
                       OR WS-IMPACT-WHY NOT = SPACES
                   IF XR-IN-CHAIN(WS-OTHER-REF-IDX)
                           AND XR-OBJECT(WS-OTHER-REF-IDX) =
                               XR-OBJECT(WS-REF-IDX)
                           AND XR-OWNER-IDX(WS-OTHER-REF-IDX) <
                               WS-CARD-IDX
                       IF XC-IS-IMPACTED(XR-OWNER-IDX
                               (WS-OTHER-REF-IDX))
                               AND XC-CONTROL-IDX(XR-OWNER-IDX
                                   (WS-OTHER-REF-IDX)) =
                                   XC-CONTROL-IDX(WS-CARD-IDX)
                           MOVE XR-OWNER-IDX(WS-OTHER-REF-IDX) TO
                               WS-DESC-CARD-IDX
                           PERFORM DESCRIBE-CARD
                           STRING 'FOLLOWS '
                               FUNCTION TRIM(WS-CARD-TEXT)
                               ' IN CHAIN '
                               FUNCTION TRIM(XR-OBJECT(WS-REF-IDX))
                               DELIMITED BY SIZE INTO WS-IMPACT-WHY
                       END-IF
                   END-IF
               END-PERFORM.

           DESCRIBE-REF-VERB.
               EVALUATE TRUE
                   WHEN XR-INCLUDES(WS-REF-IDX)
                       MOVE 'INCLUDES' TO WS-VERB
                   WHEN XR-READS(WS-REF-IDX)
                       MOVE 'READS' TO WS-VERB
                   WHEN XR-WRITES(WS-REF-IDX)
                       MOVE 'WRITES' TO WS-VERB
                   WHEN XR-USES-CODEPAGE(WS-REF-IDX)
                       MOVE 'TRANSLATES' TO WS-VERB
                   WHEN XR-RUNS(WS-REF-IDX)
                       MOVE 'RUNS' TO WS-VERB
                   WHEN XR-IN-CHAIN(WS-REF-IDX)
                       MOVE 'IS IN CHAIN' TO WS-VERB
                   WHEN XR-WAITS-ON(WS-REF-IDX)
                       MOVE 'RUNS AFTER' TO WS-VERB
                   WHEN XR-PIPED-FROM(WS-REF-IDX)
                       MOVE 'PIPED FROM' TO WS-VERB
                   WHEN OTHER
                       MOVE SPACES TO WS-VERB
               END-EVALUATE.

           DESCRIBE-CARD.
               MOVE XC-LINE-NO(WS-DESC-CARD-IDX) TO WS-EDIT-LINE-NO
               MOVE SPACES TO WS-CARD-TEXT
               STRING FUNCTION TRIM(WS-CONTROL-ENTRY
                       (XC-CONTROL-IDX(WS-DESC-CARD-IDX)))
                   ' LINE ' FUNCTION TRIM(WS-EDIT-LINE-NO) ' '
                   FUNCTION TRIM(XC-SCRIPT(WS-DESC-CARD-IDX))
                   DELIMITED BY SIZE INTO WS-CARD-TEXT.

           DESCRIBE-UNIT.
               MOVE SPACES TO WS-UNIT-TEXT
               EVALUATE TRUE
                   WHEN XU-SCRIPT-FILE(WS-DESC-UNIT-IDX)
                       STRING 'SCRIPT FILE '
                           FUNCTION TRIM(XU-NAME(WS-DESC-UNIT-IDX))
                           DELIMITED BY SIZE INTO WS-UNIT-TEXT
                   WHEN XU-INCLUDE-MEMBER(WS-DESC-UNIT-IDX)
                       STRING 'INCLUDE MEMBER ' WS-INCLUDE-DIR
                           FUNCTION TRIM(XU-NAME(WS-DESC-UNIT-IDX))
                           '.bf'
                           DELIMITED BY SIZE INTO WS-UNIT-TEXT
                   WHEN XU-TEST-MEMBER(WS-DESC-UNIT-IDX)
                       STRING 'TEST LIBRARY MEMBER '
                           FUNCTION TRIM(XU-NAME(WS-DESC-UNIT-IDX))
                           DELIMITED BY SIZE INTO WS-UNIT-TEXT
                   WHEN OTHER
                       STRING 'LIBRARY MEMBER '
                           FUNCTION TRIM(XU-NAME(WS-DESC-UNIT-IDX))
                           DELIMITED BY SIZE INTO WS-UNIT-TEXT
               END-EVALUATE.

           DESCRIBE-REF-OWNER.
               IF XR-OWNED-BY-CARD(WS-REF-IDX)
                   MOVE XR-OWNER-IDX(WS-REF-IDX) TO WS-DESC-CARD-IDX
                   PERFORM DESCRIBE-CARD
                   MOVE WS-CARD-TEXT TO WS-OWNER-TEXT
               ELSE
                   MOVE XR-OWNER-IDX(WS-REF-IDX) TO WS-DESC-UNIT-IDX
                   PERFORM DESCRIBE-UNIT
                   MOVE WS-UNIT-TEXT TO WS-OWNER-TEXT
               END-IF.

           WRITE-REPORT-HEADER.
               MOVE SPACES TO XREF-REPORT-RECORD
               STRING 'CROSS-REFERENCE AND IMPACT REPORT - ' WS-TODAY
                   ' ' WS-NOW(1:2) ':' WS-NOW(3:2)
                   DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                   UNTIL WS-CONTROL-IDX > WS-CONTROL-FILE-COUNT
                   MOVE SPACES TO XREF-REPORT-RECORD
                   STRING 'CONTROL FILE:        '
                       FUNCTION TRIM(WS-CONTROL-ENTRY(WS-CONTROL-IDX))
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
               END-PERFORM
               MOVE SPACES TO XREF-REPORT-RECORD
               MOVE WS-PROD-MEMBER-COUNT TO WS-EDIT-COUNT
               IF PROD-LIBRARY-READ
                   STRING 'PRODUCTION LIBRARY:  '
                       FUNCTION TRIM(WS-PROD-LIBRARY-NAME) ' ('
                       FUNCTION TRIM(WS-EDIT-COUNT) ' MEMBERS)'
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               ELSE
                   STRING 'PRODUCTION LIBRARY:  '
                       FUNCTION TRIM(WS-PROD-LIBRARY-NAME)
                       ' (NOT FOUND)'
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               END-IF
               WRITE XREF-REPORT-RECORD
               MOVE SPACES TO XREF-REPORT-RECORD
               MOVE WS-TEST-MEMBER-COUNT TO WS-EDIT-COUNT
               IF TEST-LIBRARY-READ
                   STRING 'TEST LIBRARY:        '
                       FUNCTION TRIM(WS-TEST-LIBRARY-NAME) ' ('
                       FUNCTION TRIM(WS-EDIT-COUNT) ' MEMBERS)'
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               ELSE
                   STRING 'TEST LIBRARY:        '
                       FUNCTION TRIM(WS-TEST-LIBRARY-NAME)
                       ' (NOT FOUND)'
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               END-IF
               WRITE XREF-REPORT-RECORD
               IF WS-CARDS-DROPPED > 0 OR WS-UNITS-DROPPED > 0
                       OR WS-REFS-DROPPED > 0
                       OR WS-OBJECTS-DROPPED > 0
                   MOVE SPACES TO XREF-REPORT-RECORD
                   STRING 'WARNING: TABLES FULL - CARDS DROPPED '
                       WS-CARDS-DROPPED ', SCRIPTS/MEMBERS DROPPED '
                       WS-UNITS-DROPPED ', REFERENCES DROPPED '
                       WS-REFS-DROPPED ', OBJECTS DROPPED '
                       WS-OBJECTS-DROPPED
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
               END-IF
               MOVE SPACES TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD.

      * One block per card, in control-file order: what it runs,
      * then everything it refers to - its includes come from the
      * script or member it runs, nested ones marked as such.
           WRITE-CARD-SECTION.
               MOVE 'CARDS' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE '=====' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   PERFORM WRITE-ONE-CARD
               END-PERFORM
               MOVE SPACES TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD.

           WRITE-ONE-CARD.
               MOVE WS-CARD-IDX TO WS-DESC-CARD-IDX
               PERFORM DESCRIBE-CARD
               MOVE SPACES TO XREF-REPORT-RECORD
               EVALUATE TRUE
                   WHEN XC-RUNS-UTILITY(WS-CARD-IDX)
                       STRING FUNCTION TRIM(WS-CARD-TEXT)
                           ' (UTILITY CARD)'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WHEN XC-RUNS-LIBRARY-MEMBER(WS-CARD-IDX)
                           AND XC-USES-TEST-LIBRARY(WS-CARD-IDX)
                       STRING FUNCTION TRIM(WS-CARD-TEXT)
                           ' (TEST LIBRARY MEMBER)'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WHEN XC-RUNS-LIBRARY-MEMBER(WS-CARD-IDX)
                       STRING FUNCTION TRIM(WS-CARD-TEXT)
                           ' (PRODUCTION LIBRARY MEMBER)'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WHEN OTHER
                       STRING FUNCTION TRIM(WS-CARD-TEXT)
                           ' (SCRIPT FILE)'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               END-EVALUATE
               WRITE XREF-REPORT-RECORD
               IF XC-UNIT-IDX(WS-CARD-IDX) NOT = 0
                   MOVE XC-UNIT-IDX(WS-CARD-IDX) TO WS-UNIT-IDX
                   PERFORM WRITE-CARD-INCLUDES
               END-IF
               COMPUTE WS-REF-END = XC-REF-FIRST(WS-CARD-IDX) +
                   XC-REF-COUNT(WS-CARD-IDX) - 1
               PERFORM VARYING WS-REF-IDX FROM XC-REF-FIRST(WS-CARD-IDX)
                   BY 1 UNTIL WS-REF-IDX > WS-REF-END
                   IF NOT XR-RUNS(WS-REF-IDX)
                       PERFORM WRITE-CARD-REF-LINE
                   END-IF
               END-PERFORM.

           WRITE-CARD-INCLUDES.
               COMPUTE WS-REF-END = XU-REF-FIRST(WS-UNIT-IDX) +
                   XU-REF-COUNT(WS-UNIT-IDX) - 1
               PERFORM VARYING WS-REF-IDX FROM XU-REF-FIRST(WS-UNIT-IDX)
                   BY 1 UNTIL WS-REF-IDX > WS-REF-END
                   IF XR-INCLUDES(WS-REF-IDX)
                       MOVE SPACES TO XREF-REPORT-RECORD
                       STRING '    INCLUDES      '
                           FUNCTION TRIM(XR-OBJECT(WS-REF-IDX)) ' ('
                           FUNCTION TRIM(XR-HOW(WS-REF-IDX)) ')'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                       WRITE XREF-REPORT-RECORD
                       MOVE XR-OBJECT(WS-REF-IDX) TO WS-FIND-UNIT-NAME
                       MOVE 'B' TO WS-FIND-UNIT-KIND
                       MOVE WS-UNIT-IDX TO WS-NESTED-UNIT-IDX
                       PERFORM FIND-UNIT
                       MOVE WS-NESTED-UNIT-IDX TO WS-UNIT-IDX
                       IF WS-FOUND-UNIT-IDX NOT = 0
                           PERFORM WRITE-NESTED-INCLUDES
                       END-IF
                   END-IF
               END-PERFORM.

      * One level further down, as READLINES nests - deeper members
      * show under their own entry in the scripts-and-members list.
           WRITE-NESTED-INCLUDES.
               COMPUTE WS-OTHER-REF-END =
                   XU-REF-FIRST(WS-FOUND-UNIT-IDX) +
                   XU-REF-COUNT(WS-FOUND-UNIT-IDX) - 1
               PERFORM VARYING WS-OTHER-REF-IDX
                   FROM XU-REF-FIRST(WS-FOUND-UNIT-IDX) BY 1
                   UNTIL WS-OTHER-REF-IDX > WS-OTHER-REF-END
                   IF XR-INCLUDES(WS-OTHER-REF-IDX)
                       MOVE SPACES TO XREF-REPORT-RECORD
                       STRING '    INCLUDES      '
                           FUNCTION TRIM(XR-OBJECT(WS-OTHER-REF-IDX))
                           ' (NESTED, VIA '
                           FUNCTION TRIM(XR-OBJECT(WS-REF-IDX)) ')'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                       WRITE XREF-REPORT-RECORD
                   END-IF
               END-PERFORM.

           WRITE-CARD-REF-LINE.
               MOVE SPACES TO XREF-REPORT-RECORD
               EVALUATE TRUE
                   WHEN XR-WAITS-ON(WS-REF-IDX)
                           OR XR-PIPED-FROM(WS-REF-IDX)
                       PERFORM DESCRIBE-REF-VERB
                       IF XR-TARGET-CARD(WS-REF-IDX) = 0
                           STRING '    ' WS-VERB '  '
                               FUNCTION TRIM(XR-OBJECT(WS-REF-IDX))
                               ' (' FUNCTION TRIM(XR-HOW(WS-REF-IDX))
                               ') - NO EARLIER CARD BY THAT NAME'
                               DELIMITED BY SIZE
                               INTO XREF-REPORT-RECORD
                       ELSE
                           MOVE XR-TARGET-CARD(WS-REF-IDX) TO
                               WS-DESC-CARD-IDX
                           PERFORM DESCRIBE-CARD
                           STRING '    ' WS-VERB '  '
                               FUNCTION TRIM(WS-CARD-TEXT)
                               ' (' FUNCTION TRIM(XR-HOW(WS-REF-IDX))
                               ')'
                               DELIMITED BY SIZE
                               INTO XREF-REPORT-RECORD
                       END-IF
                   WHEN OTHER
                       PERFORM DESCRIBE-REF-VERB
                       STRING '    ' WS-VERB '  '
                           FUNCTION TRIM(XR-OBJECT(WS-REF-IDX))
                           ' (' FUNCTION TRIM(XR-HOW(WS-REF-IDX)) ')'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               END-EVALUATE
               WRITE XREF-REPORT-RECORD.

      * Every script file, include member and library member, with
      * what it includes and - for a library member - the run
      * defaults it hands to the cards that fetch it.
           WRITE-UNIT-SECTION.
               MOVE 'SCRIPTS AND MEMBERS' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE '===================' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                   PERFORM WRITE-ONE-UNIT
               END-PERFORM
               MOVE SPACES TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD.

           WRITE-ONE-UNIT.
               MOVE WS-UNIT-IDX TO WS-DESC-UNIT-IDX
               PERFORM DESCRIBE-UNIT
               PERFORM COUNT-UNIT-USERS
               MOVE WS-UNIT-USE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO XREF-REPORT-RECORD
               EVALUATE TRUE
                   WHEN XU-MISSING(WS-UNIT-IDX)
                       STRING FUNCTION TRIM(WS-UNIT-TEXT)
                           ' - SOURCE NOT FOUND'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WHEN WS-UNIT-USE-COUNT = 0
                           AND XU-INCLUDE-MEMBER(WS-UNIT-IDX)
                       STRING FUNCTION TRIM(WS-UNIT-TEXT)
                           ' - INCLUDED BY NOTHING'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WHEN WS-UNIT-USE-COUNT = 0
                       STRING FUNCTION TRIM(WS-UNIT-TEXT)
                           ' - RUN BY NO CARD'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WHEN XU-INCLUDE-MEMBER(WS-UNIT-IDX)
                       STRING FUNCTION TRIM(WS-UNIT-TEXT)
                           ' - INCLUDED BY '
                           FUNCTION TRIM(WS-EDIT-COUNT)
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WHEN OTHER
                       STRING FUNCTION TRIM(WS-UNIT-TEXT)
                           ' - RUN BY ' FUNCTION TRIM(WS-EDIT-COUNT)
                           ' CARD(S)'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               END-EVALUATE
               IF XU-RETIRED(WS-UNIT-IDX)
                   MOVE SPACES TO WS-REPORT-LINE-WORK
                   STRING FUNCTION TRIM(XREF-REPORT-RECORD)
                       ' (RETIRED)'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE-WORK
                   MOVE WS-REPORT-LINE-WORK TO XREF-REPORT-RECORD
               END-IF
               WRITE XREF-REPORT-RECORD
               COMPUTE WS-REF-END = XU-REF-FIRST(WS-UNIT-IDX) +
                   XU-REF-COUNT(WS-UNIT-IDX) - 1
               PERFORM VARYING WS-REF-IDX FROM XU-REF-FIRST(WS-UNIT-IDX)
                   BY 1 UNTIL WS-REF-IDX > WS-REF-END
                   PERFORM WRITE-CARD-REF-LINE
               END-PERFORM.

      * Cards running a script or member; scripts and members
      * including an include member.
           COUNT-UNIT-USERS.
               MOVE 0 TO WS-UNIT-USE-COUNT
               IF XU-INCLUDE-MEMBER(WS-UNIT-IDX)
                   PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-COUNT
                       IF XR-INCLUDES(WS-REF-IDX)
                               AND XR-OBJECT(WS-REF-IDX) =
                                   XU-NAME(WS-UNIT-IDX)
                           ADD 1 TO WS-UNIT-USE-COUNT
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-CARD-COUNT
                       IF XC-UNIT-IDX(WS-CARD-IDX) = WS-UNIT-IDX
                           ADD 1 TO WS-UNIT-USE-COUNT
                       END-IF
                   END-PERFORM
               END-IF.

      * Grouped by class - chains, codepage tables, files,
      * include members, library members, script files - then by
      * name, each with everything that refers to it.
           WRITE-WHERE-USED-SECTION.
               MOVE 'WHERE USED' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE '==========' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               PERFORM VARYING WS-OBJECT-IDX FROM 1 BY 1
                   UNTIL WS-OBJECT-IDX > WS-OBJECT-COUNT
                   MOVE SPACES TO XREF-REPORT-RECORD
                   STRING XO-CLASS(WS-OBJECT-IDX) ' '
                       FUNCTION TRIM(XO-NAME(WS-OBJECT-IDX))
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
                   PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-COUNT
                       IF XR-OBJECT(WS-REF-IDX) =
                               XO-NAME(WS-OBJECT-IDX)
                           PERFORM WRITE-WHERE-USED-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD.

           WRITE-WHERE-USED-LINE.
               MOVE SPACES TO WS-VERB
               EVALUATE TRUE
                   WHEN XO-CLASS(WS-OBJECT-IDX) = 'INCLUDE'
                           AND XR-INCLUDES(WS-REF-IDX)
                       MOVE 'INCLUDED BY' TO WS-VERB
                   WHEN XO-CLASS(WS-OBJECT-IDX) = 'FILE'
                           AND XR-READS(WS-REF-IDX)
                       MOVE 'READ BY' TO WS-VERB
                   WHEN XO-CLASS(WS-OBJECT-IDX) = 'FILE'
                           AND XR-WRITES(WS-REF-IDX)
                       MOVE 'WRITTEN BY' TO WS-VERB
                   WHEN XO-CLASS(WS-OBJECT-IDX) = 'CODEPAGE'
                           AND XR-USES-CODEPAGE(WS-REF-IDX)
                       MOVE 'USED BY' TO WS-VERB
                   WHEN XO-CLASS(WS-OBJECT-IDX) = 'CHAIN'
                           AND XR-IN-CHAIN(WS-REF-IDX)
                       MOVE 'CARD' TO WS-VERB
                   WHEN XO-CLASS(WS-OBJECT-IDX) = 'SCRIPT'
                           AND XR-RUNS(WS-REF-IDX)
                           AND XR-HOW(WS-REF-IDX) = 'SCRIPT FILE'
                       MOVE 'RUN BY' TO WS-VERB
                   WHEN XO-CLASS(WS-OBJECT-IDX) = 'MEMBER'
                           AND XR-RUNS(WS-REF-IDX)
                           AND XR-HOW(WS-REF-IDX) NOT = 'SCRIPT FILE'
                       MOVE 'RUN BY' TO WS-VERB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-VERB NOT = SPACES
                   PERFORM DESCRIBE-REF-OWNER
                   MOVE SPACES TO XREF-REPORT-RECORD
                   STRING '    ' WS-VERB ' ' XR-HOW(WS-REF-IDX) ' '
                       FUNCTION TRIM(WS-OWNER-TEXT)
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
               END-IF.

      * Card to card: which cards feed which through an output,
      * tape or input file, and which wait on or pipe from another.
           WRITE-FEEDS-SECTION.
               MOVE 'FEEDS BETWEEN CARDS' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE '===================' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   SET CARD-HEADER-PENDING TO TRUE
                   COMPUTE WS-REF-END = XC-REF-FIRST(WS-CARD-IDX) +
                       XC-REF-COUNT(WS-CARD-IDX) - 1
                   PERFORM VARYING WS-REF-IDX
                       FROM XC-REF-FIRST(WS-CARD-IDX) BY 1
                       UNTIL WS-REF-IDX > WS-REF-END
                       EVALUATE TRUE
                           WHEN XR-READS(WS-REF-IDX)
                               PERFORM WRITE-FEEDS-FOR-READ
                           WHEN XR-WAITS-ON(WS-REF-IDX)
                               AND XR-TARGET-CARD(WS-REF-IDX) NOT = 0
                               PERFORM WRITE-FEEDS-CARD-HEADER
                               MOVE XR-TARGET-CARD(WS-REF-IDX) TO
                                   WS-DESC-CARD-IDX
                               PERFORM DESCRIBE-CARD
                               MOVE SPACES TO XREF-REPORT-RECORD
                               STRING '    RUNS ONLY AFTER '
                                   FUNCTION TRIM(WS-CARD-TEXT) ' ('
                                   FUNCTION TRIM(XR-HOW(WS-REF-IDX))
                                   ')'
                                   DELIMITED BY SIZE
                                   INTO XREF-REPORT-RECORD
                               WRITE XREF-REPORT-RECORD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD.

           WRITE-FEEDS-FOR-READ.
               PERFORM VARYING WS-OTHER-REF-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-REF-IDX > WS-REF-COUNT
                   IF XR-WRITES(WS-OTHER-REF-IDX)
                           AND XR-OWNED-BY-CARD(WS-OTHER-REF-IDX)
                           AND XR-OWNER-IDX(WS-OTHER-REF-IDX) NOT =
                               WS-CARD-IDX
                           AND XR-OBJECT(WS-OTHER-REF-IDX) =
                               XR-OBJECT(WS-REF-IDX)
                       PERFORM WRITE-FEEDS-CARD-HEADER
                       MOVE XR-OWNER-IDX(WS-OTHER-REF-IDX) TO
                           WS-DESC-CARD-IDX
                       PERFORM DESCRIBE-CARD
                       MOVE SPACES TO XREF-REPORT-RECORD
                       STRING '    FED BY ' FUNCTION TRIM(WS-CARD-TEXT)
                           ' THROUGH '
                           FUNCTION TRIM(XR-OBJECT(WS-REF-IDX)) ' ('
                           FUNCTION TRIM(XR-HOW(WS-OTHER-REF-IDX))
                           ' TO '
                           FUNCTION TRIM(XR-HOW(WS-REF-IDX)) ')'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                       WRITE XREF-REPORT-RECORD
                   END-IF
               END-PERFORM.

           WRITE-FEEDS-CARD-HEADER.
               IF CARD-HEADER-PENDING
                   MOVE 'N' TO WS-HEADER-PENDING-SWITCH
                   MOVE WS-CARD-IDX TO WS-DESC-CARD-IDX
                   PERFORM DESCRIBE-CARD
                   MOVE WS-CARD-TEXT TO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
               END-IF.

           WRITE-IMPACT-SECTION.
               MOVE 'IMPACT ANALYSIS' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE '===============' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE SPACES TO XREF-REPORT-RECORD
               STRING 'CHANGED ITEM: ' FUNCTION TRIM(WS-IMPACT-NAME)
                   DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               IF WS-IMPACT-CARD-COUNT = 0 AND WS-IMPACT-UNIT-COUNT = 0
                   MOVE SPACES TO XREF-REPORT-RECORD
                   STRING 'NOTHING IN THE CONTROL FILES, LIBRARIES OR '
                       'SCRIPT SOURCES REFERS TO '
                       FUNCTION TRIM(WS-IMPACT-NAME)
                       DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
               ELSE
                   MOVE 'SCRIPTS AND MEMBERS TOUCHED:' TO
                       XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
                   PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                       UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                       IF XU-IS-IMPACTED(WS-UNIT-IDX)
                               AND NOT XU-IS-CHANGED-ITEM(WS-UNIT-IDX)
                           MOVE WS-UNIT-IDX TO WS-DESC-UNIT-IDX
                           PERFORM DESCRIBE-UNIT
                           MOVE SPACES TO XREF-REPORT-RECORD
                           STRING '    ' FUNCTION TRIM(WS-UNIT-TEXT)
                               ' - '
                               FUNCTION TRIM(XU-IMPACT-WHY
                                   (WS-UNIT-IDX))
                               DELIMITED BY SIZE
                               INTO XREF-REPORT-RECORD
                           WRITE XREF-REPORT-RECORD
                       END-IF
                   END-PERFORM
                   IF WS-IMPACT-UNIT-COUNT = 0
                       MOVE '    NONE' TO XREF-REPORT-RECORD
                       WRITE XREF-REPORT-RECORD
                   END-IF
                   MOVE 'CARDS TOUCHED:' TO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
                   IF WS-IMPACT-CARD-COUNT = 0
                       MOVE '    NONE' TO XREF-REPORT-RECORD
                       WRITE XREF-REPORT-RECORD
                   END-IF
                   PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-CARD-COUNT
                       IF XC-IS-IMPACTED(WS-CARD-IDX)
                           MOVE WS-CARD-IDX TO WS-DESC-CARD-IDX
                           PERFORM DESCRIBE-CARD
                           MOVE SPACES TO XREF-REPORT-RECORD
                           STRING '    ' FUNCTION TRIM(WS-CARD-TEXT)
                               ' - '
                               FUNCTION TRIM(XC-IMPACT-WHY
                                   (WS-CARD-IDX))
                               DELIMITED BY SIZE
                               INTO XREF-REPORT-RECORD
                           WRITE XREF-REPORT-RECORD
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-IMPACT-UNIT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO XREF-REPORT-RECORD
               STRING 'TOTAL: ' FUNCTION TRIM(WS-EDIT-COUNT)
                   ' SCRIPT(S)/MEMBER(S), '
                   DELIMITED BY SIZE INTO XREF-REPORT-RECORD
               MOVE WS-IMPACT-CARD-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING FUNCTION TRIM(XREF-REPORT-RECORD) ' '
                   FUNCTION TRIM(WS-EDIT-COUNT) ' CARD(S)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE-WORK
               MOVE WS-REPORT-LINE-WORK TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE SPACES TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD.

      * Anything the cross-reference could not follow: a script or
      * include source that is not there, a card fetching a member
      * its library does not hold (or holds retired), and a
      * condition or pipe naming no earlier card.
           WRITE-PROBLEM-SECTION.
               MOVE 'UNRESOLVED REFERENCES' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               MOVE '=====================' TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   PERFORM CHECK-CARD-PROBLEMS
               END-PERFORM
               PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                   IF XU-MISSING(WS-UNIT-IDX)
                       MOVE WS-UNIT-IDX TO WS-DESC-UNIT-IDX
                       PERFORM DESCRIBE-UNIT
                       MOVE SPACES TO XREF-REPORT-RECORD
                       STRING FUNCTION TRIM(WS-UNIT-TEXT)
                           ' - SOURCE NOT FOUND'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                       WRITE XREF-REPORT-RECORD
                       ADD 1 TO WS-PROBLEM-COUNT
                   END-IF
               END-PERFORM
               IF WS-PROBLEM-COUNT = 0
                   MOVE 'NONE' TO XREF-REPORT-RECORD
                   WRITE XREF-REPORT-RECORD
               END-IF.

           CHECK-CARD-PROBLEMS.
               MOVE WS-CARD-IDX TO WS-DESC-CARD-IDX
               PERFORM DESCRIBE-CARD
               IF XC-RUNS-LIBRARY-MEMBER(WS-CARD-IDX)
                   MOVE SPACES TO XREF-REPORT-RECORD
                   EVALUATE TRUE
                       WHEN XC-UNIT-IDX(WS-CARD-IDX) = 0
                               AND XC-USES-TEST-LIBRARY(WS-CARD-IDX)
                           STRING FUNCTION TRIM(WS-CARD-TEXT)
                               ' - MEMBER NOT IN THE TEST LIBRARY'
                               DELIMITED BY SIZE
                               INTO XREF-REPORT-RECORD
                       WHEN XC-UNIT-IDX(WS-CARD-IDX) = 0
                           STRING FUNCTION TRIM(WS-CARD-TEXT)
                               ' - MEMBER NOT IN THE PRODUCTION '
                               'LIBRARY'
                               DELIMITED BY SIZE
                               INTO XREF-REPORT-RECORD
                       WHEN XU-RETIRED(XC-UNIT-IDX(WS-CARD-IDX))
                           STRING FUNCTION TRIM(WS-CARD-TEXT)
                               ' - MEMBER IS RETIRED'
                               DELIMITED BY SIZE
                               INTO XREF-REPORT-RECORD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF XREF-REPORT-RECORD NOT = SPACES
                       WRITE XREF-REPORT-RECORD
                       ADD 1 TO WS-PROBLEM-COUNT
                   END-IF
               END-IF
               COMPUTE WS-REF-END = XC-REF-FIRST(WS-CARD-IDX) +
                   XC-REF-COUNT(WS-CARD-IDX) - 1
               PERFORM VARYING WS-REF-IDX FROM XC-REF-FIRST(WS-CARD-IDX)
                   BY 1 UNTIL WS-REF-IDX > WS-REF-END
                   IF (XR-WAITS-ON(WS-REF-IDX)
                           OR XR-PIPED-FROM(WS-REF-IDX))
                           AND XR-TARGET-CARD(WS-REF-IDX) = 0
                       MOVE SPACES TO XREF-REPORT-RECORD
                       STRING FUNCTION TRIM(WS-CARD-TEXT) ' - '
                           FUNCTION TRIM(XR-HOW(WS-REF-IDX))
                           ' NAMES NO EARLIER CARD'
                           DELIMITED BY SIZE INTO XREF-REPORT-RECORD
                       IF XR-OBJECT(WS-REF-IDX) NOT = SPACES
                           MOVE SPACES TO WS-REPORT-LINE-WORK
                           STRING FUNCTION TRIM(XREF-REPORT-RECORD)
                               ': '
                               FUNCTION TRIM(XR-OBJECT(WS-REF-IDX))
                               DELIMITED BY SIZE
                               INTO WS-REPORT-LINE-WORK
                           MOVE WS-REPORT-LINE-WORK
                               TO XREF-REPORT-RECORD
                       END-IF
                       WRITE XREF-REPORT-RECORD
                       ADD 1 TO WS-PROBLEM-COUNT
                   END-IF
               END-PERFORM.

       END PROGRAM BF-CROSS-REFERENCE.
