              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NEW-LIB-KEY
              FILE STATUS IS WS-NEW-LIBRARY-STATUS.
      * Every version ADD or ROLLBACK replaces is filed here, text
      * and all, before the library record is overwritten.
              SELECT VERSION-HISTORY ASSIGN TO DYNAMIC
                  WS-VERSION-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VER-KEY
              FILE STATUS IS WS-VERSION-STATUS.
      * Shared run-directory lock convention - REORG swaps the live
      * library out from under everyone, so it works under the same
      * directory-wide rundir.lock housekeeping takes.
                  WS-LOCK-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.
      * PROMOTE's approval trail, and the VERIFY verdict it checks
      * before it will copy anything into production.
              SELECT APPROVAL-LOG-FILE ASSIGN TO DYNAMIC
                  WS-APPROVAL-LOG-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APPROVAL-LOG-STATUS.
              SELECT VERIFY-RESULT-FILE ASSIGN TO DYNAMIC
                  WS-VERIFY-RESULT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VERIFY-RESULT-STATUS.
      * Operator authorization master, and the security log every
      * privileged function is recorded in, allowed or refused.
              SELECT AUTH-MASTER ASSIGN TO DYNAMIC
                  WS-AUTH-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AUT-OPERATOR-ID
              FILE STATUS IS WS-AUTH-STATUS.
              SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC
                  WS-SECURITY-LOG-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   10 NEW-LIB-RECORD-SEQ PIC 9(4).
               05 NEW-LIB-DATA PIC X(92).

           FD VERSION-HISTORY.
           COPY 'bfverrec.cpy'.

           FD RUN-LOCK-FILE.
           COPY 'bflokrec.cpy'.

           FD APPROVAL-LOG-FILE.
           COPY 'bfaprrec.cpy'.

           FD VERIFY-RESULT-FILE.
           01 VERIFY-RESULT-RECORD PIC X(80).

           FD AUTH-MASTER.
           COPY 'bfautrec.cpy'.

           FD SECURITY-LOG-FILE.
           COPY 'bfsecrec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line, split into a function word, the member
      * name, and the function's operands, optionally preceded by
      * TEST or PROD to pick the library the function works on:
      *   ADD      member source-file [owner]  - add or replace;
      *            a replace bumps the version, keeps DATE-ADDED, and
      *            files the replaced text in the version history
      *   RETIRE   member                      - refuse future fetches
      *   ACTIVATE member                      - undo a RETIRE
      *   LIST                                 - one line per member
      *   SET      member [parm text...]       - record the member's
      *            run defaults (memory-mode digit, MAXI=/MAXS=,
      *            OUTTBL=/INTBL=, IN=, DIALECT=), applied by the
      *            interpreter at fetch time; SET with no parameters
      *            clears them
      *   AUDIT                                - report every internal
      *            inconsistency: a member whose LIB-TEXT-BYTES does
      *            not match the sum of its segment lengths, orphan
      *   REORG                                - rebuild a clean copy
      *            of the library (orphans dropped, segments
      *            renumbered, byte counts corrected) and swap it in
      *   VERSIONS member                      - list every version
      *            of the member kept in the version history, plus
      *            the current one, with owner, date and byte count
      *   DIFF     member version [version]    - line/column
      *            differences between two versions (the second
      *            defaults to the current version)
      *   ROLLBACK member version [owner]      - put an earlier
      *            version's text back as a new version number (the
      *            owner stays as it is unless one is given)
      *   PROMOTE  member approver             - copy the test
      *            library's current version, run defaults and all,
      *            into production as production's next version
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-FUNCTION PIC X(10).
           01 WS-MEMBER-PARM PIC X(20).
           01 WS-DEFAULTS-TEXT PIC X(92).
           01 WS-UNSTRING-PTR PIC 9(3).

      * Two libraries per run directory. Production keeps the
      * long-standing script-library.dat name - it is what control
      * cards run and what every reporting program reads - while
      * new and changed members land in the test library. ADD and
      * SET only ever work on test, and PROMOTE is the one way text
      * reaches production; every other function works on
      * production unless the command line starts with TEST. Each
      * library keeps its own version history, since test and
      * production number their versions independently.
           01 WS-LIBRARY-FILE-NAME PIC X(100)
               VALUE 'script-library.dat'.
           01 WS-PROD-LIBRARY-NAME PIC X(100)
               VALUE 'script-library.dat'.
           01 WS-PROD-VERSION-NAME PIC X(100)
               VALUE 'script-versions.dat'.
           01 WS-PROD-NEW-LIBRARY-NAME PIC X(100)
               VALUE 'script-library.new'.
           01 WS-TEST-LIBRARY-NAME PIC X(100)
               VALUE 'script-test-library.dat'.
           01 WS-TEST-VERSION-NAME PIC X(100)
               VALUE 'script-test-versions.dat'.
           01 WS-TEST-NEW-LIBRARY-NAME PIC X(100)
               VALUE 'script-test-library.new'.
           01 WS-LIBRARY-QUALIFIER PIC X(10).
           01 WS-QUALIFIER-GIVEN-SWITCH PIC X VALUE 'N'.
               88 LIBRARY-QUALIFIER-GIVEN VALUE 'Y'.
           01 WS-LIBRARY-SELECT-SWITCH PIC X VALUE 'P'.
               88 TEST-LIBRARY-SELECTED VALUE 'T'.
               88 PROD-LIBRARY-SELECTED VALUE 'P'.
           01 WS-COMMAND-REST PIC X(200).
           01 WS-LIBRARY-STATUS PIC XX.
           01 WS-SOURCE-FILE-STATUS PIC XX.

           01 WS-RUN-DATE PIC 9(8).
           01 WS-OLD-VERSION PIC 9(4).
           01 WS-OLD-DATE-ADDED PIC 9(8).
           01 WS-OLD-LAST-RUN-DATE PIC 9(8).
           01 WS-OLD-STATUS PIC X.
           01 WS-MEMBER-FOUND-SWITCH PIC X VALUE 'N'.
               88 MEMBER-FOUND VALUE 'Y'.
           01 WS-LIST-EOF-SWITCH PIC X VALUE 'N'.
               88 DIRECTORY-LOCK-HELD VALUE 'Y'.
           01 WS-LOCK-CLOCK PIC 9(8).

      * Member-version history. A version number on the command line
      * arrives in the source-file or owner slot of the main
      * UNSTRING and is validated here before use.
           01 WS-VERSION-FILE-NAME PIC X(100)
               VALUE 'script-versions.dat'.
           01 WS-VERSION-STATUS PIC XX.
           01 WS-VERSION-OPEN-SWITCH PIC X VALUE 'N'.
               88 VERSION-FILE-OPEN VALUE 'Y'.
           01 WS-VER-FOUND-SWITCH PIC X VALUE 'N'.
               88 VERSION-FOUND VALUE 'Y'.
           01 WS-VER-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-VERSIONS VALUE 'Y'.
           01 WS-VER-SEG-SEQ PIC 9(4).
           01 WS-VERSION-PARM-TEXT PIC X(20).
           01 WS-VERSION-PARM-SWITCH PIC X VALUE 'N'.
               88 VERSION-PARM-VALID VALUE 'Y'.
           01 WS-VERSION-WANTED PIC 9(4).
           01 WS-CURRENT-VERSION PIC 9(4).
           01 WS-OLD-OWNER PIC X(20).
           01 WS-OLD-VERSION-DATE PIC 9(8).
           01 WS-OLD-TEXT-BYTES PIC 9(5).
           01 WS-VERSION-COUNT PIC 9(5).

      * DIFF stages both versions side by side and cuts each into
      * lines - start offset and length per line, the line feed
      * itself not counted as text. A mismatch looks up to
      * WS-DIFF-WINDOW lines ahead on either side for the point
      * where the two versions fall back into step, so a line
      * inserted or deleted near the top does not report every line
      * below it as changed.
           01 MAX-DIFF-LINES CONSTANT 65536.
           01 WS-DIFF-WINDOW CONSTANT 50.
           01 WS-DIFF-VERSION-1 PIC 9(4).
           01 WS-DIFF-VERSION-2 PIC 9(4).
           01 WS-DIFF-OLD-LENGTH PIC 9(5).
           01 WS-DIFF-OLD-TEXT PIC X(65536).
           01 WS-DIFF-NEW-LENGTH PIC 9(5).
           01 WS-DIFF-NEW-TEXT PIC X(65536).
           01 WS-DIFF-OLD-LINES.
               05 WS-DIFF-OLD-LINE OCCURS MAX-DIFF-LINES TIMES.
                   10 WS-DOL-START PIC 9(5) COMP.
                   10 WS-DOL-LEN PIC 9(5) COMP.
           01 WS-DIFF-OLD-COUNT PIC 9(5).
           01 WS-DIFF-NEW-LINES.
               05 WS-DIFF-NEW-LINE OCCURS MAX-DIFF-LINES TIMES.
                   10 WS-DNL-START PIC 9(5) COMP.
                   10 WS-DNL-LEN PIC 9(5) COMP.
           01 WS-DIFF-NEW-COUNT PIC 9(5).
           01 WS-DIFF-SCAN-IDX PIC 9(5).
           01 WS-DIFF-LINE-START PIC 9(5).
           01 WS-DIFF-OLD-IDX PIC 9(5).
           01 WS-DIFF-NEW-IDX PIC 9(5).
           01 WS-CMP-OLD-IDX PIC 9(5).
           01 WS-CMP-NEW-IDX PIC 9(5).
           01 WS-LINES-EQUAL-SWITCH PIC X.
               88 LINES-ARE-EQUAL VALUE 'Y'.
           01 WS-DIFF-LOOK PIC 9(3).
           01 WS-DIFF-RESYNC-KIND PIC X.
               88 RESYNC-BY-DELETE VALUE 'D'.
               88 RESYNC-BY-INSERT VALUE 'I'.
               88 RESYNC-NOT-FOUND VALUE 'N'.
           01 WS-DIFF-RESYNC-COUNT PIC 9(3).
           01 WS-DIFF-COL PIC 9(5).
           01 WS-DIFF-COL-LIMIT PIC 9(5).
           01 WS-DIFF-COUNT PIC 9(5).
           01 WS-DIFF-SHOW-TEXT PIC X(70).
           01 WS-EDIT-LINE PIC ZZZZ9.
           01 WS-EDIT-LINE-2 PIC ZZZZ9.
           01 WS-EDIT-COL PIC ZZZZ9.

      * Per-member accumulators for the sequential AUDIT/REORG walk.
      * Records arrive in key order, so a member's metadata (seq 0)
      * always precedes its segments and a change of member name
               05 WS-GRP-LAST-RUN PIC 9(8).
               05 WS-GRP-STATUS PIC X.
               05 WS-GRP-TEXT-BYTES PIC 9(5).
               05 WS-GRP-VERSION-DATE PIC 9(8).
               05 FILLER PIC X(38).
           01 WS-GRP-DEFAULTS-SWITCH PIC X.
               88 GROUP-HAS-DEFAULTS VALUE 'Y'.
           01 WS-GRP-DEFAULTS-TEXT PIC X(92).
           01 WS-REORG-ORPHAN-COUNT PIC 9(5).
           01 WS-EDIT-BYTES PIC ZZZZZZ9.

      * PROMOTE. The evidence is the member's own .verify file: its
      * RESULT: line must say PASS, and the MEMBER line the
      * interpreter writes beneath it on a library run must name the
      * test library and the very version being promoted - a pass
      * earned by some older text proves nothing about this one.
           01 WS-APPROVAL-LOG-NAME PIC X(100)
               VALUE 'approval-log.txt'.
           01 WS-APPROVAL-LOG-STATUS PIC XX.
           01 WS-VERIFY-RESULT-NAME PIC X(120).
           01 WS-VERIFY-RESULT-STATUS PIC XX.
           01 WS-VERIFY-EOF-SWITCH PIC X.
               88 END-OF-VERIFY-RESULT VALUE 'Y'.
           01 WS-VERIFY-PASS-SWITCH PIC X.
               88 VERIFY-RESULT-PASSED VALUE 'Y'.
           01 WS-VERIFY-MATCH-SWITCH PIC X.
               88 VERIFY-MATCHES-TEST-VERSION VALUE 'Y'.
           01 WS-VERIFY-WORDS.
               05 WS-VERIFY-WORD PIC X(20) OCCURS 6 TIMES.
           01 WS-APPROVER-PARM PIC X(20).
           01 WS-TEST-OWNER PIC X(20).
           01 WS-TEST-VERSION PIC 9(4).
           01 WS-PROD-VERSION PIC 9(4).
           01 WS-PROMOTE-REASON PIC X(50).
           01 WS-PROMOTE-DEFAULTS-SWITCH PIC X.
               88 PROMOTE-HAS-DEFAULTS VALUE 'Y'.
           01 WS-EDIT-VERSION PIC ZZZ9.
           01 WS-EDIT-VERSION-2 PIC ZZZ9.

      * Operator authorization. REORG (of either library), PROMOTE,
      * and RETIRE, ACTIVATE and ROLLBACK against production are
      * privileged, as is clearing a stale rundir.lock with REORG
      * UNLOCK: each is checked against the authorization master
      * before anything is touched, and logged allowed or refused.
      * The operator is the login the librarian runs under.
           01 WS-AUTH-FILE-NAME PIC X(100) VALUE 'operator-auth.dat'.
           01 WS-AUTH-STATUS PIC XX.
           01 WS-SECURITY-LOG-NAME PIC X(100)
               VALUE 'security-log.txt'.
           01 WS-SECURITY-LOG-STATUS PIC XX.
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-AUTH-FUNCTION PIC X(8).
           01 WS-AUTH-TARGET PIC X(60).
           01 WS-AUTH-REASON PIC X(40).
           01 WS-AUTH-IDX PIC 9(2).
           01 WS-AUTH-SWITCH PIC X.
               88 OPERATOR-AUTHORIZED VALUE 'Y'.
           01 WS-AUTH-DATE PIC 9(8).
           01 WS-AUTH-CLOCK PIC 9(8).

      * Outcome of the maintenance run, in the same return-code
      * convention the interpreter uses: 0 clean, 4 audit found
      * discrepancies, 8 refused (unknown function, missing member
      * or source file, or an operator not authorized for it).
           01 WS-RUN-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PROC.
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               PERFORM STRIP-LIBRARY-QUALIFIER
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-FUNCTION WS-MEMBER-PARM
                       WS-SOURCE-FILE-NAME WS-OWNER-PARM
               END-UNSTRING
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM CHOOSE-FUNCTION-LIBRARY
               IF WS-RUN-RC = 0
                   PERFORM AUTHORIZE-FUNCTION
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM DISPATCH-FUNCTION
               END-IF
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           DISPATCH-FUNCTION.
               EVALUATE WS-FUNCTION
                   WHEN 'ADD'
                       PERFORM ADD-MEMBER
                       PERFORM AUDIT-LIBRARY
                   WHEN 'REORG'
                       PERFORM REORG-LIBRARY
                   WHEN 'VERSIONS'
                       PERFORM LIST-MEMBER-VERSIONS
                   WHEN 'DIFF'
                       PERFORM DIFF-MEMBER-VERSIONS
                   WHEN 'ROLLBACK'
                       PERFORM ROLLBACK-MEMBER
                   WHEN 'PROMOTE'
                       PERFORM PROMOTE-MEMBER
                   WHEN OTHER
                       DISPLAY 'BF-LIBRARIAN: UNKNOWN FUNCTION "'
                           FUNCTION TRIM(WS-FUNCTION)
                           '" - USE ADD, RETIRE, ACTIVATE, LIST, '
                           'SET, AUDIT, REORG, VERSIONS, DIFF, '
                           'ROLLBACK OR PROMOTE'
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE.

      * A leading TEST or PROD is taken off the front of the command
      * line before the main UNSTRING, so every function's operands
      * stay in the slots they have always used.
           STRIP-LIBRARY-QUALIFIER.
               MOVE SPACES TO WS-LIBRARY-QUALIFIER
               MOVE 1 TO WS-UNSTRING-PTR
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-LIBRARY-QUALIFIER
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING
               IF WS-LIBRARY-QUALIFIER = 'TEST' OR 'PROD'
                   SET LIBRARY-QUALIFIER-GIVEN TO TRUE
                   IF WS-LIBRARY-QUALIFIER = 'TEST'
                       SET TEST-LIBRARY-SELECTED TO TRUE
                   END-IF
                   MOVE SPACES TO WS-COMMAND-REST
                   IF WS-UNSTRING-PTR <= 200
                       MOVE WS-COMMAND-LINE(WS-UNSTRING-PTR:) TO
                           WS-COMMAND-REST
                   END-IF
                   MOVE WS-COMMAND-REST TO WS-COMMAND-LINE
               END-IF.

      * ADD and SET are how text and defaults get into a library,
      * so they are held to the test library - production only ever
      * changes through PROMOTE (which picks its own libraries).
           CHOOSE-FUNCTION-LIBRARY.
               IF WS-FUNCTION = 'ADD' OR 'SET'
                   IF LIBRARY-QUALIFIER-GIVEN
                           AND PROD-LIBRARY-SELECTED
                       DISPLAY 'BF-LIBRARIAN: '
                           FUNCTION TRIM(WS-FUNCTION)
                           ' WORKS ON THE TEST LIBRARY ONLY - USE '
                           'PROMOTE TO CHANGE PRODUCTION'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
                   SET TEST-LIBRARY-SELECTED TO TRUE
               END-IF
               IF TEST-LIBRARY-SELECTED
                   PERFORM SELECT-TEST-LIBRARY
               ELSE
                   PERFORM SELECT-PROD-LIBRARY
               END-IF.

      * Only functions that change production (or, for REORG,
      * swap either library out from under its readers) need an
      * authorized operator - ADD, SET and the test-library
      * status functions are every developer's daily work.
           AUTHORIZE-FUNCTION.
               MOVE SPACES TO WS-AUTH-FUNCTION
               EVALUATE WS-FUNCTION
                   WHEN 'REORG'
                   WHEN 'PROMOTE'
                       MOVE WS-FUNCTION TO WS-AUTH-FUNCTION
                   WHEN 'RETIRE'
                   WHEN 'ACTIVATE'
                   WHEN 'ROLLBACK'
                       IF PROD-LIBRARY-SELECTED
                           MOVE WS-FUNCTION TO WS-AUTH-FUNCTION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-AUTH-FUNCTION NOT = SPACES
                   MOVE SPACES TO WS-AUTH-TARGET
                   IF WS-FUNCTION = 'REORG'
                       MOVE WS-LIBRARY-FILE-NAME TO WS-AUTH-TARGET
                   ELSE
                       STRING FUNCTION TRIM(WS-MEMBER-PARM) ' IN '
                           FUNCTION TRIM(WS-PROD-LIBRARY-NAME)
                           DELIMITED BY SIZE INTO WS-AUTH-TARGET
                   END-IF
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF NOT OPERATOR-AUTHORIZED
                       DISPLAY 'BF-LIBRARIAN: '
                           FUNCTION TRIM(WS-FUNCTION)
                           ' REFUSED - OPERATOR '
                           FUNCTION TRIM(WS-OPERATOR-ID) ': '
                           FUNCTION TRIM(WS-AUTH-REASON)
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               END-IF.

           SELECT-TEST-LIBRARY.
               MOVE WS-TEST-LIBRARY-NAME TO WS-LIBRARY-FILE-NAME
               MOVE WS-TEST-VERSION-NAME TO WS-VERSION-FILE-NAME
               MOVE WS-TEST-NEW-LIBRARY-NAME TO WS-NEW-LIBRARY-NAME.

           SELECT-PROD-LIBRARY.
               MOVE WS-PROD-LIBRARY-NAME TO WS-LIBRARY-FILE-NAME
               MOVE WS-PROD-VERSION-NAME TO WS-VERSION-FILE-NAME
               MOVE WS-PROD-NEW-LIBRARY-NAME TO WS-NEW-LIBRARY-NAME.

      * ADD stages the source file in memory, then lays the member
      * down as metadata record 0 plus 80-byte text segments. A
      * member that already exists is replaced in place: the text
      * being replaced is first filed in the version history, then
      * the version number is bumped, DATE-ADDED is kept, and any
      * text segments left over from a longer previous version are
      * deleted so a fetch can never pick up a stale tail.
           ADD-MEMBER.
               IF WS-MEMBER-PARM = SPACES
                       OR WS-SOURCE-FILE-NAME = SPACES
                   MOVE 8 TO WS-RUN-RC
               END-IF.

      * A replaced version that cannot be filed in the version
      * history is not replaced at all - losing the old text is
      * exactly what the history exists to prevent. New text never
      * changes whether a member is in service: a retired member
      * stays retired (ACTIVATE brings it back) and keeps the date
      * it last ran.
           STORE-MEMBER-RECORDS.
               PERFORM FETCH-METADATA-RECORD
               IF MEMBER-FOUND
                   MOVE LIB-VERSION TO WS-OLD-VERSION
                   MOVE LIB-DATE-ADDED TO WS-OLD-DATE-ADDED
                   MOVE LIB-LAST-RUN-DATE TO WS-OLD-LAST-RUN-DATE
                   MOVE LIB-STATUS TO WS-OLD-STATUS
                   PERFORM ARCHIVE-CURRENT-VERSION
               ELSE
                   MOVE 0 TO WS-OLD-VERSION
                   MOVE WS-RUN-DATE TO WS-OLD-DATE-ADDED
                   MOVE 0 TO WS-OLD-LAST-RUN-DATE
                   MOVE 'A' TO WS-OLD-STATUS
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM WRITE-MEMBER-VERSION
               END-IF.

           WRITE-MEMBER-VERSION.
               MOVE SPACES TO LIB-RECORD
               MOVE WS-MEMBER-PARM TO LIB-MEMBER-NAME
               MOVE 0 TO LIB-RECORD-SEQ
               MOVE WS-OWNER-PARM TO LIB-OWNER
               COMPUTE LIB-VERSION = WS-OLD-VERSION + 1
               MOVE WS-OLD-DATE-ADDED TO LIB-DATE-ADDED
               MOVE WS-OLD-LAST-RUN-DATE TO LIB-LAST-RUN-DATE
               MOVE WS-OLD-STATUS TO LIB-STATUS
               MOVE WS-MEMBER-LENGTH TO LIB-TEXT-BYTES
               MOVE WS-RUN-DATE TO LIB-VERSION-DATE
               IF MEMBER-FOUND
                   REWRITE LIB-RECORD
               ELSE
               MOVE WS-MEMBER-LENGTH TO WS-EDIT-COUNT
               DISPLAY 'BF-LIBRARIAN: STORED MEMBER '
                   FUNCTION TRIM(WS-MEMBER-PARM) ' ('
                   WS-EDIT-COUNT ' BYTES)'
               IF WS-OLD-STATUS = 'R'
                   DISPLAY 'BF-LIBRARIAN: MEMBER '
                       FUNCTION TRIM(WS-MEMBER-PARM)
                       ' IS STILL RETIRED - ACTIVATE IT TO RUN IT'
               END-IF.

           STORE-ONE-SEGMENT.
               COMPUTE WS-SEG-START = ((WS-SEG-IDX - 1) * 80) + 1
                       SET MEMBER-FOUND TO TRUE
               END-READ.

      * Files the member's current version - metadata and every text
      * segment - in the version history under its own version
      * number. Called with the library's sequence-0 record for the
      * member still in the record area.
           ARCHIVE-CURRENT-VERSION.
               MOVE LIB-OWNER TO WS-OLD-OWNER
               MOVE LIB-TEXT-BYTES TO WS-OLD-TEXT-BYTES
               IF LIB-VERSION-DATE IS NUMERIC
                   MOVE LIB-VERSION-DATE TO WS-OLD-VERSION-DATE
               ELSE
                   MOVE LIB-DATE-ADDED TO WS-OLD-VERSION-DATE
               END-IF
               PERFORM OPEN-VERSIONS-IO-OR-CREATE
               IF WS-RUN-RC = 0
                   MOVE SPACES TO VER-RECORD
                   MOVE WS-MEMBER-PARM TO VER-MEMBER-NAME
                   MOVE WS-OLD-VERSION TO VER-VERSION
                   MOVE 0 TO VER-RECORD-SEQ
                   MOVE WS-OLD-OWNER TO VER-OWNER
                   MOVE WS-OLD-VERSION-DATE TO VER-VERSION-DATE
                   MOVE WS-RUN-DATE TO VER-REPLACED-DATE
                   MOVE WS-OLD-TEXT-BYTES TO VER-TEXT-BYTES
                   WRITE VER-RECORD
                       INVALID KEY
                           REWRITE VER-RECORD
                   END-WRITE
                   MOVE 'N' TO WS-VER-EOF-SWITCH
                   MOVE 0 TO WS-VER-SEG-SEQ
                   PERFORM UNTIL END-OF-VERSIONS
                       ADD 1 TO WS-VER-SEG-SEQ
                       MOVE WS-MEMBER-PARM TO LIB-MEMBER-NAME
                       MOVE WS-VER-SEG-SEQ TO LIB-RECORD-SEQ
                       READ SCRIPT-LIBRARY
                           INVALID KEY
                               SET END-OF-VERSIONS TO TRUE
                           NOT INVALID KEY
                               PERFORM ARCHIVE-ONE-SEGMENT
                       END-READ
                   END-PERFORM
                   CLOSE VERSION-HISTORY
                   MOVE WS-OLD-VERSION TO WS-EDIT-COUNT
                   DISPLAY 'BF-LIBRARIAN: VERSION ' WS-EDIT-COUNT
                       ' OF ' FUNCTION TRIM(WS-MEMBER-PARM)
                       ' FILED IN '
                       FUNCTION TRIM(WS-VERSION-FILE-NAME)
               END-IF.

           ARCHIVE-ONE-SEGMENT.
               MOVE SPACES TO VER-RECORD
               MOVE WS-MEMBER-PARM TO VER-MEMBER-NAME
               MOVE WS-OLD-VERSION TO VER-VERSION
               MOVE WS-VER-SEG-SEQ TO VER-RECORD-SEQ
               MOVE LIB-TEXT-LEN TO VER-TEXT-LEN
               MOVE LIB-TEXT-DATA TO VER-TEXT-DATA
               WRITE VER-RECORD
                   INVALID KEY
                       REWRITE VER-RECORD
               END-WRITE.

      * Same create-on-first-use rule as the library itself.
           OPEN-VERSIONS-IO-OR-CREATE.
               OPEN I-O VERSION-HISTORY
               IF WS-VERSION-STATUS = '35'
                   OPEN OUTPUT VERSION-HISTORY
                   CLOSE VERSION-HISTORY
                   OPEN I-O VERSION-HISTORY
               END-IF
               IF WS-VERSION-STATUS NOT = '00'
                   DISPLAY 'BF-LIBRARIAN: CANNOT OPEN VERSION '
                       'HISTORY ' FUNCTION TRIM(WS-VERSION-FILE-NAME)
                       ' (STATUS ' WS-VERSION-STATUS
                       ') - MEMBER NOT REPLACED'
                   MOVE 8 TO WS-RUN-RC
               END-IF.

           RETIRE-MEMBER.
               PERFORM CHANGE-MEMBER-STATUS-SETUP
               IF WS-RUN-RC = 0
                   DISPLAY WS-EDIT-COUNT ' MEMBER(S) IN LIBRARY'
               END-IF.

      * Earlier versions come from the version history in key
      * (oldest-first) order; the current version closes the list
      * from the library's own metadata.
           LIST-MEMBER-VERSIONS.
               IF WS-MEMBER-PARM = SPACES
                   DISPLAY 'BF-LIBRARIAN: MEMBER NAME REQUIRED'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM OPEN-LIBRARY-FOR-READING
               END-IF
               IF WS-RUN-RC = 0
                   DISPLAY 'VERS OWNER                STORED   '
                       'REPLACED   BYTES'
                   MOVE 0 TO WS-VERSION-COUNT
                   IF VERSION-FILE-OPEN
                       MOVE SPACES TO VER-KEY
                       MOVE WS-MEMBER-PARM TO VER-MEMBER-NAME
                       MOVE 0 TO VER-VERSION
                       MOVE 0 TO VER-RECORD-SEQ
                       MOVE 'N' TO WS-VER-EOF-SWITCH
                       START VERSION-HISTORY KEY NOT < VER-KEY
                           INVALID KEY
                               SET END-OF-VERSIONS TO TRUE
                       END-START
                       PERFORM UNTIL END-OF-VERSIONS
                           READ VERSION-HISTORY NEXT RECORD
                               AT END
                                   SET END-OF-VERSIONS TO TRUE
                               NOT AT END
                                   PERFORM LIST-ONE-VERSION
                           END-READ
                       END-PERFORM
                   END-IF
                   MOVE LIB-TEXT-BYTES TO WS-EDIT-BYTES
                   IF LIB-VERSION-DATE IS NUMERIC
                       MOVE LIB-VERSION-DATE TO WS-OLD-VERSION-DATE
                   ELSE
                       MOVE LIB-DATE-ADDED TO WS-OLD-VERSION-DATE
                   END-IF
                   DISPLAY LIB-VERSION ' ' LIB-OWNER ' '
                       WS-OLD-VERSION-DATE ' (CURRENT) '
                       WS-EDIT-BYTES
                   ADD 1 TO WS-VERSION-COUNT
                   MOVE WS-VERSION-COUNT TO WS-EDIT-COUNT
                   DISPLAY WS-EDIT-COUNT ' VERSION(S) OF '
                       FUNCTION TRIM(WS-MEMBER-PARM) ' ON FILE'
                   PERFORM CLOSE-LIBRARY-AFTER-READING
               END-IF.

           LIST-ONE-VERSION.
               IF VER-MEMBER-NAME NOT = WS-MEMBER-PARM
                   SET END-OF-VERSIONS TO TRUE
               ELSE
                   IF VER-RECORD-SEQ = 0
                       ADD 1 TO WS-VERSION-COUNT
                       MOVE VER-TEXT-BYTES TO WS-EDIT-BYTES
                       DISPLAY VER-VERSION ' ' VER-OWNER ' '
                           VER-VERSION-DATE ' ' VER-REPLACED-DATE
                           '   ' WS-EDIT-BYTES
                   END-IF
               END-IF.

      * Read-only functions open the library for input and the
      * version history alongside it. A version history that does
      * not exist yet just means no member has been replaced - only
      * the current versions are on file.
           OPEN-LIBRARY-FOR-READING.
               OPEN INPUT SCRIPT-LIBRARY
               IF WS-LIBRARY-STATUS NOT = '00'
                   DISPLAY 'BF-LIBRARIAN: CANNOT OPEN LIBRARY '
                       FUNCTION TRIM(WS-LIBRARY-FILE-NAME)
                       ' (STATUS ' WS-LIBRARY-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM FETCH-METADATA-RECORD
                   IF NOT MEMBER-FOUND
                       DISPLAY 'BF-LIBRARIAN: MEMBER '
                           FUNCTION TRIM(WS-MEMBER-PARM)
                           ' NOT IN LIBRARY'
                       MOVE 8 TO WS-RUN-RC
                       CLOSE SCRIPT-LIBRARY
                   ELSE
                       MOVE LIB-VERSION TO WS-CURRENT-VERSION
                       MOVE 'N' TO WS-VERSION-OPEN-SWITCH
                       OPEN INPUT VERSION-HISTORY
                       IF WS-VERSION-STATUS = '00'
                           SET VERSION-FILE-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF.

           CLOSE-LIBRARY-AFTER-READING.
               CLOSE SCRIPT-LIBRARY
               IF VERSION-FILE-OPEN
                   CLOSE VERSION-HISTORY
                   MOVE 'N' TO WS-VERSION-OPEN-SWITCH
               END-IF.

      * A version number typed on the command line - digits only.
           PARSE-VERSION-PARM.
               MOVE 'N' TO WS-VERSION-PARM-SWITCH
               MOVE 0 TO WS-VERSION-WANTED
               IF WS-VERSION-PARM-TEXT NOT = SPACES
                   IF FUNCTION TRIM(WS-VERSION-PARM-TEXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-VERSION-PARM-TEXT) TO
                           WS-VERSION-WANTED
                       SET VERSION-PARM-VALID TO TRUE
                   END-IF
               END-IF.

      * Stages one version's text in WS-MEMBER-TEXT: the current
      * version straight from the library's segments, an earlier
      * one from the version history. VERSION-FOUND says whether
      * the version exists at all.
           LOAD-VERSION-TEXT.
               MOVE 'N' TO WS-VER-FOUND-SWITCH
               MOVE 0 TO WS-MEMBER-LENGTH
               IF WS-VERSION-WANTED = WS-CURRENT-VERSION
                   SET VERSION-FOUND TO TRUE
                   MOVE 'N' TO WS-VER-EOF-SWITCH
                   MOVE 0 TO WS-VER-SEG-SEQ
                   PERFORM UNTIL END-OF-VERSIONS
                       ADD 1 TO WS-VER-SEG-SEQ
                       MOVE WS-MEMBER-PARM TO LIB-MEMBER-NAME
                       MOVE WS-VER-SEG-SEQ TO LIB-RECORD-SEQ
                       READ SCRIPT-LIBRARY
                           INVALID KEY
                               SET END-OF-VERSIONS TO TRUE
                           NOT INVALID KEY
                               IF LIB-TEXT-LEN > 0
                                       AND WS-MEMBER-LENGTH
                                           + LIB-TEXT-LEN <=
                                           MAX-MEMBER-SIZE
                                   MOVE LIB-TEXT-DATA
                                       (1:LIB-TEXT-LEN) TO
                                       WS-MEMBER-TEXT
                                       (WS-MEMBER-LENGTH + 1:
                                           LIB-TEXT-LEN)
                                   ADD LIB-TEXT-LEN TO
                                       WS-MEMBER-LENGTH
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
                   IF VERSION-FILE-OPEN
                       PERFORM LOAD-HISTORY-VERSION-TEXT
                   END-IF
               END-IF.

           LOAD-HISTORY-VERSION-TEXT.
               MOVE SPACES TO VER-KEY
               MOVE WS-MEMBER-PARM TO VER-MEMBER-NAME
               MOVE WS-VERSION-WANTED TO VER-VERSION
               MOVE 0 TO VER-RECORD-SEQ
               READ VERSION-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET VERSION-FOUND TO TRUE
                       MOVE VER-OWNER TO WS-OLD-OWNER
               END-READ
               IF VERSION-FOUND
                   MOVE 'N' TO WS-VER-EOF-SWITCH
                   MOVE 0 TO WS-VER-SEG-SEQ
                   PERFORM UNTIL END-OF-VERSIONS
                       ADD 1 TO WS-VER-SEG-SEQ
                       MOVE WS-MEMBER-PARM TO VER-MEMBER-NAME
                       MOVE WS-VERSION-WANTED TO VER-VERSION
                       MOVE WS-VER-SEG-SEQ TO VER-RECORD-SEQ
                       READ VERSION-HISTORY
                           INVALID KEY
                               SET END-OF-VERSIONS TO TRUE
                           NOT INVALID KEY
                               IF VER-TEXT-LEN > 0
                                       AND WS-MEMBER-LENGTH
                                           + VER-TEXT-LEN <=
                                           MAX-MEMBER-SIZE
                                   MOVE VER-TEXT-DATA
                                       (1:VER-TEXT-LEN) TO
                                       WS-MEMBER-TEXT
                                       (WS-MEMBER-LENGTH + 1:
                                           VER-TEXT-LEN)
                                   ADD VER-TEXT-LEN TO
                                       WS-MEMBER-LENGTH
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

      * DIFF member v1 [v2] - v2 defaults to the current version.
      * Differences are listed line by line in the order they occur:
      * a CHANGED line names the first column where the two versions
      * part company, DELETED and INSERTED lines are the ones only
      * one side has. RC 4 when the versions differ, 0 when they do
      * not, 8 when either version cannot be found.
           DIFF-MEMBER-VERSIONS.
               MOVE WS-SOURCE-FILE-NAME(1:20) TO WS-VERSION-PARM-TEXT
               PERFORM PARSE-VERSION-PARM
               IF WS-MEMBER-PARM = SPACES OR NOT VERSION-PARM-VALID
                   DISPLAY 'BF-LIBRARIAN: DIFF NEEDS A MEMBER NAME '
                       'AND ONE OR TWO VERSION NUMBERS'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE WS-VERSION-WANTED TO WS-DIFF-VERSION-1
                   PERFORM OPEN-LIBRARY-FOR-READING
               END-IF
               IF WS-RUN-RC = 0
                   MOVE WS-OWNER-PARM TO WS-VERSION-PARM-TEXT
                   PERFORM PARSE-VERSION-PARM
                   IF VERSION-PARM-VALID
                       MOVE WS-VERSION-WANTED TO WS-DIFF-VERSION-2
                   ELSE
                       MOVE WS-CURRENT-VERSION TO WS-DIFF-VERSION-2
                   END-IF
                   MOVE WS-DIFF-VERSION-1 TO WS-VERSION-WANTED
                   PERFORM LOAD-VERSION-TEXT
                   IF VERSION-FOUND
                       MOVE WS-MEMBER-TEXT TO WS-DIFF-OLD-TEXT
                       MOVE WS-MEMBER-LENGTH TO WS-DIFF-OLD-LENGTH
                       MOVE WS-DIFF-VERSION-2 TO WS-VERSION-WANTED
                       PERFORM LOAD-VERSION-TEXT
                   END-IF
                   IF VERSION-FOUND
                       MOVE WS-MEMBER-TEXT TO WS-DIFF-NEW-TEXT
                       MOVE WS-MEMBER-LENGTH TO WS-DIFF-NEW-LENGTH
                   ELSE
                       DISPLAY 'BF-LIBRARIAN: VERSION '
                           WS-VERSION-WANTED ' OF '
                           FUNCTION TRIM(WS-MEMBER-PARM)
                           ' IS NOT ON FILE'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
                   PERFORM CLOSE-LIBRARY-AFTER-READING
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM SPLIT-DIFF-LINES
                   DISPLAY 'BF-LIBRARIAN: DIFF '
                       FUNCTION TRIM(WS-MEMBER-PARM) ' VERSION '
                       WS-DIFF-VERSION-1 ' (-) AGAINST VERSION '
                       WS-DIFF-VERSION-2 ' (+)'
                   PERFORM COMPARE-DIFF-LINES
                   MOVE WS-DIFF-COUNT TO WS-EDIT-COUNT
                   IF WS-DIFF-COUNT = 0
                       DISPLAY 'BF-LIBRARIAN: VERSIONS ARE IDENTICAL'
                   ELSE
                       DISPLAY 'BF-LIBRARIAN: ' WS-EDIT-COUNT
                           ' DIFFERENCE(S)'
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF.

      * A final line with no line feed after it still counts as a
      * line; a line feed that ends the text does not open another.
           SPLIT-DIFF-LINES.
               MOVE 0 TO WS-DIFF-OLD-COUNT
               MOVE 1 TO WS-DIFF-LINE-START
               PERFORM VARYING WS-DIFF-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-DIFF-SCAN-IDX > WS-DIFF-OLD-LENGTH
                   IF WS-DIFF-OLD-TEXT(WS-DIFF-SCAN-IDX:1) = X'0A'
                       ADD 1 TO WS-DIFF-OLD-COUNT
                       MOVE WS-DIFF-LINE-START TO
                           WS-DOL-START(WS-DIFF-OLD-COUNT)
                       COMPUTE WS-DOL-LEN(WS-DIFF-OLD-COUNT) =
                           WS-DIFF-SCAN-IDX - WS-DIFF-LINE-START
                       COMPUTE WS-DIFF-LINE-START =
                           WS-DIFF-SCAN-IDX + 1
                   END-IF
               END-PERFORM
               IF WS-DIFF-LINE-START <= WS-DIFF-OLD-LENGTH
                   ADD 1 TO WS-DIFF-OLD-COUNT
                   MOVE WS-DIFF-LINE-START TO
                       WS-DOL-START(WS-DIFF-OLD-COUNT)
                   COMPUTE WS-DOL-LEN(WS-DIFF-OLD-COUNT) =
                       WS-DIFF-OLD-LENGTH - WS-DIFF-LINE-START + 1
               END-IF
               MOVE 0 TO WS-DIFF-NEW-COUNT
               MOVE 1 TO WS-DIFF-LINE-START
               PERFORM VARYING WS-DIFF-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-DIFF-SCAN-IDX > WS-DIFF-NEW-LENGTH
                   IF WS-DIFF-NEW-TEXT(WS-DIFF-SCAN-IDX:1) = X'0A'
                       ADD 1 TO WS-DIFF-NEW-COUNT
                       MOVE WS-DIFF-LINE-START TO
                           WS-DNL-START(WS-DIFF-NEW-COUNT)
                       COMPUTE WS-DNL-LEN(WS-DIFF-NEW-COUNT) =
                           WS-DIFF-SCAN-IDX - WS-DIFF-LINE-START
                       COMPUTE WS-DIFF-LINE-START =
                           WS-DIFF-SCAN-IDX + 1
                   END-IF
               END-PERFORM
               IF WS-DIFF-LINE-START <= WS-DIFF-NEW-LENGTH
                   ADD 1 TO WS-DIFF-NEW-COUNT
                   MOVE WS-DIFF-LINE-START TO
                       WS-DNL-START(WS-DIFF-NEW-COUNT)
                   COMPUTE WS-DNL-LEN(WS-DIFF-NEW-COUNT) =
                       WS-DIFF-NEW-LENGTH - WS-DIFF-LINE-START + 1
               END-IF.

           COMPARE-DIFF-LINES.
               MOVE 0 TO WS-DIFF-COUNT
               MOVE 1 TO WS-DIFF-OLD-IDX
               MOVE 1 TO WS-DIFF-NEW-IDX
               PERFORM UNTIL WS-DIFF-OLD-IDX > WS-DIFF-OLD-COUNT
                       AND WS-DIFF-NEW-IDX > WS-DIFF-NEW-COUNT
                   EVALUATE TRUE
                       WHEN WS-DIFF-OLD-IDX > WS-DIFF-OLD-COUNT
                           PERFORM REPORT-INSERTED-LINE
                       WHEN WS-DIFF-NEW-IDX > WS-DIFF-NEW-COUNT
                           PERFORM REPORT-DELETED-LINE
                       WHEN OTHER
                           MOVE WS-DIFF-OLD-IDX TO WS-CMP-OLD-IDX
                           MOVE WS-DIFF-NEW-IDX TO WS-CMP-NEW-IDX
                           PERFORM TEST-DIFF-LINES-EQUAL
                           IF LINES-ARE-EQUAL
                               ADD 1 TO WS-DIFF-OLD-IDX
                               ADD 1 TO WS-DIFF-NEW-IDX
                           ELSE
                               PERFORM FIND-DIFF-RESYNC
                               PERFORM REPORT-DIFF-HUNK
                           END-IF
                   END-EVALUATE
               END-PERFORM.

      * Nearest resynchronization wins: k old lines dropped, or k
      * new lines added, for the smallest k inside the window.
           FIND-DIFF-RESYNC.
               SET RESYNC-NOT-FOUND TO TRUE
               PERFORM VARYING WS-DIFF-LOOK FROM 1 BY 1
                   UNTIL WS-DIFF-LOOK > WS-DIFF-WINDOW
                       OR NOT RESYNC-NOT-FOUND
                   IF WS-DIFF-OLD-IDX + WS-DIFF-LOOK <=
                           WS-DIFF-OLD-COUNT
                       COMPUTE WS-CMP-OLD-IDX =
                           WS-DIFF-OLD-IDX + WS-DIFF-LOOK
                       MOVE WS-DIFF-NEW-IDX TO WS-CMP-NEW-IDX
                       PERFORM TEST-DIFF-LINES-EQUAL
                       IF LINES-ARE-EQUAL
                           SET RESYNC-BY-DELETE TO TRUE
                           MOVE WS-DIFF-LOOK TO WS-DIFF-RESYNC-COUNT
                       END-IF
                   END-IF
                   IF RESYNC-NOT-FOUND
                           AND WS-DIFF-NEW-IDX + WS-DIFF-LOOK <=
                               WS-DIFF-NEW-COUNT
                       MOVE WS-DIFF-OLD-IDX TO WS-CMP-OLD-IDX
                       COMPUTE WS-CMP-NEW-IDX =
                           WS-DIFF-NEW-IDX + WS-DIFF-LOOK
                       PERFORM TEST-DIFF-LINES-EQUAL
                       IF LINES-ARE-EQUAL
                           SET RESYNC-BY-INSERT TO TRUE
                           MOVE WS-DIFF-LOOK TO WS-DIFF-RESYNC-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

           REPORT-DIFF-HUNK.
               EVALUATE TRUE
                   WHEN RESYNC-BY-DELETE
                       PERFORM REPORT-DELETED-LINE
                           WS-DIFF-RESYNC-COUNT TIMES
                   WHEN RESYNC-BY-INSERT
                       PERFORM REPORT-INSERTED-LINE
                           WS-DIFF-RESYNC-COUNT TIMES
                   WHEN OTHER
                       PERFORM REPORT-CHANGED-LINE
               END-EVALUATE.

           TEST-DIFF-LINES-EQUAL.
               MOVE 'N' TO WS-LINES-EQUAL-SWITCH
               IF WS-DOL-LEN(WS-CMP-OLD-IDX) =
                       WS-DNL-LEN(WS-CMP-NEW-IDX)
                   IF WS-DOL-LEN(WS-CMP-OLD-IDX) = 0
                       SET LINES-ARE-EQUAL TO TRUE
                   ELSE
                       IF WS-DIFF-OLD-TEXT
                               (WS-DOL-START(WS-CMP-OLD-IDX):
                                   WS-DOL-LEN(WS-CMP-OLD-IDX)) =
                               WS-DIFF-NEW-TEXT
                               (WS-DNL-START(WS-CMP-NEW-IDX):
                                   WS-DNL-LEN(WS-CMP-NEW-IDX))
                           SET LINES-ARE-EQUAL TO TRUE
                       END-IF
                   END-IF
               END-IF.

           REPORT-DELETED-LINE.
               ADD 1 TO WS-DIFF-COUNT
               MOVE WS-DIFF-OLD-IDX TO WS-EDIT-LINE
               DISPLAY 'DELETED  LINE ' WS-EDIT-LINE
               PERFORM SHOW-OLD-DIFF-LINE
               ADD 1 TO WS-DIFF-OLD-IDX.

           REPORT-INSERTED-LINE.
               ADD 1 TO WS-DIFF-COUNT
               MOVE WS-DIFF-NEW-IDX TO WS-EDIT-LINE
               DISPLAY 'INSERTED LINE ' WS-EDIT-LINE
               PERFORM SHOW-NEW-DIFF-LINE
               ADD 1 TO WS-DIFF-NEW-IDX.

      * The first column where the two lines differ - one past the
      * end of the shorter line when it is a prefix of the longer.
           REPORT-CHANGED-LINE.
               ADD 1 TO WS-DIFF-COUNT
               IF WS-DOL-LEN(WS-DIFF-OLD-IDX) <
                       WS-DNL-LEN(WS-DIFF-NEW-IDX)
                   MOVE WS-DOL-LEN(WS-DIFF-OLD-IDX) TO
                       WS-DIFF-COL-LIMIT
               ELSE
                   MOVE WS-DNL-LEN(WS-DIFF-NEW-IDX) TO
                       WS-DIFF-COL-LIMIT
               END-IF
               MOVE 1 TO WS-DIFF-COL
               PERFORM UNTIL WS-DIFF-COL > WS-DIFF-COL-LIMIT
                       OR WS-DIFF-OLD-TEXT
                           (WS-DOL-START(WS-DIFF-OLD-IDX)
                               + WS-DIFF-COL - 1:1) NOT =
                           WS-DIFF-NEW-TEXT
                           (WS-DNL-START(WS-DIFF-NEW-IDX)
                               + WS-DIFF-COL - 1:1)
                   ADD 1 TO WS-DIFF-COL
               END-PERFORM
               MOVE WS-DIFF-OLD-IDX TO WS-EDIT-LINE
               MOVE WS-DIFF-NEW-IDX TO WS-EDIT-LINE-2
               MOVE WS-DIFF-COL TO WS-EDIT-COL
               DISPLAY 'CHANGED  LINE ' WS-EDIT-LINE ' (NOW LINE '
                   WS-EDIT-LINE-2 ') FROM COLUMN ' WS-EDIT-COL
               PERFORM SHOW-OLD-DIFF-LINE
               PERFORM SHOW-NEW-DIFF-LINE
               ADD 1 TO WS-DIFF-OLD-IDX
               ADD 1 TO WS-DIFF-NEW-IDX.

           SHOW-OLD-DIFF-LINE.
               MOVE SPACES TO WS-DIFF-SHOW-TEXT
               IF WS-DOL-LEN(WS-DIFF-OLD-IDX) > 0
                   MOVE WS-DIFF-OLD-TEXT
                       (WS-DOL-START(WS-DIFF-OLD-IDX):
                           WS-DOL-LEN(WS-DIFF-OLD-IDX)) TO
                       WS-DIFF-SHOW-TEXT
               END-IF
               DISPLAY '  - ' WS-DIFF-SHOW-TEXT.

           SHOW-NEW-DIFF-LINE.
               MOVE SPACES TO WS-DIFF-SHOW-TEXT
               IF WS-DNL-LEN(WS-DIFF-NEW-IDX) > 0
                   MOVE WS-DIFF-NEW-TEXT
                       (WS-DNL-START(WS-DIFF-NEW-IDX):
                           WS-DNL-LEN(WS-DIFF-NEW-IDX)) TO
                       WS-DIFF-SHOW-TEXT
               END-IF
               DISPLAY '  + ' WS-DIFF-SHOW-TEXT.

      * ROLLBACK member version [owner] - the earlier version's text
      * comes back through the normal replace path, so the version
      * being rolled away from is itself filed in the history first
      * and the member gets a new, higher version number: nothing is
      * ever overwritten, and a rollback can be rolled back.
           ROLLBACK-MEMBER.
               MOVE WS-SOURCE-FILE-NAME(1:20) TO WS-VERSION-PARM-TEXT
               PERFORM PARSE-VERSION-PARM
               IF WS-MEMBER-PARM = SPACES OR NOT VERSION-PARM-VALID
                   DISPLAY 'BF-LIBRARIAN: ROLLBACK NEEDS A MEMBER '
                       'NAME AND THE VERSION NUMBER TO RESTORE'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM CHANGE-MEMBER-STATUS-SETUP
               END-IF
               IF WS-RUN-RC = 0
                   MOVE LIB-VERSION TO WS-CURRENT-VERSION
                   IF WS-VERSION-WANTED >= WS-CURRENT-VERSION
                       DISPLAY 'BF-LIBRARIAN: VERSION '
                           WS-VERSION-WANTED
                           ' IS NOT EARLIER THAN CURRENT VERSION '
                           WS-CURRENT-VERSION ' - NOTHING ROLLED BACK'
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       IF WS-OWNER-PARM = SPACES
                           MOVE LIB-OWNER TO WS-OWNER-PARM
                       END-IF
                       PERFORM STAGE-ROLLBACK-TEXT
                   END-IF
                   IF WS-RUN-RC = 0
                       PERFORM STORE-MEMBER-RECORDS
                   END-IF
                   CLOSE SCRIPT-LIBRARY
                   IF WS-RUN-RC = 0
                       COMPUTE WS-EDIT-COUNT = WS-CURRENT-VERSION + 1
                       DISPLAY 'BF-LIBRARIAN: ROLLED '
                           FUNCTION TRIM(WS-MEMBER-PARM)
                           ' BACK TO THE TEXT OF VERSION '
                           WS-VERSION-WANTED ' AS VERSION '
                           WS-EDIT-COUNT
                   END-IF
               END-IF.

           STAGE-ROLLBACK-TEXT.
               MOVE 'N' TO WS-VERSION-OPEN-SWITCH
               MOVE 'N' TO WS-VER-FOUND-SWITCH
               OPEN INPUT VERSION-HISTORY
               IF WS-VERSION-STATUS = '00'
                   SET VERSION-FILE-OPEN TO TRUE
                   PERFORM LOAD-VERSION-TEXT
                   CLOSE VERSION-HISTORY
                   MOVE 'N' TO WS-VERSION-OPEN-SWITCH
               END-IF
               IF NOT VERSION-FOUND
                   DISPLAY 'BF-LIBRARIAN: VERSION ' WS-VERSION-WANTED
                       ' OF ' FUNCTION TRIM(WS-MEMBER-PARM)
                       ' IS NOT IN THE VERSION HISTORY'
                   MOVE 8 TO WS-RUN-RC
               END-IF.

      * PROMOTE member approver - the test library's current version
      * goes into production through the normal replace path, so the
      * production version it supersedes is filed in production's
      * version history first. The sequence-9999 run defaults travel
      * with it: production ends up with exactly the defaults test
      * had, none if test had none. Refused unless the member's
      * VERIFY run passed against this very test version and the
      * approver is someone other than the owner. Every attempt,
      * granted or refused, is written to the approval log - and a
      * log that cannot be written refuses the promotion outright.
           PROMOTE-MEMBER.
               MOVE WS-SOURCE-FILE-NAME(1:20) TO WS-APPROVER-PARM
               MOVE SPACES TO WS-PROMOTE-REASON
               MOVE SPACES TO WS-TEST-OWNER
               MOVE 0 TO WS-TEST-VERSION
               MOVE 0 TO WS-PROD-VERSION
               IF WS-MEMBER-PARM = SPACES
                       OR WS-APPROVER-PARM = SPACES
                   DISPLAY 'BF-LIBRARIAN: PROMOTE NEEDS A MEMBER '
                       'NAME AND AN APPROVER'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM OPEN-APPROVAL-LOG
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM LOAD-TEST-MEMBER
                   IF WS-RUN-RC = 0
                       PERFORM CHECK-PROMOTION-RULES
                   END-IF
                   IF WS-RUN-RC = 0
                       PERFORM STORE-PRODUCTION-COPY
                   END-IF
                   IF WS-RUN-RC NOT = 0
                       DISPLAY 'BF-LIBRARIAN: PROMOTE OF '
                           FUNCTION TRIM(WS-MEMBER-PARM)
                           ' REFUSED - '
                           FUNCTION TRIM(WS-PROMOTE-REASON)
                   END-IF
                   PERFORM WRITE-APPROVAL-LOG
                   CLOSE APPROVAL-LOG-FILE
               END-IF.

           OPEN-APPROVAL-LOG.
               OPEN EXTEND APPROVAL-LOG-FILE
               IF WS-APPROVAL-LOG-STATUS NOT = '00'
                   OPEN OUTPUT APPROVAL-LOG-FILE
               END-IF
               IF WS-APPROVAL-LOG-STATUS NOT = '00'
                   DISPLAY 'BF-LIBRARIAN: CANNOT OPEN APPROVAL LOG '
                       FUNCTION TRIM(WS-APPROVAL-LOG-NAME)
                       ' (STATUS ' WS-APPROVAL-LOG-STATUS
                       ') - PROMOTE REFUSED'
                   MOVE 8 TO WS-RUN-RC
               END-IF.

      * Stages the test member's text, owner, version and run
      * defaults; the test library is only ever read here.
           LOAD-TEST-MEMBER.
               PERFORM SELECT-TEST-LIBRARY
               MOVE 'N' TO WS-PROMOTE-DEFAULTS-SWITCH
               MOVE SPACES TO WS-DEFAULTS-TEXT
               OPEN INPUT SCRIPT-LIBRARY
               IF WS-LIBRARY-STATUS NOT = '00'
                   MOVE 'TEST LIBRARY CANNOT BE OPENED' TO
                       WS-PROMOTE-REASON
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM FETCH-METADATA-RECORD
                   EVALUATE TRUE
                       WHEN NOT MEMBER-FOUND
                           MOVE 'MEMBER NOT IN THE TEST LIBRARY' TO
                               WS-PROMOTE-REASON
                           MOVE 8 TO WS-RUN-RC
                       WHEN LIB-MEMBER-RETIRED
                           MOVE 'MEMBER IS RETIRED IN THE TEST LIBRARY'
                               TO WS-PROMOTE-REASON
                           MOVE 8 TO WS-RUN-RC
                       WHEN OTHER
                           MOVE LIB-OWNER TO WS-TEST-OWNER
                           MOVE LIB-VERSION TO WS-TEST-VERSION
                           MOVE LIB-VERSION TO WS-CURRENT-VERSION
                           MOVE LIB-VERSION TO WS-VERSION-WANTED
                           MOVE 'N' TO WS-VERSION-OPEN-SWITCH
                           PERFORM LOAD-VERSION-TEXT
                           MOVE WS-MEMBER-PARM TO LIB-MEMBER-NAME
                           MOVE 9999 TO LIB-RECORD-SEQ
                           READ SCRIPT-LIBRARY
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET PROMOTE-HAS-DEFAULTS TO TRUE
                                   MOVE LIB-DEFAULT-PARMS TO
                                       WS-DEFAULTS-TEXT
                           END-READ
                   END-EVALUATE
                   CLOSE SCRIPT-LIBRARY
               END-IF.

           CHECK-PROMOTION-RULES.
               IF FUNCTION UPPER-CASE(WS-APPROVER-PARM) =
                       FUNCTION UPPER-CASE(WS-TEST-OWNER)
                   MOVE 'APPROVER IS THE MEMBER OWNER' TO
                       WS-PROMOTE-REASON
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM READ-VERIFY-EVIDENCE
                   EVALUATE TRUE
                       WHEN WS-VERIFY-RESULT-STATUS NOT = '00'
                           MOVE 'NO VERIFY RESULT ON FILE' TO
                               WS-PROMOTE-REASON
                           MOVE 8 TO WS-RUN-RC
                       WHEN NOT VERIFY-RESULT-PASSED
                           MOVE 'LAST VERIFY RUN DID NOT PASS' TO
                               WS-PROMOTE-REASON
                           MOVE 8 TO WS-RUN-RC
                       WHEN NOT VERIFY-MATCHES-TEST-VERSION
                           MOVE WS-TEST-VERSION TO WS-EDIT-VERSION
                           STRING 'VERIFY PASS IS NOT FOR TEST '
                               'VERSION '
                               FUNCTION TRIM(WS-EDIT-VERSION)
                               DELIMITED BY SIZE
                               INTO WS-PROMOTE-REASON
                           MOVE 8 TO WS-RUN-RC
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

      * <member>.verify: RESULT: PASS first, then somewhere below it
      * "MEMBER name VERSION nnnn LIBRARY TEST".
           READ-VERIFY-EVIDENCE.
               MOVE 'N' TO WS-VERIFY-PASS-SWITCH
               MOVE 'N' TO WS-VERIFY-MATCH-SWITCH
               MOVE SPACES TO WS-VERIFY-RESULT-NAME
               STRING FUNCTION TRIM(WS-MEMBER-PARM) '.verify'
                   DELIMITED BY SIZE INTO WS-VERIFY-RESULT-NAME
               OPEN INPUT VERIFY-RESULT-FILE
               IF WS-VERIFY-RESULT-STATUS = '00'
                   MOVE 'N' TO WS-VERIFY-EOF-SWITCH
                   READ VERIFY-RESULT-FILE
                       AT END
                           SET END-OF-VERIFY-RESULT TO TRUE
                       NOT AT END
                           IF VERIFY-RESULT-RECORD(1:12) =
                                   'RESULT: PASS'
                               SET VERIFY-RESULT-PASSED TO TRUE
                           END-IF
                   END-READ
                   PERFORM UNTIL END-OF-VERIFY-RESULT
                       READ VERIFY-RESULT-FILE
                           AT END
                               SET END-OF-VERIFY-RESULT TO TRUE
                           NOT AT END
                               PERFORM CHECK-VERIFY-MEMBER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE VERIFY-RESULT-FILE
               END-IF.

           CHECK-VERIFY-MEMBER-LINE.
               MOVE SPACES TO WS-VERIFY-WORDS
               UNSTRING VERIFY-RESULT-RECORD DELIMITED BY ALL SPACE
                   INTO WS-VERIFY-WORD(1) WS-VERIFY-WORD(2)
                       WS-VERIFY-WORD(3) WS-VERIFY-WORD(4)
                       WS-VERIFY-WORD(5) WS-VERIFY-WORD(6)
               END-UNSTRING
               IF WS-VERIFY-WORD(1) = 'MEMBER'
                       AND WS-VERIFY-WORD(2) = WS-MEMBER-PARM
                       AND WS-VERIFY-WORD(3) = 'VERSION'
                       AND WS-VERIFY-WORD(5) = 'LIBRARY'
                       AND WS-VERIFY-WORD(6) = 'TEST'
                   IF FUNCTION TRIM(WS-VERIFY-WORD(4)) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-VERIFY-WORD(4)) =
                               WS-TEST-VERSION
                           SET VERIFY-MATCHES-TEST-VERSION TO TRUE
                       END-IF
                   END-IF
               END-IF.

      * The staged text lands in production under the test owner;
      * STORE-MEMBER-RECORDS files whatever production had before.
           STORE-PRODUCTION-COPY.
               PERFORM SELECT-PROD-LIBRARY
               PERFORM OPEN-LIBRARY-IO-OR-CREATE
               IF WS-RUN-RC NOT = 0
                   MOVE 'PRODUCTION LIBRARY CANNOT BE OPENED' TO
                       WS-PROMOTE-REASON
               ELSE
                   MOVE WS-TEST-OWNER TO WS-OWNER-PARM
                   PERFORM STORE-MEMBER-RECORDS
                   IF WS-RUN-RC NOT = 0
                       MOVE 'PRODUCTION VERSION COULD NOT BE FILED'
                           TO WS-PROMOTE-REASON
                   ELSE
                       COMPUTE WS-PROD-VERSION = WS-OLD-VERSION + 1
                       PERFORM STORE-PRODUCTION-DEFAULTS
                   END-IF
                   CLOSE SCRIPT-LIBRARY
               END-IF
               IF WS-RUN-RC = 0
                   MOVE WS-TEST-VERSION TO WS-EDIT-VERSION
                   MOVE WS-PROD-VERSION TO WS-EDIT-VERSION-2
                   DISPLAY 'BF-LIBRARIAN: PROMOTED '
                       FUNCTION TRIM(WS-MEMBER-PARM)
                       ' TEST VERSION '
                       FUNCTION TRIM(WS-EDIT-VERSION)
                       ' AS PRODUCTION VERSION '
                       FUNCTION TRIM(WS-EDIT-VERSION-2)
                       ' - APPROVED BY '
                       FUNCTION TRIM(WS-APPROVER-PARM)
               END-IF.

           STORE-PRODUCTION-DEFAULTS.
               MOVE WS-MEMBER-PARM TO LIB-MEMBER-NAME
               MOVE 9999 TO LIB-RECORD-SEQ
               IF PROMOTE-HAS-DEFAULTS
                   MOVE SPACES TO LIB-DATA
                   MOVE WS-DEFAULTS-TEXT TO LIB-DEFAULT-PARMS
                   WRITE LIB-RECORD
                       INVALID KEY
                           REWRITE LIB-RECORD
                   END-WRITE
               ELSE
                   READ SCRIPT-LIBRARY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DELETE SCRIPT-LIBRARY
                   END-READ
               END-IF.

           WRITE-APPROVAL-LOG.
               MOVE SPACES TO APPROVAL-LOG-RECORD
               MOVE WS-RUN-DATE TO APR-DATE
               ACCEPT WS-LOCK-CLOCK FROM TIME
               MOVE WS-LOCK-CLOCK(1:6) TO APR-TIME
               MOVE WS-MEMBER-PARM TO APR-MEMBER
               MOVE WS-TEST-VERSION TO APR-TEST-VERSION
               MOVE WS-PROD-VERSION TO APR-PROD-VERSION
               MOVE WS-TEST-OWNER TO APR-OWNER
               MOVE WS-APPROVER-PARM TO APR-APPROVER
               IF WS-RUN-RC = 0
                   SET APR-PROMOTED TO TRUE
               ELSE
                   SET APR-REFUSED TO TRUE
                   MOVE WS-PROMOTE-REASON TO APR-REASON
               END-IF
               WRITE APPROVAL-LOG-RECORD.

      * One pass in key order over the whole library, closing out a
      * member group whenever the member name changes. A killed ADD
      * leaves exactly the states this reports: segments with no
           ACQUIRE-DIRECTORY-LOCK.
               MOVE WS-DIR-LOCK-NAME TO WS-LOCK-FILE-NAME
               IF WS-MEMBER-PARM = 'UNLOCK'
                   PERFORM OVERRIDE-DIRECTORY-LOCK
               END-IF
               OPEN INPUT RUN-LOCK-FILE
               IF WS-LOCK-STATUS = '00'
                   END-IF
               END-IF.

      * Clearing another job's lock is itself privileged - and only
      * counts as an override when there is a lock to clear. A
      * refused override leaves the lock alone, so REORG is then
      * refused by the lock like any other.
           OVERRIDE-DIRECTORY-LOCK.
               OPEN INPUT RUN-LOCK-FILE
               IF WS-LOCK-STATUS = '00'
                   MOVE '(UNKNOWN JOB)' TO LOCK-JOB-NAME
                   READ RUN-LOCK-FILE
                       AT END
                           MOVE '(UNKNOWN JOB)' TO LOCK-JOB-NAME
                   END-READ
                   CLOSE RUN-LOCK-FILE
                   MOVE 'UNLOCK' TO WS-AUTH-FUNCTION
                   MOVE SPACES TO WS-AUTH-TARGET
                   STRING FUNCTION TRIM(WS-LOCK-FILE-NAME)
                       ' HELD BY ' FUNCTION TRIM(LOCK-JOB-NAME)
                       DELIMITED BY SIZE INTO WS-AUTH-TARGET
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       CALL 'CBL_DELETE_FILE' USING WS-LOCK-FILE-NAME
                           RETURNING WS-DELETE-RC
                       DISPLAY 'BF-LIBRARIAN: STALE LOCK OVERRIDE - '
                           'rundir.lock CLEARED'
                   ELSE
                       DISPLAY 'BF-LIBRARIAN: STALE LOCK OVERRIDE '
                           'REFUSED - OPERATOR '
                           FUNCTION TRIM(WS-OPERATOR-ID) ': '
                           FUNCTION TRIM(WS-AUTH-REASON)
                   END-IF
               END-IF.

           RELEASE-DIRECTORY-LOCK.
               IF DIRECTORY-LOCK-HELD
                   MOVE WS-DIR-LOCK-NAME TO WS-LOCK-FILE-NAME
                       ' ORPHAN SEGMENT(S) DROPPED'
               END-IF.

      * Looks the operator up in the authorization master for
      * WS-AUTH-FUNCTION and logs the outcome against WS-AUTH-TARGET.
      * Fails closed: no operator ID, no master, no record for the
      * operator, or a security log that cannot take the line all
      * leave OPERATOR-AUTHORIZED off, with the cause in
      * WS-AUTH-REASON for the caller's refusal message.
           CHECK-OPERATOR-AUTHORITY.
               MOVE 'N' TO WS-AUTH-SWITCH
               MOVE SPACES TO WS-AUTH-REASON
               PERFORM GET-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID NOT KNOWN' TO WS-AUTH-REASON
               ELSE
                   PERFORM LOOK-UP-OPERATOR
               END-IF
               PERFORM WRITE-SECURITY-LOG.

           GET-OPERATOR-ID.
               MOVE SPACES TO WS-OPERATOR-ID
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
               IF WS-OPERATOR-ID = SPACES
                   ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'LOGNAME'
               END-IF.

           LOOK-UP-OPERATOR.
               OPEN INPUT AUTH-MASTER
               IF WS-AUTH-STATUS NOT = '00'
                   MOVE 'NO AUTHORIZATION MASTER' TO WS-AUTH-REASON
               ELSE
                   MOVE WS-OPERATOR-ID TO AUT-OPERATOR-ID
                   READ AUTH-MASTER
                       INVALID KEY
                           MOVE 'OPERATOR NOT IN AUTHORIZATION MASTER'
                               TO WS-AUTH-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-GRANTED-FUNCTIONS
                   END-READ
                   CLOSE AUTH-MASTER
               END-IF.

           CHECK-GRANTED-FUNCTIONS.
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > 10
                   IF AUT-FUNCTION(WS-AUTH-IDX) = WS-AUTH-FUNCTION
                       OR AUT-FUNCTION(WS-AUTH-IDX) = 'ALL'
                       SET OPERATOR-AUTHORIZED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OPERATOR-AUTHORIZED
                   MOVE 'FUNCTION NOT GRANTED TO OPERATOR'
                       TO WS-AUTH-REASON
               END-IF.

      * Nothing privileged happens unrecorded: a log that cannot be
      * appended to (or created) turns an allowed function into a
      * refused one.
           WRITE-SECURITY-LOG.
               OPEN EXTEND SECURITY-LOG-FILE
               IF WS-SECURITY-LOG-STATUS NOT = '00'
                   OPEN OUTPUT SECURITY-LOG-FILE
               END-IF
               IF WS-SECURITY-LOG-STATUS NOT = '00'
                   MOVE 'N' TO WS-AUTH-SWITCH
                   MOVE 'SECURITY LOG CANNOT BE WRITTEN'
                       TO WS-AUTH-REASON
               ELSE
                   ACCEPT WS-AUTH-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-AUTH-CLOCK FROM TIME
                   MOVE SPACES TO SECURITY-LOG-RECORD
                   MOVE WS-AUTH-DATE TO SEC-DATE
                   MOVE WS-AUTH-CLOCK(1:6) TO SEC-TIME
                   MOVE WS-OPERATOR-ID TO SEC-OPERATOR
                   IF WS-OPERATOR-ID = SPACES
                       MOVE '(UNKNOWN)' TO SEC-OPERATOR
                   END-IF
                   MOVE 'BF-LIBRARIAN' TO SEC-PROGRAM
                   MOVE WS-AUTH-FUNCTION TO SEC-FUNCTION
                   IF OPERATOR-AUTHORIZED
                       SET SEC-ALLOWED TO TRUE
                   ELSE
                       SET SEC-REFUSED TO TRUE
                   END-IF
                   MOVE WS-AUTH-TARGET TO SEC-TARGET
                   MOVE WS-AUTH-REASON TO SEC-REASON
                   WRITE SECURITY-LOG-RECORD
                   CLOSE SECURITY-LOG-FILE
               END-IF.

       END PROGRAM BF-LIBRARIAN.
