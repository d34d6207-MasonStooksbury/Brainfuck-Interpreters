              SELECT PROFILE-REPORT-FILE ASSIGN TO DYNAMIC
                  WS-PROFILE-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL.
      * Cumulative executed-offset ranges for this script, merged
      * into by every COVERAGE run - one FD for both the real name
      * and the ".tmp" name the merged file is written under first.
              SELECT COVERAGE-FILE ASSIGN TO DYNAMIC
                  WS-COVERAGE-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COVERAGE-STATUS.
              SELECT OFFSET-MAP-FILE ASSIGN TO DYNAMIC
                  WS-MAP-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
                  WS-LOCK-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.
      * BULK= run files - the transaction file whose records each
      * become one run's "," stream, the combined keyed output (on
      * the same WS-PRINT-FILE-NAME as PRINT-FILE - a bulk run opens
      * this one instead) and the reject file.
              SELECT BULK-INPUT-FILE ASSIGN TO DYNAMIC
                  WS-BULK-INPUT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BULK-INPUT-STATUS.
              SELECT BULK-OUTPUT-FILE ASSIGN TO DYNAMIC
                  WS-PRINT-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-BULK-OUTPUT-STATUS.
              SELECT BULK-REJECT-FILE ASSIGN TO DYNAMIC
                  WS-BULK-REJECT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BULK-REJECT-STATUS.
      * Operator authorization master, and the security log a lock
      * override or a debugger SET is recorded in, allowed or
      * refused.
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
      * Replay package - written by a run that did not end clean and
      * unpacked by a REPLAY run. Each component file is streamed in
      * (REPLAY-SOURCE-FILE) or back out (REPLAY-EXTRACT-FILE) a
      * byte at a time, picked by the dynamic name before each OPEN.
              SELECT REPLAY-PACKAGE-FILE ASSIGN TO DYNAMIC
                  WS-REPLAY-PACKAGE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPLAY-PACKAGE-STATUS.
              SELECT REPLAY-SOURCE-FILE ASSIGN TO DYNAMIC
                  WS-REPLAY-SOURCE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPLAY-SOURCE-STATUS.
              SELECT REPLAY-EXTRACT-FILE ASSIGN TO DYNAMIC
                  WS-REPLAY-EXTRACT-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-REPLAY-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   10 CK-LOOP-STACK PIC 9(5) OCCURS 0 TO 65536 TIMES
                       DEPENDING ON CK-LOOP-STACK-PTR.
               05 CK-MEMORY-TABLE-GRP.
                   10 CK-MEMORY-TABLE PIC 9(10) OCCURS 30000 TIMES.
               05 CK-INSTRUCTION-COUNT PIC 9(9).
               05 CK-LOOP-ITERATION-COUNT PIC 9(9).
               05 CK-PEAK-MEM-PTR PIC 9(5).
               05 CK-TAPE-HIGH-WATER PIC 9(5).
               05 CK-MEMORY-MODE PIC 9(1).
      * The dialect the checkpointed tape was built under - a
      * RESTART is refused rather than resumed under another one.
               05 CK-DIALECT.
                   10 CK-CELL-BITS PIC 9(2).
                   10 CK-EOF-RULE PIC X.
      * NOTE: the "," instruction's read position into INPUT-DATA is
      * not captured here, so a RESTART replays INPUT-DATA from byte
      * one rather than from where the checkpointed run had read to.
      * Final-tape handoff between job steps - the OCCURS count is a
      * literal for the same FILE SECTION ordering reason as the
      * checkpoint record's; keep it in step with MAX-MEMORY.
      * The tape is tagged with the dialect it was saved under
      * ("D" plus the cell width and EOF rule), and a preload under
      * any other dialect is refused. A file saved before dialects
      * existed has no tag - its first cell's digits sit where the
      * tag would be - and is read through the old 3-digit-cell view
      * as an 8/ZERO tape.
           FD TAPE-STATE-FILE.
           01 TAPE-STATE-RECORD.
               05 ST-MEM-PTR PIC 9(5).
               05 ST-TAPE-HIGH-WATER PIC 9(5).
               05 ST-TAPE-BODY.
                   10 ST-DIALECT-TAG PIC X.
                       88 ST-DIALECT-TAGGED VALUE 'D'.
                   10 ST-CELL-BITS PIC 9(2).
                   10 ST-EOF-RULE PIC X.
                   10 ST-MEMORY-TABLE-GRP.
                       15 ST-MEMORY-TABLE PIC 9(10)
                           OCCURS 30000 TIMES.
               05 ST-LEGACY-BODY REDEFINES ST-TAPE-BODY.
                   10 ST-LEGACY-TABLE PIC 9(3) OCCURS 30000 TIMES.
                   10 FILLER PIC X(210004).

      * A codepage table file: 256 records, record N holding the
      * 3-digit translated value of source byte N-1.
           FD PROFILE-REPORT-FILE.
           01 PROFILE-REPORT-RECORD PIC X(80).

           FD COVERAGE-FILE.
           COPY 'bfcovrec.cpy'.

           FD RUN-HISTORY-FILE.
           COPY 'bfhisrec.cpy'.

           FD RUN-LOCK-FILE.
           COPY 'bflokrec.cpy'.

      * Trailing spaces are part of a record's data, so its real
      * length comes back in WS-BULK-REC-LEN rather than being
      * guessed from the padding.
           FD BULK-INPUT-FILE
               RECORD IS VARYING IN SIZE FROM 0 TO 4096 CHARACTERS
               DEPENDING ON WS-BULK-REC-LEN.
           01 BULK-INPUT-RECORD PIC X(4096).

           FD BULK-OUTPUT-FILE.
           COPY 'bfbkorec.cpy'.

           FD BULK-REJECT-FILE.
           COPY 'bfbkrrec.cpy'.

           FD AUTH-MASTER.
           COPY 'bfautrec.cpy'.

           FD SECURITY-LOG-FILE.
           COPY 'bfsecrec.cpy'.

           FD REPLAY-PACKAGE-FILE.
           COPY 'bfrplrec.cpy'.

      * No end-of-file value in the record area here - a component
      * can hold any byte, HIGH-VALUES included, so end of file is
      * carried in WS-REPLAY-EOF-SWITCH instead.
           FD REPLAY-SOURCE-FILE.
           01 REPLAY-SOURCE-BYTE PIC X.

           FD REPLAY-EXTRACT-FILE.
           01 REPLAY-EXTRACT-BYTE PIC X.

       WORKING-STORAGE SECTION.
      * Script to run - defaults to test.txt but operators can point
      * this at any script via the run's command-line parameter.

      * Whole command line, split into the script name plus optional
      * trailing parameters in any order: a memory-mode digit, the
      * RESTART / FORMAT / LIBRARY / PROFILE / COVERAGE keywords, the
      * MAXI= / MAXS= governor limits, the DIALECT= profile and the
      * BULK= transaction file. With REPLAY the first token names a
      * replay package instead of a script.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-RUN-PARM-MAX CONSTANT 9.
      * Parm slots are as wide as the X(100) file-name fields the
      * library run's artifacts land as MEMBER.output and so on.
           01 WS-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 LIBRARY-MODE VALUE 'Y'.
      * Control cards run production members; a TEST parameter
      * alongside LIBRARY fetches from the test library instead,
      * which is where a member sits until BF-LIBRARIAN's PROMOTE
      * copies it across.
           01 WS-LIBRARY-FILE-NAME PIC X(100)
               VALUE 'script-library.dat'.
           01 WS-PROD-LIBRARY-NAME PIC X(100)
               VALUE 'script-library.dat'.
           01 WS-TEST-LIBRARY-NAME PIC X(100)
               VALUE 'script-test-library.dat'.
           01 WS-TEST-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 TEST-LIBRARY-MODE VALUE 'Y'.
           01 WS-LIBRARY-STATUS PIC XX.
           01 WS-LIB-SEG-SEQ PIC 9(4).
           01 WS-LIB-SEG-IDX PIC 9(2).
           01 WS-LIB-FETCH-SWITCH PIC X VALUE 'N'.
               88 LIB-FETCH-DONE VALUE 'Y'.
      * Version of the member that actually ran, carried into the
      * run history; stays zero for a loose-file run.
           01 WS-LIB-VERSION-RUN PIC 9(4) VALUE 0.
      * A member's stored run defaults (the library's sequence-9999
      * record) only fill in what the command line left unsaid, so
      * parameters whose "unset" state is not a blank or zero track
      * Max size of memory array - bumped from 10 to the classic 30,000
      * cell Brainfuck tape; bump it here to resize per environment
           01 MAX-MEMORY CONSTANT 30000.
      * Memory array - each cell is wide enough for the 32-bit
      * dialect; the run's own cell width is enforced arithmetically
      * through WS-CELL-MODULUS, never by the picture.
           01 DATA-BYTE-UPPER-BOUND CONSTANT 255.
           01 DATA-BYTE-LOWER-BOUND CONSTANT 0.
           01 MEMORY-TABLE.
               02 MEMORY-ARR PIC 9(10) VALUE 0
                   OCCURS MAX-MEMORY TIMES.
                   88 UPPER-BOUND-REACHED VALUE DATA-BYTE-UPPER-BOUND.
                   88 LOWER-BOUND-REACHED VALUE DATA-BYTE-LOWER-BOUND.

               88 MEMORY-MODE-ABEND VALUE 1.
               88 MEMORY-MODE-WRAP VALUE 2.
               88 MEMORY-MODE-EXTEND VALUE 3.
      * DIALECT=bits[/eof] run parameter, or the same word in a
      * library member's run defaults - scripts written for other
      * interpreters assume wider cells or a different answer from
      * "," once input runs out. bits is 8, 16 or 32 and sets where
      * "+" and "-" wrap; eof is ZERO (the default: "," stores 0),
      * MINUS1 (stores the all-ones value, -1 in that width) or
      * NOCHANGE (leaves the cell as it was). "." always writes the
      * cell's low-order byte. The width and rule travel in the
      * checkpoint and the SAVE=/TAPE= tape-state file, and are
      * shown in the run summary and kept in the run history.
           01 WS-DIALECT-PARM PIC X(95) VALUE SPACES.
           01 WS-DIALECT-BITS-TEXT PIC X(10).
           01 WS-DIALECT-EOF-TEXT PIC X(10).
           01 WS-DIALECT.
               05 WS-CELL-BITS PIC 9(2) VALUE 8.
               05 WS-EOF-RULE PIC X VALUE 'Z'.
                   88 EOF-STORES-ZERO VALUE 'Z'.
                   88 EOF-STORES-MINUS-ONE VALUE 'M'.
                   88 EOF-LEAVES-CELL VALUE 'U'.
           01 WS-CELL-MODULUS PIC 9(10) VALUE 256.
           01 WS-CELL-MAX-VALUE PIC 9(10) VALUE 255.
      * Renders a width/rule pair as the parameter spells it (e.g.
      * "16/MINUS1") for the summary and the mismatch messages.
           01 WS-SHOW-DIALECT.
               05 WS-SHOW-CELL-BITS PIC 9(2).
               05 WS-SHOW-EOF-RULE PIC X.
           01 WS-DIALECT-TEXT PIC X(12).
           01 WS-OTHER-DIALECT-TEXT PIC X(12).
           01 WS-EDIT-CELL-BITS PIC Z9.
           01 WS-EDIT-CELL-VALUE PIC Z(9)9.
           01 WS-LEGACY-IDX PIC 9(5).
      * Starting cell for the tape. EXTEND mode starts in the middle of
      * the tape instead of at cell 1, so a script has real headroom to
      * run "<" below its logical starting point. If that headroom is
                   05 OP-REPEAT PIC 9(9) COMP.
                   05 OP-JUMP PIC 9(5) COMP.
                   05 OP-SRC-OFFSET PIC 9(5) COMP.
      * Set on a "[" whose loop is one of the common idioms the
      * compile pass recognizes - clear ("[-]"), move/multiply
      * ("[->+>++<<]") or scan ("[>]"). Such a "[" still opens a
      * normal loop when the one-step form cannot be used (see
      * EXECUTE-LOOP-IDIOM), so its body ops stay in the table.
                   05 OP-IDIOM PIC X.
                       88 OP-IS-PLAIN VALUE SPACE.
                       88 OP-IS-CLEAR-LOOP VALUE 'C'.
                       88 OP-IS-MOVE-LOOP VALUE 'M'.
                       88 OP-IS-SCAN-LOOP VALUE 'S'.
           01 WS-COMPILE-IDX PIC 9(5).
           01 WS-COMPILE-RUN-LEN PIC 9(9).
           01 WS-COMPILE-CHAR PIC X.
               88 WS-COMPILE-CHAR-FOLDS VALUES '>' '<' '+' '-'.

      * Loop-idiom recognition and one-step execution. Offsets are
      * relative to the cell the loop is entered on; the source
      * delta is what one trip of the body does to that cell, kept
      * modulo the cell width since only +1 or -1 ends in a known
      * number of trips. Trips and steps are the source-level counts the
      * byte-by-byte loop would have run up, so the instruction
      * count, the MAXI= budget and the profiler see no difference.
           01 WS-IDIOM-OPEN PIC 9(5).
           01 WS-IDIOM-CLOSE PIC 9(5).
           01 WS-IDIOM-IDX PIC 9(5).
           01 WS-IDIOM-BODY-OPS PIC 9(5).
           01 WS-IDIOM-OFFSET PIC S9(9) COMP.
           01 WS-IDIOM-LOW PIC S9(9) COMP.
           01 WS-IDIOM-HIGH PIC S9(9) COMP.
           01 WS-IDIOM-SOURCE-DELTA PIC S9(9) COMP.
           01 WS-IDIOM-DELTA-MOD PIC 9(10).
           01 WS-IDIOM-TRIP-STEPS PIC 9(9) COMP.
           01 WS-IDIOM-TRIPS PIC 9(10) COMP.
           01 WS-IDIOM-STEPS PIC 9(18) COMP.
           01 WS-IDIOM-POS PIC 9(5).
           01 WS-IDIOM-STRIDE PIC 9(9) COMP.
           01 WS-IDIOM-TARGET PIC 9(5).
           01 WS-IDIOM-SHAPE-SWITCH PIC X.
               88 IDIOM-SHAPE-OK VALUE 'Y'.
           01 WS-IDIOM-DONE-SWITCH PIC X.
               88 IDIOM-DONE VALUE 'Y'.
           01 WS-IDIOM-SCAN-SWITCH PIC X.
               88 IDIOM-SCAN-FOUND VALUE 'F'.
               88 IDIOM-SCAN-OFF-EDGE VALUE 'E'.
               88 IDIOM-SCAN-GOING VALUE 'G'.

      * Recognized Brainfuck operators plus our "#" debug-dump
      * extension - anything else in the script is a no-op.
           01 WS-CURRENT-CHAR PIC X.
           01 WS-XLATE-EOF-SWITCH PIC X.
               88 END-OF-XLATE-FILE VALUE 'Y'.
           01 WS-OUTPUT-BYTE-VALUE PIC 9(3).
           01 WS-OUTPUT-RAW-BYTE PIC 9(3).

      * Staged-tape handoff - SAVE=file writes the final MEMORY-TABLE,
      * MEM-PTR and tape high-water mark at end of run; TAPE=file
           01 WS-VERIFY-DELETE-RC PIC S9(9) COMP-5.
           01 WS-VERIFY-DONE-SWITCH PIC X.
               88 VERIFY-COMPARE-DONE VALUE 'Y'.
      * A verify failure is a failed run even at RC 0, and it is only
      * known once the summary is out - the replay package for it
      * waits for the verdict.
           01 WS-VERIFY-VERDICT-SWITCH PIC X VALUE 'N'.
               88 VERIFY-VERDICT-PENDING VALUE 'P'.
               88 VERIFY-VERDICT-FAILED VALUE 'F'.
           01 WS-VERIFY-OUT-VALUE PIC 9(3).
           01 WS-VERIFY-BASE-VALUE PIC 9(3).
           01 WS-VERIFY-REC-PTR PIC 9(3).
           01 WS-EDIT-SHARE PIC ZZ9.99.
           01 WS-EDIT-PROF-COUNT PIC ZZZZZZZZZ9.

      * COVERAGE run parameter - every dispatched op (and every op a
      * loop idiom books as having run) is flagged here, and the end
      * of the run (clean or abended) widens the flags to the source
      * bytes each op was compiled from and merges them into the
      * script's .coverage file, so the file answers "has any run of
      * this text ever reached this byte". The file is tied to the
      * exact text by member version, length and checksum; a
      * mismatch starts it over with this run alone. A RESTART adds
      * only the resumed portion, the same as PROFILE.
           01 WS-COVERAGE-SWITCH PIC X VALUE 'N'.
               88 COVERAGE-MODE VALUE 'Y'.
           01 WS-COVERAGE-FILE-NAME PIC X(124).
           01 WS-COVERAGE-REAL-NAME PIC X(124).
           01 WS-COVERAGE-TMP-NAME PIC X(124).
           01 WS-COVERAGE-STATUS PIC XX.
           01 WS-COVERAGE-RENAME-RC PIC S9(9) COMP-5.
           01 WS-COVER-OP-HITS.
               02 WS-COVER-OP-HIT PIC X
                   OCCURS MAX-PROGRAM-SIZE TIMES.
                   88 COVER-OP-EXECUTED VALUE 'Y'.
           01 WS-COVER-BYTES.
               02 WS-COVER-BYTE PIC X
                   OCCURS MAX-PROGRAM-SIZE TIMES.
                   88 COVER-BYTE-EXECUTED VALUE 'Y'.
           01 WS-COVER-IDX PIC 9(5) COMP.
           01 WS-COVER-BYTE-IDX PIC 9(5) COMP.
           01 WS-COVER-LOW PIC 9(5).
           01 WS-COVER-HIGH PIC 9(5).
           01 WS-COVER-KIND PIC X.
           01 WS-COVER-CHECKSUM PIC 9(9).
           01 WS-COVER-PRIOR-RUNS PIC 9(7).
           01 WS-COVER-FIRST-DATE PIC 9(8).
           01 WS-COVER-EOF-SWITCH PIC X.
               88 END-OF-COVERAGE-FILE VALUE 'Y'.

      * DEBUG run parameter - the interpreter stops before its first
      * instruction and takes operator commands from the console:
      *   BP n / CLEAR n / LIST  - breakpoints at source offsets
           01 WS-DEBUG-OPERAND-1 PIC X(10).
           01 WS-DEBUG-OPERAND-2 PIC X(10).
           01 WS-DEBUG-NUM-1 PIC 9(9).
           01 WS-DEBUG-NUM-2 PIC 9(10).
           01 MAX-BREAKPOINTS CONSTANT 16.
           01 WS-BREAKPOINT-TABLE.
               05 WS-BREAKPOINT PIC 9(5) VALUE 0
      * message and RC 8 - WITHOUT touching the script's artifact
      * files, which belong to whoever holds the lock. The UNLOCK
      * run parameter clears a stale lock left by a crashed job
      * before taking a fresh one - if the operator is authorized
      * for UNLOCK.
           01 WS-LOCK-FILE-NAME PIC X(124).
           01 WS-LOCK-STATUS PIC XX.
           01 WS-RUN-LOCK-NAME PIC X(124).
           01 WS-LOCK-DELETE-RC PIC S9(9) COMP-5.
           01 WS-LOCK-CLOCK PIC 9(8).

      * Operator authorization - clearing a lock with UNLOCK, and the
      * debugger's SET on anything but a test-library run, are
      * checked against the authorization master and logged. The
      * operator is the login the run goes under.
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

      * "#" debug-dump extension - drop this character into a script
      * to trace tape state at that point in a run. Named from the
      * script itself so each script in a batch keeps its own trace.
           01 WS-DUMP-LOW PIC 9(5).
           01 WS-DUMP-HIGH PIC 9(5).

      * BULK=file run parameter - the script is loaded, validated
      * and compiled once, then run afresh for every record of the
      * named transaction file: a zeroed tape, the record's bytes as
      * the whole "," stream, and the "." output collected into the
      * combined <script>.output keyed by record number. A record
      * whose run is governed (MAXI=/MAXS= apply to each record's
      * run on its own), abends on the tape edge or reads past its
      * last byte goes to <script>.reject with the reason instead,
      * and the next record carries on. The summary ends with the
      * control totals - records read, accepted and rejected - and
      * any rejects make the run's RC 4. No checkpoints are taken
      * (a killed bulk run is simply rerun), so RESTART, TAPE= and
      * SAVE= are refused alongside it, as are the CONSOLE, DEBUG
      * and FORMAT parameters, which each want a single stream.
           01 WS-BULK-SWITCH PIC X VALUE 'N'.
               88 BULK-MODE VALUE 'Y'.
           01 WS-BULK-INPUT-NAME PIC X(100).
           01 WS-BULK-INPUT-STATUS PIC XX.
           01 WS-BULK-OUTPUT-STATUS PIC XX.
           01 WS-BULK-REJECT-NAME PIC X(120).
           01 WS-BULK-REJECT-STATUS PIC XX.
           01 WS-BULK-EOF-SWITCH PIC X.
               88 END-OF-BULK-INPUT VALUE 'Y'.
           01 WS-BULK-REC-LEN PIC 9(4).
           01 WS-BULK-INPUT-PTR PIC 9(4).
           01 WS-BULK-RECORDS-READ PIC 9(9) VALUE 0.
           01 WS-BULK-RECORDS-ACCEPTED PIC 9(9) VALUE 0.
           01 WS-BULK-RECORDS-REJECTED PIC 9(9) VALUE 0.
           01 WS-BULK-TOTAL-INSTRUCTIONS PIC 9(9).
           01 WS-BULK-TOTAL-ITERATIONS PIC 9(9).
           01 WS-BULK-REJECT-REASON PIC X(40).
           01 WS-BULK-REJECT-OFFSET PIC 9(5).
           01 WS-BULK-SAVED-RC PIC 9(2).
           01 WS-BULK-SAVED-STATUS PIC X(40).
      * One record's "." output is held back until its run is known
      * to be accepted - a rejected record must leave no trace in
      * the combined output.
           01 MAX-BULK-OUTPUT CONSTANT 32000.
           01 WS-BULK-OUT-BUFFER PIC X(32000).
           01 WS-BULK-OUT-LEN PIC 9(5).
           01 WS-BULK-OUT-PTR PIC 9(5).
           01 WS-BULK-SEG-LEN PIC 9(5).
           01 WS-BULK-SEG-SEQ PIC 9(4).
      * MAXS= is measured from here - the run's own start normally,
      * each record's start in a bulk run.
           01 WS-GOVERNOR-BASE-TIME PIC 9(8).

      * Replay package - a run that ends any way but clean bundles
      * everything needed to rerun it into <script>.replay (layout in
      * bfrplrec.cpy): the script text exactly as it ran (a library
      * member's as fetched, with its version), the offset map, the
      * IN= input - which for a piped step is the producer's .output
      * - the BULK= transaction file, the OUTTBL=/INTBL= codepage
      * tables, the TAPE= staged tape, the checkpoint, print and
      * trace files a RESTART started from and a VERIFY run's
      * baseline, plus the effective run parameters. "package
      * REPLAY" unpacks one into a new directory beside it,
      * <package>.<yyyymmdd>.<hhmmss>, and reruns it there as the
      * same script with the same parameters, so nothing in the run
      * directory is read or written. What an
      * operator typed into a CONSOLE or DEBUG run is not packaged -
      * the .trace echo is the record of that.
           01 WS-REPLAY-SWITCH PIC X VALUE 'N'.
               88 REPLAY-MODE VALUE 'Y'.
           01 WS-REPLAY-PACKAGE-NAME PIC X(124).
           01 WS-REPLAY-REAL-NAME PIC X(124).
           01 WS-REPLAY-TMP-NAME PIC X(124).
           01 WS-REPLAY-PACKAGE-STATUS PIC XX.
           01 WS-REPLAY-OPEN-SWITCH PIC X VALUE 'N'.
               88 REPLAY-PACKAGE-IS-OPEN VALUE 'Y'.
           01 WS-REPLAY-PACKAGE-EOF-SWITCH PIC X.
               88 END-OF-REPLAY-PACKAGE VALUE 'Y'.
           01 WS-REPLAY-SOURCE-NAME PIC X(132).
           01 WS-REPLAY-SOURCE-STATUS PIC XX.
           01 WS-REPLAY-FOUND-SWITCH PIC X.
               88 REPLAY-SOURCE-FOUND VALUE 'Y'.
           01 WS-REPLAY-EOF-SWITCH PIC X.
               88 END-OF-REPLAY-SOURCE VALUE 'Y'.
           01 WS-REPLAY-EXTRACT-NAME PIC X(53).
           01 WS-REPLAY-EXTRACT-STATUS PIC XX.
           01 WS-REPLAY-CALL-RC PIC S9(9) COMP-5.
      * A RESTART's starting files - the checkpoint it resumes from
      * and the print and trace files it appends to - are all written
      * over as the run goes, so each is copied aside before the run
      * touches it and the copies kept until the run ends. So is a
      * TAPE= file, which a SAVE= naming the same file writes over
      * with the run's end state.
           01 WS-REPLAY-START-CKPT-NAME PIC X(132).
           01 WS-REPLAY-START-PRINT-NAME PIC X(132).
           01 WS-REPLAY-START-TRACE-NAME PIC X(132).
           01 WS-REPLAY-START-TAPE-NAME PIC X(132).
           01 WS-REPLAY-TAPE-COPY-SWITCH PIC X VALUE 'N'.
               88 REPLAY-TAPE-COPIED VALUE 'Y'.
      * The script name without its directory - what the text is
      * unpacked under, so a replay's artifacts carry the script's
      * own name.
           01 WS-REPLAY-SCRIPT-NAME PIC X(100).
           01 WS-REPLAY-SLASH-POS PIC 9(3).
           01 WS-REPLAY-SCAN-IDX PIC 9(3).
           01 WS-REPLAY-SLASH-COUNT PIC 9(3).
      * Effective parameters in command-line spelling, noted once a
      * library member's defaults are in and before a restored
      * checkpoint can change the memory mode.
           01 WS-REPLAY-PARMS-SWITCH PIC X VALUE 'N'.
               88 REPLAY-PARMS-NOTED VALUE 'Y'.
           01 WS-REPLAY-PARM-MAX CONSTANT 20.
           01 WS-REPLAY-PARMS.
               05 WS-REPLAY-PARM PIC X(73)
                   OCCURS WS-REPLAY-PARM-MAX TIMES.
           01 WS-REPLAY-PARM-COUNT PIC 9(2).
           01 WS-REPLAY-PARM-IDX PIC 9(2).
           01 WS-REPLAY-NEW-PARM PIC X(73).
           01 WS-EDIT-REPLAY-NUMBER PIC Z(8)9.
      * The manifest - one entry per component found on disk, with
      * the file it came from and the name it unpacks under.
           01 WS-REPLAY-COMPONENT-MAX CONSTANT 12.
           01 WS-REPLAY-COMPONENTS.
               05 WS-REPLAY-COMPONENT
                   OCCURS WS-REPLAY-COMPONENT-MAX TIMES.
                   10 WS-REPLAY-KIND PIC X(10).
                   10 WS-REPLAY-COMPONENT-BYTES PIC 9(9).
                   10 WS-REPLAY-AS-NAME PIC X(53).
                   10 WS-REPLAY-FROM-NAME PIC X(132).
           01 WS-REPLAY-COMPONENT-COUNT PIC 9(2).
           01 WS-REPLAY-COMPONENT-IDX PIC 9(2).
           01 WS-REPLAY-NEW-KIND PIC X(10).
           01 WS-REPLAY-NEW-AS-NAME PIC X(53).
           01 WS-REPLAY-BYTES PIC 9(9).
           01 WS-REPLAY-BYTES-LEFT PIC 9(9).
           01 WS-REPLAY-BLOCK PIC X(80).
           01 WS-REPLAY-BLOCK-FILL PIC 9(2).
           01 WS-REPLAY-BLOCK-LEN PIC 9(2).
           01 WS-REPLAY-BLOCK-IDX PIC 9(2).
           01 WS-REPLAY-TEXT-PTR PIC 9(5).
           01 WS-EDIT-REPLAY-COUNT PIC Z9.
      * REPLAY side - where the package unpacks, and what it says
      * about the run it came from.
           01 WS-REPLAY-DIRECTORY PIC X(140).
           01 WS-REPLAY-CLOCK PIC 9(8).
           01 WS-REPLAY-MEMBERS-UNPACKED PIC 9(2).
           01 WS-REPLAY-END-SWITCH PIC X.
               88 REPLAY-PACKAGE-ENDED VALUE 'Y'.
           01 WS-REPLAY-SCRIPT-SWITCH PIC X.
               88 REPLAY-SCRIPT-UNPACKED VALUE 'Y'.
           01 WS-REPLAY-ORIGINAL.
               05 WS-REPLAY-ORIG-DATE PIC 9(8).
               05 WS-REPLAY-ORIG-TIME PIC 9(8).
               05 WS-REPLAY-ORIG-RC PIC 9(2).
               05 WS-REPLAY-ORIG-STATUS PIC X(40).
               05 WS-REPLAY-ORIG-KIND PIC X.
                   88 REPLAY-OF-PROD-MEMBER VALUE 'P'.
                   88 REPLAY-OF-TEST-MEMBER VALUE 'T'.
               05 WS-REPLAY-ORIG-VERSION PIC 9(4).

       PROCEDURE DIVISION.
           MAIN-PROC.
      * Reset every field up front so a second run in the same job
      * from a prior script.
               PERFORM INITIALIZE-INTERPRETER-STATE
               PERFORM GET-RUN-PARMS
      * A REPLAY run unpacks its package into a directory of its own
      * and becomes the packaged run - same script, same parameters -
      * before anything below takes a lock or opens a file.
               IF REPLAY-MODE
                   PERFORM PREPARE-REPLAY-RUN
               END-IF
      * FORMAT's page header embeds the run date, so a formatted
      * print file can never reconcile against a baseline captured
      * on an earlier night - the verdict would flag the date, not
                   ACCEPT WS-START-TIME FROM TIME
                   PERFORM REFUSE-RUN-SETUP
               END-IF
               IF BULK-MODE
                       AND (RESTART-MODE OR CONSOLE-INPUT-MODE
                           OR DEBUG-CONSOLE-MODE OR PRINT-FORMAT-MODE
                           OR WS-TAPE-STATE-NAME NOT = SPACES
                           OR WS-SAVE-STATE-NAME NOT = SPACES)
                   DISPLAY 'BULK= CANNOT BE COMBINED WITH RESTART, '
                       'CONSOLE, DEBUG, FORMAT, TAPE= OR SAVE= - EACH '
                       'RECORD RUNS ON ITS OWN FRESH TAPE'
                   MOVE 'BULK PARAMETERS REFUSED' TO WS-RUN-STATUS
                   ACCEPT WS-START-TIME FROM TIME
                   PERFORM REFUSE-RUN-SETUP
               END-IF
               PERFORM ACQUIRE-RUN-LOCK
               ACCEPT WS-START-TIME FROM TIME
               PERFORM LOAD-PROGRAM
      * A member's run defaults are in by now, and a RESTART has not
      * yet taken the checkpoint's memory mode - this is the
      * parameter set a replay of this run starts from.
               PERFORM NOTE-REPLAY-PARMS
      * Settled only now, since a library member's run defaults can
      * supply the dialect - and before the compile pass, which
      * needs the cell width to recognize its loop idioms.
               PERFORM PREPARE-DIALECT
               PERFORM LOAD-OFFSET-MAP
               IF WS-OUT-XLATE-NAME NOT = SPACES
                   PERFORM LOAD-OUTPUT-XLATE-TABLE
      * through to the same fresh-start path a non-RESTART run takes,
      * rather than blindly appending to PRINT-FILE/TRACE-FILE on top
      * of a script that is about to re-run from byte one.
               IF WS-TAPE-STATE-NAME NOT = SPACES
                   PERFORM COPY-ASIDE-TAPE-STATE
               END-IF
               IF WS-TAPE-STATE-NAME NOT = SPACES
                       AND NOT CHECKPOINT-RESTORED
                   PERFORM PRELOAD-TAPE-STATE
               END-IF
               IF BULK-MODE
                   PERFORM OPEN-BULK-INPUT
               END-IF
               IF CHECKPOINT-RESTORED
      * A killed run may never have written PRINT-FILE/TRACE-FILE at
      * all (e.g. it died before its first "." or "#"), so OPEN EXTEND
                   END-IF
               ELSE
                   PERFORM VALIDATE-PROGRAM
                   IF NOT BULK-MODE
                       PERFORM OPEN-PRINT-OUTPUT
                   END-IF
                   OPEN OUTPUT TRACE-FILE
               END-IF
               IF BULK-MODE
                   PERFORM RUN-BULK-RECORDS
               ELSE
      * In CONSOLE mode "," never touches the file at all, so there
      * is nothing to open (or to warn about being missing).
                   IF NOT CONSOLE-INPUT-MODE
                       OPEN INPUT INPUT-DATA
                       IF WS-INPUT-DATA-STATUS = '00'
                           SET INPUT-DATA-IS-OPEN TO TRUE
                       END-IF
                   END-IF
                   MOVE WS-START-TIME TO WS-GOVERNOR-BASE-TIME
                   PERFORM RUN-COMPILED-PROGRAM
                   PERFORM CLOSE-PRINT-OUTPUT
               END-IF
               CLOSE TRACE-FILE
               IF INPUT-DATA-IS-OPEN
                   CLOSE INPUT-DATA
               END-IF
               ACCEPT WS-END-TIME FROM TIME
               IF WS-SAVE-STATE-NAME NOT = SPACES
                   PERFORM SAVE-TAPE-STATE
               END-IF
               IF VERIFY-MODE AND NOT CAPTURE-MODE
                   SET VERIFY-VERDICT-PENDING TO TRUE
               END-IF
               PERFORM WRITE-RUN-SUMMARY
               IF CAPTURE-MODE
                   PERFORM CAPTURE-OUTPUT-BASELINE
               ELSE
                   IF VERIFY-MODE
                       PERFORM VERIFY-OUTPUT-AGAINST-BASELINE
                       IF VERIFY-VERDICT-PENDING
                           MOVE 'N' TO WS-VERIFY-VERDICT-SWITCH
                       END-IF
                       PERFORM FINISH-REPLAY-ARTIFACTS
                   END-IF
               END-IF
               PERFORM RELEASE-RUN-LOCK
               MOVE WS-RUN-RC TO RETURN-CODE
               GOBACK.

      * Runs the compiled script from FILE-PTR until it ends or is
      * stopped - once for an ordinary run, once per record for a
      * bulk run.
           RUN-COMPILED-PROGRAM.
               PERFORM UNTIL FILE-PTR > OP-TABLE-TOTAL
                       OR GOVERNOR-TRIPPED
                   IF DEBUG-CONSOLE-MODE
                           PERFORM CHECK-RUN-GOVERNOR
                       END-IF
                   END-IF
               END-PERFORM.

      * A missing transaction file refuses the run, like a missing
      * TAPE= preload - the step's input dataset is absent.
           OPEN-BULK-INPUT.
               OPEN INPUT BULK-INPUT-FILE
               IF WS-BULK-INPUT-STATUS NOT = '00'
                   DISPLAY 'BULK INPUT FILE '
                       FUNCTION TRIM(WS-BULK-INPUT-NAME)
                       ' CANNOT BE OPENED (STATUS '
                       WS-BULK-INPUT-STATUS ')'
                   MOVE 'BULK INPUT FAILED' TO WS-RUN-STATUS
                   PERFORM REFUSE-RUN-SETUP
               END-IF.

      * One fresh run of the compiled script per input record. Each
      * record's run may end governed or abended without that being
      * the bulk run's own outcome, so the run's RC and status are
      * put back after every record; rejects then make the whole
      * run a warning.
           RUN-BULK-RECORDS.
               OPEN OUTPUT BULK-OUTPUT-FILE
               OPEN OUTPUT BULK-REJECT-FILE
               MOVE 0 TO WS-BULK-TOTAL-INSTRUCTIONS
               MOVE 0 TO WS-BULK-TOTAL-ITERATIONS
               MOVE WS-RUN-RC TO WS-BULK-SAVED-RC
               MOVE WS-RUN-STATUS TO WS-BULK-SAVED-STATUS
               MOVE 'N' TO WS-BULK-EOF-SWITCH
               PERFORM UNTIL END-OF-BULK-INPUT
                   READ BULK-INPUT-FILE
                       AT END
                           SET END-OF-BULK-INPUT TO TRUE
                       NOT AT END
                           PERFORM RUN-ONE-BULK-RECORD
                   END-READ
               END-PERFORM
               CLOSE BULK-INPUT-FILE
               CLOSE BULK-OUTPUT-FILE
               CLOSE BULK-REJECT-FILE
               MOVE WS-BULK-TOTAL-INSTRUCTIONS TO WS-INSTRUCTION-COUNT
               MOVE WS-BULK-TOTAL-ITERATIONS TO WS-LOOP-ITERATION-COUNT
               IF WS-BULK-RECORDS-REJECTED > 0 AND WS-RUN-RC < 4
                   SET RUN-TRUNCATED-WARNING TO TRUE
                   MOVE 'ENDED OK - RECORDS REJECTED' TO WS-RUN-STATUS
               END-IF
               MOVE WS-BULK-RECORDS-READ TO WS-EDIT-COUNT
               DISPLAY 'BULK RECORDS READ:     ' WS-EDIT-COUNT
               MOVE WS-BULK-RECORDS-ACCEPTED TO WS-EDIT-COUNT
               DISPLAY 'BULK RECORDS ACCEPTED: ' WS-EDIT-COUNT
               MOVE WS-BULK-RECORDS-REJECTED TO WS-EDIT-COUNT
               DISPLAY 'BULK RECORDS REJECTED: ' WS-EDIT-COUNT.

      * A record the input file could not hand over whole (longer
      * than the record area - status 04, or 06 from a line
      * sequential read) is rejected without being run; what is
      * left of the line arrives as the next record.
           RUN-ONE-BULK-RECORD.
               ADD 1 TO WS-BULK-RECORDS-READ
               MOVE SPACES TO WS-BULK-REJECT-REASON
               MOVE 0 TO WS-BULK-REJECT-OFFSET
               MOVE 0 TO WS-BULK-OUT-LEN
               IF WS-BULK-INPUT-STATUS = '04' OR '06'
                   MOVE 'INPUT RECORD EXCEEDS 4096 BYTES' TO
                       WS-BULK-REJECT-REASON
               ELSE
                   PERFORM RESET-FOR-BULK-RECORD
                   PERFORM RUN-COMPILED-PROGRAM
      * Stopped with no reason recorded means CHECK-RUN-GOVERNOR
      * did it, and left its words in WS-RUN-STATUS.
                   IF GOVERNOR-TRIPPED
                           AND WS-BULK-REJECT-REASON = SPACES
                       MOVE WS-RUN-STATUS TO WS-BULK-REJECT-REASON
                       IF FILE-PTR <= OP-TABLE-TOTAL
                           MOVE OP-SRC-OFFSET(FILE-PTR) TO
                               WS-BULK-REJECT-OFFSET
                       END-IF
                   END-IF
                   ADD WS-INSTRUCTION-COUNT TO
                       WS-BULK-TOTAL-INSTRUCTIONS
                       ON SIZE ERROR
                           MOVE 999999999 TO
                               WS-BULK-TOTAL-INSTRUCTIONS
                   END-ADD
                   ADD WS-LOOP-ITERATION-COUNT TO
                       WS-BULK-TOTAL-ITERATIONS
                       ON SIZE ERROR
                           MOVE 999999999 TO WS-BULK-TOTAL-ITERATIONS
                   END-ADD
                   MOVE WS-BULK-SAVED-RC TO WS-RUN-RC
                   MOVE WS-BULK-SAVED-STATUS TO WS-RUN-STATUS
               END-IF
               IF WS-BULK-REJECT-REASON = SPACES
                   ADD 1 TO WS-BULK-RECORDS-ACCEPTED
                   MOVE 0 TO WS-BULK-SEG-SEQ
                   MOVE 0 TO WS-BULK-OUT-PTR
                   PERFORM WRITE-BULK-OUTPUT-SEGMENT
                   PERFORM WRITE-BULK-OUTPUT-SEGMENT
                       UNTIL WS-BULK-OUT-PTR >= WS-BULK-OUT-LEN
               ELSE
                   ADD 1 TO WS-BULK-RECORDS-REJECTED
                   PERFORM WRITE-BULK-REJECT
               END-IF.

      * Same starting point MAIN-PROC sets up for an ordinary run,
      * minus anything a checkpoint or TAPE= preload would bring.
      * WS-PEAK-MEM-PTR is left alone, so the summary's peak is the
      * furthest any record's run reached.
           RESET-FOR-BULK-RECORD.
               INITIALIZE MEMORY-TABLE
               MOVE WS-START-MEM-PTR TO MEM-PTR
               MOVE WS-START-MEM-PTR TO WS-TAPE-HIGH-WATER
               MOVE 1 TO FILE-PTR
               MOVE 0 TO LOOP-STACK-PTR
               MOVE 0 TO WS-INSTRUCTION-COUNT
               MOVE 0 TO WS-LOOP-ITERATION-COUNT
               MOVE WS-CHECKPOINT-INTERVAL TO WS-NEXT-CHECKPOINT
               MOVE 'N' TO WS-GOVERNOR-SWITCH
               MOVE 0 TO WS-GOVERNOR-TICK
               MOVE 0 TO WS-BULK-INPUT-PTR
               ACCEPT WS-GOVERNOR-BASE-TIME FROM TIME.

      * Ends the current record's run at the instruction in hand -
      * the caller has already filled in WS-BULK-REJECT-REASON.
           FLAG-BULK-REJECT.
               MOVE OP-SRC-OFFSET(FILE-PTR) TO WS-BULK-REJECT-OFFSET
               SET GOVERNOR-TRIPPED TO TRUE.

      * The first call always writes, so a record with no output
      * still has its sequence-1 record (length zero).
           WRITE-BULK-OUTPUT-SEGMENT.
               ADD 1 TO WS-BULK-SEG-SEQ
               COMPUTE WS-BULK-SEG-LEN =
                   WS-BULK-OUT-LEN - WS-BULK-OUT-PTR
               IF WS-BULK-SEG-LEN > LENGTH OF BO-TEXT
                   MOVE LENGTH OF BO-TEXT TO WS-BULK-SEG-LEN
               END-IF
               MOVE SPACES TO BULK-OUTPUT-RECORD
               MOVE WS-BULK-RECORDS-READ TO BO-RECORD-NO
               MOVE WS-BULK-SEG-SEQ TO BO-SEGMENT-SEQ
               MOVE WS-BULK-SEG-LEN TO BO-TEXT-LEN
               IF WS-BULK-SEG-LEN > 0
                   MOVE WS-BULK-OUT-BUFFER(WS-BULK-OUT-PTR + 1:
                       WS-BULK-SEG-LEN) TO BO-TEXT
               END-IF
               WRITE BULK-OUTPUT-RECORD
               ADD WS-BULK-SEG-LEN TO WS-BULK-OUT-PTR.

           WRITE-BULK-REJECT.
               MOVE SPACES TO BULK-REJECT-RECORD
               MOVE WS-BULK-RECORDS-READ TO BR-RECORD-NO
               MOVE WS-BULK-REJECT-REASON TO BR-REASON
               MOVE WS-BULK-REJECT-OFFSET TO BR-SOURCE-OFFSET
               MOVE WS-BULK-REC-LEN TO BR-INPUT-LEN
               IF WS-BULK-REC-LEN > 0
                   MOVE BULK-INPUT-RECORD(1:WS-BULK-REC-LEN) TO
                       BR-INPUT-DATA
               END-IF
               WRITE BULK-REJECT-RECORD
      * A byte a text record cannot carry (low-values, say) fails the
      * write - the reject then goes out without its copy of the
      * data rather than going missing from the count.
               IF WS-BULK-REJECT-STATUS NOT = '00'
                   MOVE SPACES TO BR-INPUT-DATA
                   WRITE BULK-REJECT-RECORD
               END-IF.

           INITIALIZE-INTERPRETER-STATE.
               MOVE 0 TO PROGRAM-LENGTH
               MOVE 0 TO WS-PEAK-MEM-PTR
               MOVE 0 TO WS-TAPE-HIGH-WATER
               MOVE 1 TO WS-MEMORY-MODE
               MOVE SPACES TO WS-DIALECT-PARM
               MOVE 8 TO WS-CELL-BITS
               MOVE 'Z' TO WS-EOF-RULE
               MOVE 256 TO WS-CELL-MODULUS
               MOVE 255 TO WS-CELL-MAX-VALUE
               MOVE 'N' TO WS-RESTART-SWITCH
               MOVE 'N' TO WS-CHECKPOINT-RESTORED-SWITCH
               MOVE 'N' TO WS-INPUT-DATA-SWITCH
               MOVE 'N' TO WS-CONSOLE-NL-SWITCH
               MOVE 'N' TO WS-LOCK-HELD-SWITCH
               MOVE 'N' TO WS-UNLOCK-SWITCH
               MOVE 'N' TO WS-BULK-SWITCH
               MOVE SPACES TO WS-BULK-INPUT-NAME
               MOVE 0 TO WS-BULK-RECORDS-READ
               MOVE 0 TO WS-BULK-RECORDS-ACCEPTED
               MOVE 0 TO WS-BULK-RECORDS-REJECTED
               MOVE 0 TO WS-CONSOLE-LINE-LEN
               MOVE 0 TO WS-CONSOLE-LINE-PTR
               MOVE 0 TO WS-CONSOLE-BYTES-READ
               MOVE 'N' TO WS-PROGRAM-OVERFLOW-SWITCH
               MOVE 'N' TO WS-PRINT-FORMAT-SWITCH
               MOVE 'N' TO WS-LIBRARY-SWITCH
               MOVE 'N' TO WS-TEST-LIBRARY-SWITCH
               MOVE 'N' TO WS-PROFILE-SWITCH
               INITIALIZE WS-PROFILE-COUNTS
               MOVE 'N' TO WS-COVERAGE-SWITCH
               MOVE SPACES TO WS-COVER-OP-HITS
               MOVE 'N' TO WS-REPLAY-SWITCH
               MOVE 'N' TO WS-REPLAY-OPEN-SWITCH
               MOVE 'N' TO WS-REPLAY-PARMS-SWITCH
               MOVE 'N' TO WS-REPLAY-TAPE-COPY-SWITCH
               MOVE 'N' TO WS-VERIFY-VERDICT-SWITCH
               MOVE 0 TO WS-REPLAY-PARM-COUNT
               MOVE 0 TO WS-REPLAY-COMPONENT-COUNT
               MOVE 0 TO OP-TABLE-TOTAL
               MOVE WS-CHECKPOINT-INTERVAL TO WS-NEXT-CHECKPOINT
               MOVE 0 TO WS-MAX-INSTRUCTIONS
               MOVE SPACES TO WS-VALIDATION-REPORT-NAME
               MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
               MOVE SPACES TO WS-PROFILE-REPORT-NAME
               MOVE SPACES TO WS-COVERAGE-FILE-NAME
               MOVE SPACES TO WS-BASELINE-FILE-NAME
               MOVE SPACES TO WS-VERIFY-REPORT-NAME
               MOVE SPACES TO WS-HEARTBEAT-FILE-NAME
               MOVE SPACES TO WS-BULK-REJECT-NAME
               MOVE SPACES TO WS-REPLAY-PACKAGE-NAME
               MOVE SPACES TO WS-REPLAY-START-CKPT-NAME
               MOVE SPACES TO WS-REPLAY-START-PRINT-NAME
               MOVE SPACES TO WS-REPLAY-START-TRACE-NAME
               MOVE SPACES TO WS-REPLAY-START-TAPE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.summary'
                   DELIMITED BY SIZE INTO WS-SUMMARY-FILE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.output'
                   DELIMITED BY SIZE INTO WS-CHECKPOINT-FILE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.profile'
                   DELIMITED BY SIZE INTO WS-PROFILE-REPORT-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.coverage'
                   DELIMITED BY SIZE INTO WS-COVERAGE-FILE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.baseline'
                   DELIMITED BY SIZE INTO WS-BASELINE-FILE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.verify'
                   DELIMITED BY SIZE INTO WS-VERIFY-REPORT-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME)
                   '.heartbeat'
                   DELIMITED BY SIZE INTO WS-HEARTBEAT-FILE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.reject'
                   DELIMITED BY SIZE INTO WS-BULK-REJECT-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.replay'
                   DELIMITED BY SIZE INTO WS-REPLAY-PACKAGE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME)
                   '.checkpoint.start'
                   DELIMITED BY SIZE INTO WS-REPLAY-START-CKPT-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME)
                   '.output.start'
                   DELIMITED BY SIZE INTO WS-REPLAY-START-PRINT-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME)
                   '.trace.start'
                   DELIMITED BY SIZE INTO WS-REPLAY-START-TRACE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME)
                   '.tape.start'
                   DELIMITED BY SIZE INTO WS-REPLAY-START-TAPE-NAME.

           CLASSIFY-PARM.
               EVALUATE TRUE
                       SET PRINT-FORMAT-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'LIBRARY'
                       SET LIBRARY-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'TEST'
                       SET TEST-LIBRARY-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'PROFILE'
                       SET PROFILE-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'COVERAGE'
                       SET COVERAGE-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'DEBUG'
                       SET DEBUG-CONSOLE-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'CONSOLE'
                       SET VERIFY-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'CAPTURE'
                       SET CAPTURE-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'REPLAY'
                       SET REPLAY-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY(1:5) = 'SAVE='
                       MOVE WS-PARM-TO-CLASSIFY(6:) TO
                           WS-SAVE-STATE-NAME
                       PERFORM PARSE-PARM-NUMBER
                       COMPUTE WS-MAX-ELAPSED-HUNDREDTHS =
                           WS-PARM-NUMBER * 100
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'DIALECT='
                       MOVE WS-PARM-TO-CLASSIFY(9:) TO
                           WS-DIALECT-PARM
                   WHEN WS-PARM-TO-CLASSIFY(1:5) = 'BULK='
                       MOVE WS-PARM-TO-CLASSIFY(6:) TO
                           WS-BULK-INPUT-NAME
                       SET BULK-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = '1' OR '2' OR '3'
                       MOVE WS-PARM-TO-CLASSIFY TO WS-MEMORY-MODE
                       SET MEMORY-MODE-SET-EXPLICITLY TO TRUE
      * librarian's LIST shows when each member last actually ran.
           LOAD-PROGRAM-FROM-LIBRARY.
               MOVE 'N' TO WS-PROGRAM-OVERFLOW-SWITCH
               IF TEST-LIBRARY-MODE
                   MOVE WS-TEST-LIBRARY-NAME TO WS-LIBRARY-FILE-NAME
               ELSE
                   MOVE WS-PROD-LIBRARY-NAME TO WS-LIBRARY-FILE-NAME
               END-IF
               OPEN I-O SCRIPT-LIBRARY
               IF WS-LIBRARY-STATUS NOT = '00'
                   DISPLAY 'SCRIPT LIBRARY '
                   CLOSE SCRIPT-LIBRARY
                   PERFORM REFUSE-RUN-SETUP
               END-IF
               MOVE LIB-VERSION TO WS-LIB-VERSION-RUN
               MOVE WS-RUN-DATE TO LIB-LAST-RUN-DATE
               REWRITE LIB-RECORD
      * The member's stored run defaults (sequence 9999) are applied
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.lock'
                   DELIMITED BY SIZE INTO WS-RUN-LOCK-NAME
               IF UNLOCK-MODE
                   PERFORM OVERRIDE-RUN-LOCK
               END-IF
               MOVE WS-DIR-LOCK-NAME TO WS-LOCK-FILE-NAME
               PERFORM CHECK-LOCK-NOT-HELD
               CALL 'CBL_DELETE_FILE' USING WS-VERIFY-REPORT-NAME
                   RETURNING WS-VERIFY-DELETE-RC.

      * Only a lock that is actually there is an override to check
      * and log. A refused override leaves the lock in place, so the
      * run is then refused by the lock like any other.
           OVERRIDE-RUN-LOCK.
               MOVE WS-RUN-LOCK-NAME TO WS-LOCK-FILE-NAME
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
                   STRING FUNCTION TRIM(WS-RUN-LOCK-NAME)
                       ' HELD BY ' FUNCTION TRIM(LOCK-JOB-NAME)
                       DELIMITED BY SIZE INTO WS-AUTH-TARGET
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-NAME
                           RETURNING WS-LOCK-DELETE-RC
                       DISPLAY 'STALE LOCK OVERRIDE: '
                           FUNCTION TRIM(WS-RUN-LOCK-NAME) ' CLEARED'
                   ELSE
                       DISPLAY 'STALE LOCK OVERRIDE REFUSED: OPERATOR '
                           FUNCTION TRIM(WS-OPERATOR-ID) ' - '
                           FUNCTION TRIM(WS-AUTH-REASON)
                   END-IF
               END-IF.

           CHECK-LOCK-NOT-HELD.
               OPEN INPUT RUN-LOCK-FILE
               IF WS-LOCK-STATUS = '00'
                           MOVE WS-PARM-TO-CLASSIFY(4:) TO
                               WS-INPUT-DATA-NAME
                       END-IF
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'DIALECT='
                       IF WS-DIALECT-PARM = SPACES
                           MOVE WS-PARM-TO-CLASSIFY(9:) TO
                               WS-DIALECT-PARM
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * An unrecognized dialect refuses the run - guessing a cell
      * width would only reproduce the garbage the parameter exists
      * to prevent.
           PREPARE-DIALECT.
               IF WS-DIALECT-PARM NOT = SPACES
                   MOVE SPACES TO WS-DIALECT-BITS-TEXT
                   MOVE SPACES TO WS-DIALECT-EOF-TEXT
                   UNSTRING WS-DIALECT-PARM DELIMITED BY '/'
                       INTO WS-DIALECT-BITS-TEXT WS-DIALECT-EOF-TEXT
                   END-UNSTRING
                   EVALUATE WS-DIALECT-BITS-TEXT
                       WHEN '8'
                       WHEN '08'
                           MOVE 8 TO WS-CELL-BITS
                       WHEN '16'
                           MOVE 16 TO WS-CELL-BITS
                       WHEN '32'
                           MOVE 32 TO WS-CELL-BITS
                       WHEN OTHER
                           MOVE 0 TO WS-CELL-BITS
                   END-EVALUATE
                   EVALUATE WS-DIALECT-EOF-TEXT
                       WHEN SPACES
                       WHEN 'ZERO'
                           MOVE 'Z' TO WS-EOF-RULE
                       WHEN 'MINUS1'
                           MOVE 'M' TO WS-EOF-RULE
                       WHEN 'NOCHANGE'
                           MOVE 'U' TO WS-EOF-RULE
                       WHEN OTHER
                           MOVE SPACE TO WS-EOF-RULE
                   END-EVALUATE
                   IF WS-CELL-BITS = 0 OR WS-EOF-RULE = SPACE
                       DISPLAY 'DIALECT='
                           FUNCTION TRIM(WS-DIALECT-PARM)
                           ' NOT RECOGNIZED - USE DIALECT=8, 16 OR 32'
                           ', OPTIONALLY /ZERO, /MINUS1 OR /NOCHANGE'
                       MOVE 8 TO WS-CELL-BITS
                       MOVE 'Z' TO WS-EOF-RULE
                       MOVE 'DIALECT PARAMETER INVALID'
                           TO WS-RUN-STATUS
                       PERFORM REFUSE-RUN-SETUP
                   END-IF
               END-IF
               EVALUATE WS-CELL-BITS
                   WHEN 16
                       MOVE 65536 TO WS-CELL-MODULUS
                   WHEN 32
                       MOVE 4294967296 TO WS-CELL-MODULUS
                   WHEN OTHER
                       MOVE 256 TO WS-CELL-MODULUS
               END-EVALUATE
               COMPUTE WS-CELL-MAX-VALUE = WS-CELL-MODULUS - 1.

           FORMAT-DIALECT-TEXT.
               MOVE WS-SHOW-CELL-BITS TO WS-EDIT-CELL-BITS
               MOVE SPACES TO WS-DIALECT-TEXT
               EVALUATE WS-SHOW-EOF-RULE
                   WHEN 'M'
                       STRING FUNCTION TRIM(WS-EDIT-CELL-BITS)
                           '/MINUS1'
                           DELIMITED BY SIZE INTO WS-DIALECT-TEXT
                   WHEN 'U'
                       STRING FUNCTION TRIM(WS-EDIT-CELL-BITS)
                           '/NOCHANGE'
                           DELIMITED BY SIZE INTO WS-DIALECT-TEXT
                   WHEN OTHER
                       STRING FUNCTION TRIM(WS-EDIT-CELL-BITS)
                           '/ZERO'
                           DELIMITED BY SIZE INTO WS-DIALECT-TEXT
               END-EVALUATE.

      * A run whose setup input is missing (library member absent or
      * retired, library or tape-state file unopenable) is the same
      * outcome class as a script that failed validation: the script
      * One pass over the validated PROGRAM-TEXT: fold each run of
      * "+", "-", "<", ">" into one counted op, drop no-op bytes, and
      * pair every "[" with its "]" through the loop stack so both
      * ends carry the partner's op index, marking the "[" of any
      * recognized loop idiom on the way. Deterministic, so a
      * RESTART recompiles to the identical table and the
      * checkpointed op index lands on the same op.
           COMPILE-PROGRAM.
                       MOVE 0 TO OP-JUMP(OP-TABLE-TOTAL)
                       MOVE WS-COMPILE-IDX TO
                           OP-SRC-OFFSET(OP-TABLE-TOTAL)
                       MOVE SPACE TO OP-IDIOM(OP-TABLE-TOTAL)
                   END-IF
                   ADD 1 TO WS-COMPILE-RUN-LEN
                   ADD 1 TO WS-COMPILE-IDX
                   MOVE 0 TO OP-JUMP(OP-TABLE-TOTAL)
                   MOVE WS-COMPILE-IDX TO
                       OP-SRC-OFFSET(OP-TABLE-TOTAL)
                   MOVE SPACE TO OP-IDIOM(OP-TABLE-TOTAL)
                   EVALUATE WS-COMPILE-CHAR
                       WHEN '['
                           ADD 1 TO LOOP-STACK-PTR
                                   OP-JUMP(OP-TABLE-TOTAL)
                               MOVE OP-TABLE-TOTAL TO
                                   OP-JUMP(WSA(LOOP-STACK-PTR))
                               PERFORM CLASSIFY-LOOP-IDIOM
                               SUBTRACT 1 FROM LOOP-STACK-PTR
                           END-IF
                       WHEN OTHER
                   END-EVALUATE
               END-IF.

      * Called as each "]" is paired, so the loop's body is exactly
      * the ops between its "[" and the op just compiled. A body
      * made only of "+", "-", "<", ">" ops is an idiom when it is
      * a single pointer move (scan), or when it leaves the pointer
      * where it started and changes the entry cell by exactly +1 or
      * -1 per trip (clear when that is all it does, move/multiply
      * otherwise). Anything else - a nested loop, I/O, "#" - stays
      * a plain loop.
           CLASSIFY-LOOP-IDIOM.
               MOVE WSA(LOOP-STACK-PTR) TO WS-IDIOM-OPEN
               COMPUTE WS-IDIOM-BODY-OPS =
                   OP-TABLE-TOTAL - WS-IDIOM-OPEN - 1
               IF WS-IDIOM-BODY-OPS > 0
                   SET IDIOM-SHAPE-OK TO TRUE
                   MOVE 0 TO WS-IDIOM-OFFSET
                   MOVE 0 TO WS-IDIOM-SOURCE-DELTA
                   PERFORM VARYING WS-IDIOM-IDX FROM WS-IDIOM-OPEN
                       BY 1 UNTIL WS-IDIOM-IDX >= OP-TABLE-TOTAL - 1
                           OR NOT IDIOM-SHAPE-OK
                       EVALUATE OP-CODE(WS-IDIOM-IDX + 1)
                           WHEN '>'
                               ADD OP-REPEAT(WS-IDIOM-IDX + 1) TO
                                   WS-IDIOM-OFFSET
                           WHEN '<'
                               SUBTRACT OP-REPEAT(WS-IDIOM-IDX + 1)
                                   FROM WS-IDIOM-OFFSET
                           WHEN '+'
                               IF WS-IDIOM-OFFSET = 0
                                   ADD OP-REPEAT(WS-IDIOM-IDX + 1) TO
                                       WS-IDIOM-SOURCE-DELTA
                               END-IF
                           WHEN '-'
                               IF WS-IDIOM-OFFSET = 0
                                   SUBTRACT OP-REPEAT(WS-IDIOM-IDX + 1)
                                       FROM WS-IDIOM-SOURCE-DELTA
                               END-IF
                           WHEN OTHER
                               MOVE 'N' TO WS-IDIOM-SHAPE-SWITCH
                       END-EVALUATE
                   END-PERFORM
                   COMPUTE WS-IDIOM-DELTA-MOD = FUNCTION MOD(
                       WS-IDIOM-SOURCE-DELTA, WS-CELL-MODULUS)
                   IF IDIOM-SHAPE-OK
                       EVALUATE TRUE
                           WHEN WS-IDIOM-BODY-OPS = 1
                                   AND WS-IDIOM-OFFSET NOT = 0
                               SET OP-IS-SCAN-LOOP(WS-IDIOM-OPEN)
                                   TO TRUE
                           WHEN WS-IDIOM-OFFSET NOT = 0
                               CONTINUE
                           WHEN WS-IDIOM-DELTA-MOD NOT = 1
                                   AND WS-IDIOM-DELTA-MOD NOT =
                                       WS-CELL-MAX-VALUE
                               CONTINUE
                           WHEN WS-IDIOM-BODY-OPS = 1
                               SET OP-IS-CLEAR-LOOP(WS-IDIOM-OPEN)
                                   TO TRUE
                           WHEN OTHER
                               SET OP-IS-MOVE-LOOP(WS-IDIOM-OPEN)
                                   TO TRUE
                       END-EVALUATE
                   END-IF
               END-IF.

           DISPATCH-INSTRUCTION.
               MOVE OP-CODE(FILE-PTR) TO WS-CURRENT-CHAR
               IF PROFILE-MODE
                   ADD OP-REPEAT(FILE-PTR) TO
                       WS-PROFILE-COUNT(OP-SRC-OFFSET(FILE-PTR))
               END-IF
               IF COVERAGE-MODE
                   MOVE 'Y' TO WS-COVER-OP-HIT(FILE-PTR)
               END-IF
               IF WS-CURRENT-CHAR-COUNTS-AS-INSTRUCTION
                   ADD OP-REPEAT(FILE-PTR) TO WS-INSTRUCTION-COUNT
                       ON SIZE ERROR
                           MOVE 999999999 TO WS-INSTRUCTION-COUNT
                   END-ADD
               END-IF
               EVALUATE WS-CURRENT-CHAR
                   WHEN '>'
                   WHEN ','
                       PERFORM READ-INPUT-BYTE
                   WHEN '['
                       IF OP-IS-PLAIN(FILE-PTR)
                           PERFORM PROCESS-LOOP-START
                       ELSE
                           PERFORM EXECUTE-LOOP-IDIOM
                       END-IF
                   WHEN ']'
                       PERFORM PROCESS-LOOP-END
                   WHEN '#'
      * WS-CURRENT-CHAR-COUNTS-AS-INSTRUCTION, so dropping debug markers
      * into a script cannot itself shift when checkpoints land.
                   IF WS-INSTRUCTION-COUNT >= WS-NEXT-CHECKPOINT
      * A bulk run takes no checkpoints, but the monitor still wants
      * to see it breathing.
                       IF BULK-MODE
                           PERFORM WRITE-HEARTBEAT
                       ELSE
                           PERFORM WRITE-CHECKPOINT
                       END-IF
                       COMPUTE WS-NEXT-CHECKPOINT =
                           WS-INSTRUCTION-COUNT +
                               WS-CHECKPOINT-INTERVAL

           CHECK-ELAPSED-CEILING.
               ACCEPT WS-GOVERNOR-NOW FROM TIME
               MOVE WS-GOVERNOR-BASE-TIME TO WS-TIME-CONVERT-IN
               PERFORM CONVERT-TIME-TO-HUNDREDTHS
               MOVE WS-TIME-CONVERT-OUT TO WS-START-TIME-HUNDREDTHS
               MOVE WS-GOVERNOR-NOW TO WS-TIME-CONVERT-IN
                   EVALUATE TRUE
                       WHEN MEMORY-MODE-WRAP
                           MOVE MAX-MEMORY TO MEM-PTR
      * In a bulk run the edge only ends the record at hand - it is
      * rejected with the same words the abend would have used, and
      * the pointer stays put until the main loop notices the stop.
                       WHEN MEMORY-MODE-EXTEND AND BULK-MODE
                               AND WS-TAPE-HIGH-WATER >= MAX-MEMORY
                           IF WS-BULK-REJECT-REASON = SPACES
                               MOVE 'ABEND: EXTENDED TAPE EXHAUSTED'
                                   TO WS-BULK-REJECT-REASON
                               PERFORM FLAG-BULK-REJECT
                           END-IF
                       WHEN MEMORY-MODE-EXTEND
                           PERFORM EXTEND-TAPE-LEFT
                       WHEN BULK-MODE
                           IF WS-BULK-REJECT-REASON = SPACES
                               MOVE 'ABEND: MEM PTR UNDERFLOW'
                                   TO WS-BULK-REJECT-REASON
                               PERFORM FLAG-BULK-REJECT
                           END-IF
                       WHEN OTHER
                           MOVE OP-SRC-OFFSET(FILE-PTR) TO
                               WS-EDIT-PTR
               PERFORM RELEASE-RUN-LOCK.

      * A whole folded run of "+" (or "-") lands in one computation;
      * MOD keeps the cell wrapping through the dialect's range
      * (0-255 by default) exactly as repeated single steps did.
           INCREMENT-CELL.
               COMPUTE MEMORY-ARR(MEM-PTR) = FUNCTION MOD(
                   MEMORY-ARR(MEM-PTR) + OP-REPEAT(FILE-PTR),
                   WS-CELL-MODULUS).

           DECREMENT-CELL.
               COMPUTE MEMORY-ARR(MEM-PTR) = FUNCTION MOD(
                   MEMORY-ARR(MEM-PTR) - OP-REPEAT(FILE-PTR),
                   WS-CELL-MODULUS).

      * A cell wider than 8 bits writes its low-order byte.
           WRITE-OUTPUT-CHAR.
               COMPUTE WS-OUTPUT-BYTE-VALUE =
                   FUNCTION MOD(MEMORY-ARR(MEM-PTR), 256)
               MOVE WS-OUTPUT-BYTE-VALUE TO WS-OUTPUT-RAW-BYTE
               IF OUT-XLATE-MODE
                   MOVE WS-OUT-XLATE(WS-OUTPUT-BYTE-VALUE + 1) TO
                       WS-OUTPUT-BYTE-VALUE
               END-IF
               EVALUATE TRUE
                   WHEN BULK-MODE
                       PERFORM BUFFER-BULK-OUTPUT-BYTE
                   WHEN PRINT-FORMAT-MODE
                       PERFORM FORMAT-OUTPUT-BYTE
                   WHEN OTHER
                       MOVE FUNCTION CHAR(WS-OUTPUT-BYTE-VALUE + 1)
                           TO PRINT-RECORD
                       WRITE PRINT-RECORD
               END-EVALUATE.

      * A record whose output will not fit the hold-back buffer is
      * rejected rather than written in part.
           BUFFER-BULK-OUTPUT-BYTE.
               IF WS-BULK-OUT-LEN >= MAX-BULK-OUTPUT
                   IF WS-BULK-REJECT-REASON = SPACES
                       MOVE 'OUTPUT EXCEEDS 32000 BYTES' TO
                           WS-BULK-REJECT-REASON
                       PERFORM FLAG-BULK-REJECT
                   END-IF
               ELSE
                   ADD 1 TO WS-BULK-OUT-LEN
                   MOVE FUNCTION CHAR(WS-OUTPUT-BYTE-VALUE + 1) TO
                       WS-BULK-OUT-BUFFER(WS-BULK-OUT-LEN:1)
               END-IF.

      * FORMAT mode - "." bytes are buffered into a print line until
      * newline is the script's business, whatever codepage the
      * buffered (possibly translated) bytes go out in.
           FORMAT-OUTPUT-BYTE.
               IF WS-OUTPUT-RAW-BYTE = 10
                   PERFORM FLUSH-REPORT-LINE
               ELSE
                   IF WS-REPORT-LINE-COL >= WS-REPORT-LINE-WIDTH
               END-IF.

           READ-INPUT-BYTE.
               EVALUATE TRUE
                   WHEN BULK-MODE
                       PERFORM READ-BULK-RECORD-BYTE
                   WHEN CONSOLE-INPUT-MODE
                       PERFORM READ-CONSOLE-BYTE
                   WHEN OTHER
                       PERFORM READ-FILE-INPUT-BYTE
               END-EVALUATE.

           READ-FILE-INPUT-BYTE.
               IF INPUT-DATA-IS-OPEN AND NOT END-OF-INPUT-DATA
                   READ INPUT-DATA
                       AT END
                           SET END-OF-INPUT-DATA TO TRUE
                           PERFORM APPLY-EOF-RULE
                       NOT AT END
                           COMPUTE MEMORY-ARR(MEM-PTR) =
                               FUNCTION ORD(INPUT-DATA-BYTE) - 1
                           END-IF
                   END-READ
               ELSE
                   PERFORM APPLY-EOF-RULE
               END-IF.

      * A bulk record is the whole of its run's input - a "," once
      * every byte of it has been handed over rejects the record
      * instead of inventing an end-of-input value for it.
           READ-BULK-RECORD-BYTE.
               IF WS-BULK-INPUT-PTR < WS-BULK-REC-LEN
                   ADD 1 TO WS-BULK-INPUT-PTR
                   COMPUTE MEMORY-ARR(MEM-PTR) = FUNCTION ORD(
                       BULK-INPUT-RECORD(WS-BULK-INPUT-PTR:1)) - 1
                   IF IN-XLATE-MODE
                       MOVE WS-IN-XLATE(MEMORY-ARR(MEM-PTR) + 1) TO
                           MEMORY-ARR(MEM-PTR)
                   END-IF
               ELSE
                   IF WS-BULK-REJECT-REASON = SPACES
                       MOVE 'READ PAST END OF RECORD' TO
                           WS-BULK-REJECT-REASON
                       PERFORM FLAG-BULK-REJECT
                   END-IF
               END-IF.

      * What "," leaves in the cell once INPUT-DATA is exhausted (or
      * was never there) is the dialect's call.
           APPLY-EOF-RULE.
               EVALUATE TRUE
                   WHEN EOF-STORES-MINUS-ONE
                       MOVE WS-CELL-MAX-VALUE TO MEMORY-ARR(MEM-PTR)
                   WHEN EOF-LEAVES-CELL
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO MEMORY-ARR(MEM-PTR)
               END-EVALUATE.

      * One byte of the operator's current line, or the newline
      * that ends it; a fresh line is prompted for only once the
      * previous one (newline included) is fully consumed. The raw
                   SUBTRACT 1 FROM LOOP-STACK-PTR
               END-IF.

      * A recognized idiom runs in one step only when the outcome is
      * certain to match the byte-by-byte loop: the cell is nonzero
      * (a zero cell just skips the loop as always), the debug
      * console is not watching individual instructions, every cell
      * the loop would visit lies on the tape without crossing
      * either edge, and the whole loop fits inside what is left of
      * any MAXI= budget. Otherwise the "[" simply opens the loop
      * and the body runs op by op, so edge crossings meet the
      * ABEND / WRAP / EXTEND policy and the governor stops the run
      * on exactly the instruction it always did.
           EXECUTE-LOOP-IDIOM.
               MOVE 'N' TO WS-IDIOM-DONE-SWITCH
               IF MEMORY-ARR(MEM-PTR) NOT = 0
                       AND NOT DEBUG-CONSOLE-MODE
                   MOVE OP-JUMP(FILE-PTR) TO WS-IDIOM-CLOSE
                   EVALUATE TRUE
                       WHEN OP-IS-CLEAR-LOOP(FILE-PTR)
                           PERFORM EXECUTE-CLEAR-IDIOM
                       WHEN OP-IS-MOVE-LOOP(FILE-PTR)
                           PERFORM EXECUTE-MOVE-IDIOM
                       WHEN OP-IS-SCAN-LOOP(FILE-PTR)
                           PERFORM EXECUTE-SCAN-IDIOM
                   END-EVALUATE
               END-IF
               IF NOT IDIOM-DONE
                   PERFORM PROCESS-LOOP-START
               END-IF.

      * "[-]" or "[+]" - the body runs once per count down (or up)
      * to zero. The body is one folded op whose whole repeat counts
      * each trip, and it is the repeat modulo the cell width that
      * decides the direction: 255 "+" on an 8-bit cell steps -1.
           EXECUTE-CLEAR-IDIOM.
               IF OP-CODE(FILE-PTR + 1) = '-'
                   COMPUTE WS-IDIOM-SOURCE-DELTA =
                       0 - OP-REPEAT(FILE-PTR + 1)
               ELSE
                   MOVE OP-REPEAT(FILE-PTR + 1) TO
                       WS-IDIOM-SOURCE-DELTA
               END-IF
               COMPUTE WS-IDIOM-DELTA-MOD = FUNCTION MOD(
                   WS-IDIOM-SOURCE-DELTA, WS-CELL-MODULUS)
               IF WS-IDIOM-DELTA-MOD = WS-CELL-MAX-VALUE
                   MOVE MEMORY-ARR(MEM-PTR) TO WS-IDIOM-TRIPS
               ELSE
                   COMPUTE WS-IDIOM-TRIPS =
                       WS-CELL-MODULUS - MEMORY-ARR(MEM-PTR)
               END-IF
               MOVE OP-REPEAT(FILE-PTR + 1) TO WS-IDIOM-TRIP-STEPS
               COMPUTE WS-IDIOM-STEPS =
                   WS-IDIOM-TRIPS * (WS-IDIOM-TRIP-STEPS + 1)
               IF WS-MAX-INSTRUCTIONS = 0
                       OR WS-INSTRUCTION-COUNT + WS-IDIOM-STEPS <=
                           WS-MAX-INSTRUCTIONS
                   MOVE 0 TO MEMORY-ARR(MEM-PTR)
                   PERFORM COMMIT-LOOP-IDIOM
               END-IF.

      * Every "+"/"-" away from the entry cell adds its repeat times
      * the trip count to its own cell (wrapping at the dialect's
      * cell width, as the single steps would have); the entry cell
      * ends at zero. The cells reached stay put relative to the
      * entry cell, so the whole reach is checked against both tape
      * edges before anything is touched.
           EXECUTE-MOVE-IDIOM.
               MOVE 0 TO WS-IDIOM-OFFSET
               MOVE 0 TO WS-IDIOM-LOW
               MOVE 0 TO WS-IDIOM-HIGH
               MOVE 0 TO WS-IDIOM-SOURCE-DELTA
               MOVE 0 TO WS-IDIOM-TRIP-STEPS
               PERFORM VARYING WS-IDIOM-IDX FROM FILE-PTR BY 1
                   UNTIL WS-IDIOM-IDX >= WS-IDIOM-CLOSE - 1
                   ADD OP-REPEAT(WS-IDIOM-IDX + 1) TO
                       WS-IDIOM-TRIP-STEPS
                   EVALUATE OP-CODE(WS-IDIOM-IDX + 1)
                       WHEN '>'
                           ADD OP-REPEAT(WS-IDIOM-IDX + 1) TO
                               WS-IDIOM-OFFSET
                           IF WS-IDIOM-OFFSET > WS-IDIOM-HIGH
                               MOVE WS-IDIOM-OFFSET TO WS-IDIOM-HIGH
                           END-IF
                       WHEN '<'
                           SUBTRACT OP-REPEAT(WS-IDIOM-IDX + 1) FROM
                               WS-IDIOM-OFFSET
                           IF WS-IDIOM-OFFSET < WS-IDIOM-LOW
                               MOVE WS-IDIOM-OFFSET TO WS-IDIOM-LOW
                           END-IF
                       WHEN '+'
                           IF WS-IDIOM-OFFSET = 0
                               ADD OP-REPEAT(WS-IDIOM-IDX + 1) TO
                                   WS-IDIOM-SOURCE-DELTA
                           END-IF
                       WHEN '-'
                           IF WS-IDIOM-OFFSET = 0
                               SUBTRACT OP-REPEAT(WS-IDIOM-IDX + 1)
                                   FROM WS-IDIOM-SOURCE-DELTA
                           END-IF
                   END-EVALUATE
               END-PERFORM
               IF MEM-PTR + WS-IDIOM-LOW >= 1
                       AND MEM-PTR + WS-IDIOM-HIGH <= MAX-MEMORY
                   COMPUTE WS-IDIOM-DELTA-MOD = FUNCTION MOD(
                       WS-IDIOM-SOURCE-DELTA, WS-CELL-MODULUS)
                   IF WS-IDIOM-DELTA-MOD = WS-CELL-MAX-VALUE
                       MOVE MEMORY-ARR(MEM-PTR) TO WS-IDIOM-TRIPS
                   ELSE
                       COMPUTE WS-IDIOM-TRIPS =
                           WS-CELL-MODULUS - MEMORY-ARR(MEM-PTR)
                   END-IF
                   COMPUTE WS-IDIOM-STEPS =
                       WS-IDIOM-TRIPS * (WS-IDIOM-TRIP-STEPS + 1)
                   IF WS-MAX-INSTRUCTIONS = 0
                           OR WS-INSTRUCTION-COUNT + WS-IDIOM-STEPS <=
                               WS-MAX-INSTRUCTIONS
                       PERFORM APPLY-MOVE-IDIOM
                       PERFORM COMMIT-LOOP-IDIOM
                   END-IF
               END-IF.

           APPLY-MOVE-IDIOM.
               MOVE 0 TO WS-IDIOM-OFFSET
               PERFORM VARYING WS-IDIOM-IDX FROM FILE-PTR BY 1
                   UNTIL WS-IDIOM-IDX >= WS-IDIOM-CLOSE - 1
                   EVALUATE OP-CODE(WS-IDIOM-IDX + 1)
                       WHEN '>'
                           ADD OP-REPEAT(WS-IDIOM-IDX + 1) TO
                               WS-IDIOM-OFFSET
                       WHEN '<'
                           SUBTRACT OP-REPEAT(WS-IDIOM-IDX + 1) FROM
                               WS-IDIOM-OFFSET
                       WHEN '+'
                           IF WS-IDIOM-OFFSET NOT = 0
                               COMPUTE WS-IDIOM-TARGET =
                                   MEM-PTR + WS-IDIOM-OFFSET
                               COMPUTE MEMORY-ARR(WS-IDIOM-TARGET) =
                                   FUNCTION MOD(
                                   MEMORY-ARR(WS-IDIOM-TARGET) +
                                   OP-REPEAT(WS-IDIOM-IDX + 1) *
                                   WS-IDIOM-TRIPS, WS-CELL-MODULUS)
                           END-IF
                       WHEN '-'
                           IF WS-IDIOM-OFFSET NOT = 0
                               COMPUTE WS-IDIOM-TARGET =
                                   MEM-PTR + WS-IDIOM-OFFSET
                               COMPUTE MEMORY-ARR(WS-IDIOM-TARGET) =
                                   FUNCTION MOD(
                                   MEMORY-ARR(WS-IDIOM-TARGET) -
                                   OP-REPEAT(WS-IDIOM-IDX + 1) *
                                   WS-IDIOM-TRIPS, WS-CELL-MODULUS)
                           END-IF
                   END-EVALUATE
               END-PERFORM
               MOVE 0 TO MEMORY-ARR(MEM-PTR)
      * The pointer came back, but it reached WS-IDIOM-HIGH on the
      * way - the same peak the single ">" steps would have logged.
               IF MEM-PTR + WS-IDIOM-HIGH > WS-PEAK-MEM-PTR
                   COMPUTE WS-PEAK-MEM-PTR = MEM-PTR + WS-IDIOM-HIGH
               END-IF
               IF MEM-PTR + WS-IDIOM-HIGH > WS-TAPE-HIGH-WATER
                   COMPUTE WS-TAPE-HIGH-WATER =
                       MEM-PTR + WS-IDIOM-HIGH
               END-IF.

      * "[>]" / "[<]" (or a folded "[>>>]") - steps the stride until
      * it lands on a zero cell. A scan that would run off either
      * end of the tape is left to the plain loop, which wraps,
      * extends or abends as the memory mode says.
           EXECUTE-SCAN-IDIOM.
               MOVE OP-REPEAT(FILE-PTR + 1) TO WS-IDIOM-STRIDE
               MOVE WS-IDIOM-STRIDE TO WS-IDIOM-TRIP-STEPS
               MOVE MEM-PTR TO WS-IDIOM-POS
               MOVE 0 TO WS-IDIOM-TRIPS
               SET IDIOM-SCAN-GOING TO TRUE
               PERFORM UNTIL NOT IDIOM-SCAN-GOING
                   IF OP-CODE(FILE-PTR + 1) = '>'
                       IF WS-IDIOM-POS + WS-IDIOM-STRIDE > MAX-MEMORY
                           SET IDIOM-SCAN-OFF-EDGE TO TRUE
                       ELSE
                           ADD WS-IDIOM-STRIDE TO WS-IDIOM-POS
                       END-IF
                   ELSE
                       IF WS-IDIOM-POS <= WS-IDIOM-STRIDE
                           SET IDIOM-SCAN-OFF-EDGE TO TRUE
                       ELSE
                           SUBTRACT WS-IDIOM-STRIDE FROM WS-IDIOM-POS
                       END-IF
                   END-IF
                   IF IDIOM-SCAN-GOING
                       ADD 1 TO WS-IDIOM-TRIPS
                       IF MEMORY-ARR(WS-IDIOM-POS) = 0
                           SET IDIOM-SCAN-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF IDIOM-SCAN-FOUND
                   COMPUTE WS-IDIOM-STEPS =
                       WS-IDIOM-TRIPS * (WS-IDIOM-TRIP-STEPS + 1)
                   IF WS-MAX-INSTRUCTIONS = 0
                           OR WS-INSTRUCTION-COUNT + WS-IDIOM-STEPS <=
                               WS-MAX-INSTRUCTIONS
                       MOVE WS-IDIOM-POS TO MEM-PTR
                       IF MEM-PTR > WS-PEAK-MEM-PTR
                           MOVE MEM-PTR TO WS-PEAK-MEM-PTR
                       END-IF
                       IF MEM-PTR > WS-TAPE-HIGH-WATER
                           MOVE MEM-PTR TO WS-TAPE-HIGH-WATER
                       END-IF
                       PERFORM COMMIT-LOOP-IDIOM
                   END-IF
               END-IF.

      * Books the loop as if it had run byte by byte: the "[" was
      * already counted by DISPATCH-INSTRUCTION; each trip adds its
      * body ops plus one "]", every "]" but the last is a loop
      * iteration, and the profiler credits each op's own source
      * offset. FILE-PTR is left on the "]" so MAIN-PROC's ADD 1
      * steps past the loop.
           COMMIT-LOOP-IDIOM.
      * A 32-bit cell can hold a trip count no counter field was
      * sized for; the instruction, iteration and profile counts then
      * pin at their ceiling (as in DISPATCH-INSTRUCTION) rather than
      * wrapping to a small number.
               ADD WS-IDIOM-STEPS TO WS-INSTRUCTION-COUNT
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-INSTRUCTION-COUNT
               END-ADD
               COMPUTE WS-LOOP-ITERATION-COUNT =
                   WS-LOOP-ITERATION-COUNT + WS-IDIOM-TRIPS - 1
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-LOOP-ITERATION-COUNT
               END-COMPUTE
               IF PROFILE-MODE
                   PERFORM VARYING WS-IDIOM-IDX FROM FILE-PTR BY 1
                       UNTIL WS-IDIOM-IDX >= WS-IDIOM-CLOSE - 1
                       COMPUTE WS-PROFILE-COUNT(
                           OP-SRC-OFFSET(WS-IDIOM-IDX + 1)) =
                           WS-PROFILE-COUNT(
                               OP-SRC-OFFSET(WS-IDIOM-IDX + 1)) +
                           OP-REPEAT(WS-IDIOM-IDX + 1) *
                               WS-IDIOM-TRIPS
                           ON SIZE ERROR
                               MOVE 999999999 TO WS-PROFILE-COUNT(
                                   OP-SRC-OFFSET(WS-IDIOM-IDX + 1))
                       END-COMPUTE
                   END-PERFORM
                   ADD WS-IDIOM-TRIPS TO
                       WS-PROFILE-COUNT(OP-SRC-OFFSET(WS-IDIOM-CLOSE))
                       ON SIZE ERROR
                           MOVE 999999999 TO WS-PROFILE-COUNT(
                               OP-SRC-OFFSET(WS-IDIOM-CLOSE))
                   END-ADD
               END-IF
               IF COVERAGE-MODE
                   PERFORM VARYING WS-IDIOM-IDX FROM FILE-PTR BY 1
                       UNTIL WS-IDIOM-IDX >= WS-IDIOM-CLOSE
                       MOVE 'Y' TO WS-COVER-OP-HIT(WS-IDIOM-IDX + 1)
                   END-PERFORM
               END-IF
               MOVE WS-IDIOM-CLOSE TO FILE-PTR
               SET IDIOM-DONE TO TRUE.

      * Decides whether to hand control to the operator before the
      * instruction at FILE-PTR is dispatched: in stepping state the
      * console opens when the step allowance runs out; in running

           DEBUG-PROMPT-LOOP.
               MOVE OP-SRC-OFFSET(FILE-PTR) TO WS-EDIT-PTR
               MOVE MEMORY-ARR(MEM-PTR) TO WS-EDIT-CELL-VALUE
               DISPLAY 'DEBUG: STOPPED AT OFFSET ' WS-EDIT-PTR
                   ' OP ' OP-CODE(FILE-PTR)
                   ' MEM-PTR ' MEM-PTR
                   ' CELL ' WS-EDIT-CELL-VALUE
               MOVE 'N' TO WS-DEBUG-RESUME-SWITCH
               PERFORM UNTIL DEBUG-RESUME
                   MOVE SPACES TO WS-DEBUG-COMMAND
               PERFORM VARYING WS-DUMP-IDX FROM WS-DEBUG-NUM-1 BY 1
                   UNTIL WS-DUMP-IDX > WS-DEBUG-NUM-2
                   MOVE WS-DUMP-IDX TO WS-EDIT-PTR
                   MOVE MEMORY-ARR(WS-DUMP-IDX) TO WS-EDIT-CELL-VALUE
                   DISPLAY '  CELL(' WS-EDIT-PTR ') = '
                       WS-EDIT-CELL-VALUE
               END-PERFORM.

      * Changing a cell under a production run is privileged; on a
      * TEST library run it is ordinary debugging. Checked on every
      * SET so each one is logged.
           DEBUG-SET-CELL.
               IF WS-DEBUG-NUM-1 = 0
                       OR WS-DEBUG-NUM-1 > MAX-MEMORY
                       OR WS-DEBUG-NUM-2 > WS-CELL-MAX-VALUE
                   MOVE WS-CELL-MAX-VALUE TO WS-EDIT-CELL-VALUE
                   DISPLAY 'DEBUG: SET NEEDS A CELL (1-' MAX-MEMORY
                       ') AND A VALUE (0-'
                       FUNCTION TRIM(WS-EDIT-CELL-VALUE) ')'
               ELSE
                   SET OPERATOR-AUTHORIZED TO TRUE
                   IF NOT TEST-LIBRARY-MODE
                       PERFORM AUTHORIZE-DEBUG-SET
                   END-IF
                   IF OPERATOR-AUTHORIZED
                       MOVE WS-DEBUG-NUM-2 TO
                           MEMORY-ARR(WS-DEBUG-NUM-1)
                       MOVE WS-DEBUG-NUM-1 TO WS-EDIT-PTR
                       MOVE WS-DEBUG-NUM-2 TO WS-EDIT-CELL-VALUE
                       DISPLAY 'DEBUG: CELL(' WS-EDIT-PTR ') = '
                           WS-EDIT-CELL-VALUE
                   END-IF
               END-IF.

           AUTHORIZE-DEBUG-SET.
               MOVE 'DEBUGSET' TO WS-AUTH-FUNCTION
               MOVE WS-DEBUG-NUM-1 TO WS-EDIT-PTR
               MOVE WS-DEBUG-NUM-2 TO WS-EDIT-CELL-VALUE
               MOVE SPACES TO WS-AUTH-TARGET
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME)
                   ' CELL=' FUNCTION TRIM(WS-EDIT-PTR)
                   ' VALUE=' FUNCTION TRIM(WS-EDIT-CELL-VALUE)
                   DELIMITED BY SIZE INTO WS-AUTH-TARGET
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF NOT OPERATOR-AUTHORIZED
                   DISPLAY 'DEBUG: SET REFUSED - OPERATOR '
                       FUNCTION TRIM(WS-OPERATOR-ID) ': '
                       FUNCTION TRIM(WS-AUTH-REASON)
               END-IF.

           DEBUG-SHOW-LOOP-STACK.
               PERFORM VARYING WS-DUMP-IDX FROM WS-DUMP-LOW BY 1
                   UNTIL WS-DUMP-IDX > WS-DUMP-HIGH
                   MOVE WS-DUMP-IDX TO WS-EDIT-PTR
                   MOVE MEMORY-ARR(WS-DUMP-IDX) TO WS-EDIT-CELL-VALUE
                   MOVE SPACES TO TRACE-RECORD
                   STRING '  CELL(' WS-EDIT-PTR ') = '
                       WS-EDIT-CELL-VALUE
                       DELIMITED BY SIZE INTO TRACE-RECORD
                   WRITE TRACE-RECORD
               END-PERFORM.
               MOVE WS-PEAK-MEM-PTR TO CK-PEAK-MEM-PTR
               MOVE WS-TAPE-HIGH-WATER TO CK-TAPE-HIGH-WATER
               MOVE WS-MEMORY-MODE TO CK-MEMORY-MODE
               MOVE WS-DIALECT TO CK-DIALECT
      * Written to a same-named ".tmp" file and renamed over the real
      * checkpoint name afterward, rather than opened OUTPUT directly
      * against WS-CHECKPOINT-FILE-NAME, so a run killed mid-write
                   CLOSE HEARTBEAT-FILE
               END-IF.

      * The files a RESTART starts from, as they stood before this
      * run wrote over them, for a replay package to carry. Copies
      * left by an earlier run that died are cleared first, so a
      * file that is absent now is absent from the package too.
           COPY-ASIDE-RESTART-FILES.
               PERFORM DELETE-RESTART-FILE-COPIES
               CALL 'CBL_COPY_FILE' USING WS-CHECKPOINT-FILE-NAME
                   WS-REPLAY-START-CKPT-NAME
                   RETURNING WS-REPLAY-CALL-RC
               CALL 'CBL_COPY_FILE' USING WS-PRINT-FILE-NAME
                   WS-REPLAY-START-PRINT-NAME
                   RETURNING WS-REPLAY-CALL-RC
               CALL 'CBL_COPY_FILE' USING WS-TRACE-FILE-NAME
                   WS-REPLAY-START-TRACE-NAME
                   RETURNING WS-REPLAY-CALL-RC.

           DELETE-RESTART-FILE-COPIES.
               CALL 'CBL_DELETE_FILE' USING WS-REPLAY-START-CKPT-NAME
                   RETURNING WS-REPLAY-CALL-RC
               CALL 'CBL_DELETE_FILE' USING WS-REPLAY-START-PRINT-NAME
                   RETURNING WS-REPLAY-CALL-RC
               CALL 'CBL_DELETE_FILE' USING WS-REPLAY-START-TRACE-NAME
                   RETURNING WS-REPLAY-CALL-RC.

      * The staged tape as this run found it. A copy an earlier run
      * left behind is cleared first, so a TAPE= file that is absent
      * now is absent from the package too.
           COPY-ASIDE-TAPE-STATE.
               CALL 'CBL_DELETE_FILE' USING WS-REPLAY-START-TAPE-NAME
                   RETURNING WS-REPLAY-CALL-RC
               CALL 'CBL_COPY_FILE' USING WS-TAPE-STATE-NAME
                   WS-REPLAY-START-TAPE-NAME
                   RETURNING WS-REPLAY-CALL-RC
               SET REPLAY-TAPE-COPIED TO TRUE.

           RESTORE-CHECKPOINT.
               MOVE 'N' TO WS-CHECKPOINT-RESTORED-SWITCH
               PERFORM COPY-ASIDE-RESTART-FILES
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CHECKPOINT-STATUS = '00'
                   READ CHECKPOINT-FILE
                               'OR UNREADABLE - STARTING SCRIPT FROM '
                               'THE BEGINNING'
                       NOT AT END
                           PERFORM APPLY-CHECKPOINT-RECORD
                   END-READ
                   CLOSE CHECKPOINT-FILE
               ELSE
                       'STARTING SCRIPT FROM THE BEGINNING'
               END-IF.

      * A checkpoint written before dialects existed has no dialect
      * (nor the cell layout to go with it) and is treated like any
      * other unreadable checkpoint. One written under a different
      * dialect refuses the RESTART - its tape means something else
      * under this run's cell width or EOF rule.
           APPLY-CHECKPOINT-RECORD.
               EVALUATE TRUE
                   WHEN CK-CELL-BITS NOT NUMERIC
                       DISPLAY 'WARNING: CHECKPOINT FILE CARRIES NO '
                           'DIALECT - STARTING SCRIPT FROM THE '
                           'BEGINNING'
                   WHEN CK-DIALECT NOT = WS-DIALECT
                       MOVE CK-DIALECT TO WS-SHOW-DIALECT
                       PERFORM FORMAT-DIALECT-TEXT
                       MOVE WS-DIALECT-TEXT TO WS-OTHER-DIALECT-TEXT
                       MOVE WS-DIALECT TO WS-SHOW-DIALECT
                       PERFORM FORMAT-DIALECT-TEXT
                       DISPLAY 'CHECKPOINT WAS TAKEN UNDER DIALECT '
                           FUNCTION TRIM(WS-OTHER-DIALECT-TEXT)
                           ' - THIS RUN IS '
                           FUNCTION TRIM(WS-DIALECT-TEXT)
                       CLOSE CHECKPOINT-FILE
                       MOVE 'DIALECT MISMATCH' TO WS-RUN-STATUS
                       PERFORM REFUSE-RUN-SETUP
                   WHEN OTHER
                       MOVE CK-FILE-PTR TO FILE-PTR
                       MOVE CK-MEM-PTR TO MEM-PTR
                       MOVE CK-LOOP-STACK-PTR TO LOOP-STACK-PTR
                       MOVE CK-LOOP-STACK-GRP TO LOOP-STACK
                       MOVE CK-MEMORY-TABLE-GRP TO MEMORY-TABLE
                       MOVE CK-INSTRUCTION-COUNT TO
                           WS-INSTRUCTION-COUNT
                       MOVE CK-LOOP-ITERATION-COUNT TO
                           WS-LOOP-ITERATION-COUNT
                       MOVE CK-PEAK-MEM-PTR TO WS-PEAK-MEM-PTR
                       MOVE CK-TAPE-HIGH-WATER TO
                           WS-TAPE-HIGH-WATER
                       MOVE CK-MEMORY-MODE TO WS-MEMORY-MODE
                       COMPUTE WS-NEXT-CHECKPOINT =
                           WS-INSTRUCTION-COUNT +
                               WS-CHECKPOINT-INTERVAL
                       SET CHECKPOINT-RESTORED TO TRUE
               END-EVALUATE.

           CONVERT-TIME-TO-HUNDREDTHS.
               COMPUTE WS-TIME-CONVERT-OUT =
                   ((WS-TC-HH * 3600) + (WS-TC-MM * 60) + WS-TC-SS)
               STRING 'PEAK MEMORY POINTER: ' WS-EDIT-PTR
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE WS-DIALECT TO WS-SHOW-DIALECT
               PERFORM FORMAT-DIALECT-TEXT
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'DIALECT: ' FUNCTION TRIM(WS-DIALECT-TEXT)
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               IF BULK-MODE
                   PERFORM WRITE-BULK-CONTROL-TOTALS
               END-IF
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'START TIME (HHMMSSHH): ' WS-START-TIME
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               PERFORM APPEND-RUN-HISTORY
               IF PROFILE-MODE
                   PERFORM WRITE-PROFILE-REPORT
               END-IF
      * A run refused before its first instruction executed nothing,
      * and is not counted as one of the merged runs.
               IF COVERAGE-MODE
                       AND OP-TABLE-TOTAL > 0
                       AND NOT RUN-VALIDATION-FAILED
                   PERFORM MERGE-RUN-COVERAGE
               END-IF
               IF NOT VERIFY-VERDICT-PENDING
                   PERFORM FINISH-REPLAY-ARTIFACTS
               END-IF.

      * Any run that failed - by its end status, or by a verify
      * verdict against its baseline - leaves a replay package; the
      * starting files copied aside for one go either way.
           FINISH-REPLAY-ARTIFACTS.
               IF NOT RUN-ENDED-CLEAN OR VERIFY-VERDICT-FAILED
                   PERFORM WRITE-REPLAY-PACKAGE
               END-IF
               IF RESTART-MODE
                   PERFORM DELETE-RESTART-FILE-COPIES
               END-IF
               IF REPLAY-TAPE-COPIED
                   CALL 'CBL_DELETE_FILE' USING
                       WS-REPLAY-START-TAPE-NAME
                       RETURNING WS-REPLAY-CALL-RC
               END-IF.

      * Control totals for balancing a bulk run: every record read
      * is either accepted (in the combined output) or rejected (in
      * the reject file). The instruction and loop counts above are
      * the sums over every record's run.
           WRITE-BULK-CONTROL-TOTALS.
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'BULK INPUT: ' FUNCTION TRIM(WS-BULK-INPUT-NAME)
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE WS-BULK-RECORDS-READ TO WS-EDIT-COUNT
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'RECORDS READ: ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE WS-BULK-RECORDS-ACCEPTED TO WS-EDIT-COUNT
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'RECORDS ACCEPTED: ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE WS-BULK-RECORDS-REJECTED TO WS-EDIT-COUNT
               MOVE SPACES TO SUMMARY-RECORD
               STRING 'RECORDS REJECTED: ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD.

      * The starting tape comes from a previous step's SAVE= file
      * instead of zeros. Both peak trackers pick up where the saved
      * run left off, so the audit numbers describe the whole staged
                       PERFORM REFUSE-RUN-SETUP
               END-READ
               CLOSE TAPE-STATE-FILE
               IF ST-DIALECT-TAGGED
                   MOVE ST-CELL-BITS TO WS-SHOW-CELL-BITS
                   MOVE ST-EOF-RULE TO WS-SHOW-EOF-RULE
               ELSE
                   MOVE 8 TO WS-SHOW-CELL-BITS
                   MOVE 'Z' TO WS-SHOW-EOF-RULE
               END-IF
               IF WS-SHOW-DIALECT NOT = WS-DIALECT
                   PERFORM FORMAT-DIALECT-TEXT
                   MOVE WS-DIALECT-TEXT TO WS-OTHER-DIALECT-TEXT
                   MOVE WS-DIALECT TO WS-SHOW-DIALECT
                   PERFORM FORMAT-DIALECT-TEXT
                   DISPLAY 'TAPE STATE FILE '
                       FUNCTION TRIM(WS-TAPE-STATE-NAME)
                       ' WAS SAVED UNDER DIALECT '
                       FUNCTION TRIM(WS-OTHER-DIALECT-TEXT)
                       ' - THIS RUN IS '
                       FUNCTION TRIM(WS-DIALECT-TEXT)
                   MOVE 'TAPE PRELOAD FAILED - DIALECT MISMATCH'
                       TO WS-RUN-STATUS
                   PERFORM REFUSE-RUN-SETUP
               END-IF
               IF ST-DIALECT-TAGGED
                   MOVE ST-MEMORY-TABLE-GRP TO MEMORY-TABLE
               ELSE
                   PERFORM VARYING WS-LEGACY-IDX FROM 1 BY 1
                       UNTIL WS-LEGACY-IDX > MAX-MEMORY
                       MOVE ST-LEGACY-TABLE(WS-LEGACY-IDX) TO
                           MEMORY-ARR(WS-LEGACY-IDX)
                   END-PERFORM
               END-IF
               MOVE ST-MEM-PTR TO MEM-PTR
               MOVE ST-TAPE-HIGH-WATER TO WS-TAPE-HIGH-WATER
               MOVE ST-MEM-PTR TO WS-PEAK-MEM-PTR.
               ELSE
                   MOVE MEM-PTR TO ST-MEM-PTR
                   MOVE WS-TAPE-HIGH-WATER TO ST-TAPE-HIGH-WATER
                   SET ST-DIALECT-TAGGED TO TRUE
                   MOVE WS-CELL-BITS TO ST-CELL-BITS
                   MOVE WS-EOF-RULE TO ST-EOF-RULE
                   MOVE MEMORY-TABLE TO ST-MEMORY-TABLE-GRP
                   WRITE TAPE-STATE-RECORD
                   CLOSE TAPE-STATE-FILE
                   PERFORM COMPARE-OUTPUT-TO-BASELINE
                   CLOSE OUTPUT-REREAD-FILE
                   CLOSE BASELINE-FILE
                   IF LIBRARY-MODE
                       PERFORM WRITE-VERIFY-MEMBER-LINE
                   END-IF
                   CLOSE VERIFY-REPORT-FILE
               END-IF.

      * Names the exact library text the verdict was earned by -
      * BF-LIBRARIAN's PROMOTE only accepts a pass for the test
      * version it is about to copy into production.
           WRITE-VERIFY-MEMBER-LINE.
               MOVE SPACES TO VERIFY-REPORT-RECORD
               IF TEST-LIBRARY-MODE
                   STRING 'MEMBER ' WS-PROGRAM-FILE-NAME(1:8)
                       ' VERSION ' WS-LIB-VERSION-RUN
                       ' LIBRARY TEST'
                       DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
               ELSE
                   STRING 'MEMBER ' WS-PROGRAM-FILE-NAME(1:8)
                       ' VERSION ' WS-LIB-VERSION-RUN
                       ' LIBRARY PROD'
                       DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
               END-IF
               WRITE VERIFY-REPORT-RECORD.

           COMPARE-OUTPUT-TO-BASELINE.
               MOVE 0 TO WS-VERIFY-OFFSET
               MOVE 'N' TO WS-VERIFY-DONE-SWITCH
               END-PERFORM.

           WRITE-VERIFY-FAIL.
               SET VERIFY-VERDICT-FAILED TO TRUE
               MOVE 'RESULT: FAIL' TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
               MOVE WS-VERIFY-OFFSET TO WS-EDIT-VERIFY-OFFSET
               END-IF
               MOVE WS-PROF-SHARE TO WS-EDIT-SHARE.

      * Folds this run's executed ops into the script's .coverage
      * file. Each executed op marks the source bytes from its own
      * offset up to the next op's, so a folded run and the comment
      * text after it are covered together; the ranges already in a
      * matching file are OR-ed in on top.
           MERGE-RUN-COVERAGE.
               IF LIBRARY-MODE
                   IF TEST-LIBRARY-MODE
                       MOVE 'T' TO WS-COVER-KIND
                   ELSE
                       MOVE 'P' TO WS-COVER-KIND
                   END-IF
               ELSE
                   MOVE 'F' TO WS-COVER-KIND
               END-IF
               PERFORM COMPUTE-COVERAGE-CHECKSUM
               MOVE SPACES TO WS-COVER-BYTES
               PERFORM VARYING WS-COVER-IDX FROM 1 BY 1
                   UNTIL WS-COVER-IDX > OP-TABLE-TOTAL
                   IF COVER-OP-EXECUTED(WS-COVER-IDX)
                       MOVE OP-SRC-OFFSET(WS-COVER-IDX) TO WS-COVER-LOW
                       IF WS-COVER-IDX < OP-TABLE-TOTAL
                           COMPUTE WS-COVER-HIGH =
                               OP-SRC-OFFSET(WS-COVER-IDX + 1) - 1
                       ELSE
                           MOVE PROGRAM-LENGTH TO WS-COVER-HIGH
                       END-IF
                       PERFORM MARK-COVERAGE-RANGE
                   END-IF
               END-PERFORM
               PERFORM READ-PRIOR-COVERAGE
               PERFORM WRITE-MERGED-COVERAGE.

      * Rolling sum over the script text, the same formula
      * BF-COVERAGE-REPORT uses to tell whether a coverage file
      * still belongs to the text in front of it.
           COMPUTE-COVERAGE-CHECKSUM.
               MOVE 0 TO WS-COVER-CHECKSUM
               PERFORM VARYING WS-COVER-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-COVER-BYTE-IDX > PROGRAM-LENGTH
                   COMPUTE WS-COVER-CHECKSUM = FUNCTION MOD(
                       WS-COVER-CHECKSUM * 31 +
                       FUNCTION ORD(PROGRAM-CHAR(WS-COVER-BYTE-IDX)),
                       999999937)
               END-PERFORM.

           MARK-COVERAGE-RANGE.
               PERFORM VARYING WS-COVER-BYTE-IDX FROM WS-COVER-LOW BY 1
                   UNTIL WS-COVER-BYTE-IDX > WS-COVER-HIGH
                   MOVE 'Y' TO WS-COVER-BYTE(WS-COVER-BYTE-IDX)
               END-PERFORM.

      * No file yet is the normal first run. A file written for
      * other text - another member version, a loose file edited
      * since, or the same name now fetched from the other library -
      * is started over rather than merged, and the operator is told
      * why.
           READ-PRIOR-COVERAGE.
               MOVE 0 TO WS-COVER-PRIOR-RUNS
               MOVE WS-RUN-DATE TO WS-COVER-FIRST-DATE
               OPEN INPUT COVERAGE-FILE
               IF WS-COVERAGE-STATUS = '00'
                   MOVE 'N' TO WS-COVER-EOF-SWITCH
                   READ COVERAGE-FILE
                       AT END
                           SET END-OF-COVERAGE-FILE TO TRUE
                       NOT AT END
                           PERFORM CHECK-COVERAGE-HEADER
                   END-READ
                   PERFORM UNTIL END-OF-COVERAGE-FILE
                       READ COVERAGE-FILE
                           AT END
                               SET END-OF-COVERAGE-FILE TO TRUE
                           NOT AT END
                               PERFORM MERGE-PRIOR-RANGE
                       END-READ
                   END-PERFORM
                   CLOSE COVERAGE-FILE
               END-IF.

           CHECK-COVERAGE-HEADER.
               EVALUATE TRUE
                   WHEN NOT COV-HEADER-RECORD
                       DISPLAY 'COVERAGE FILE '
                           FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                           ' HAS NO HEADER - STARTED OVER'
                       SET END-OF-COVERAGE-FILE TO TRUE
                   WHEN COV-SOURCE-KIND NOT = WS-COVER-KIND
                       DISPLAY 'COVERAGE FILE '
                           FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                           ' RESET - SCRIPT SOURCE CHANGED'
                       SET END-OF-COVERAGE-FILE TO TRUE
                   WHEN COV-MEMBER-VERSION NOT = WS-LIB-VERSION-RUN
                       DISPLAY 'COVERAGE FILE '
                           FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                           ' RESET - MEMBER VERSION CHANGED FROM '
                           COV-MEMBER-VERSION ' TO '
                           WS-LIB-VERSION-RUN
                       SET END-OF-COVERAGE-FILE TO TRUE
                   WHEN COV-PROGRAM-LENGTH NOT = PROGRAM-LENGTH
                           OR COV-TEXT-CHECKSUM NOT = WS-COVER-CHECKSUM
                       DISPLAY 'COVERAGE FILE '
                           FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                           ' RESET - SCRIPT TEXT CHANGED'
                       SET END-OF-COVERAGE-FILE TO TRUE
                   WHEN OTHER
                       MOVE COV-RUNS-MERGED TO WS-COVER-PRIOR-RUNS
                       MOVE COV-FIRST-RUN-DATE TO WS-COVER-FIRST-DATE
               END-EVALUATE.

      * A range that does not fit the text is dropped rather than
      * trusted - the header matched, but a hand-edited file could
      * still point past the end.
           MERGE-PRIOR-RANGE.
               IF COV-RANGE-RECORD
                       AND COV-RANGE-START IS NUMERIC
                       AND COV-RANGE-END IS NUMERIC
                   IF COV-RANGE-START >= 1
                           AND COV-RANGE-START <= COV-RANGE-END
                           AND COV-RANGE-END <= PROGRAM-LENGTH
                       MOVE COV-RANGE-START TO WS-COVER-LOW
                       MOVE COV-RANGE-END TO WS-COVER-HIGH
                       PERFORM MARK-COVERAGE-RANGE
                   END-IF
               END-IF.

      * Written under a ".tmp" name and renamed over the real one,
      * as WRITE-CHECKPOINT does, so a run killed mid-write leaves
      * the previous merged file whole instead of losing every run
      * merged before it. A file that cannot be written costs only
      * this run's contribution, never the run itself.
           WRITE-MERGED-COVERAGE.
               MOVE WS-COVERAGE-FILE-NAME TO WS-COVERAGE-REAL-NAME
               MOVE SPACES TO WS-COVERAGE-TMP-NAME
               STRING FUNCTION TRIM(WS-COVERAGE-REAL-NAME) '.tmp'
                   DELIMITED BY SIZE INTO WS-COVERAGE-TMP-NAME
               MOVE WS-COVERAGE-TMP-NAME TO WS-COVERAGE-FILE-NAME
               OPEN OUTPUT COVERAGE-FILE
               IF WS-COVERAGE-STATUS NOT = '00'
                   DISPLAY 'WARNING: COVERAGE FILE '
                       FUNCTION TRIM(WS-COVERAGE-REAL-NAME)
                       ' CANNOT BE WRITTEN (STATUS '
                       WS-COVERAGE-STATUS ') - RUN NOT MERGED'
                   MOVE WS-COVERAGE-REAL-NAME TO WS-COVERAGE-FILE-NAME
               ELSE
                   MOVE SPACES TO COVERAGE-RECORD
                   SET COV-HEADER-RECORD TO TRUE
                   MOVE WS-PROGRAM-FILE-NAME TO COV-SCRIPT-NAME
                   MOVE WS-COVER-KIND TO COV-SOURCE-KIND
                   MOVE WS-LIB-VERSION-RUN TO COV-MEMBER-VERSION
                   MOVE PROGRAM-LENGTH TO COV-PROGRAM-LENGTH
                   MOVE WS-COVER-CHECKSUM TO COV-TEXT-CHECKSUM
                   COMPUTE COV-RUNS-MERGED = WS-COVER-PRIOR-RUNS + 1
                       ON SIZE ERROR
                           MOVE WS-COVER-PRIOR-RUNS TO COV-RUNS-MERGED
                   END-COMPUTE
                   MOVE WS-COVER-FIRST-DATE TO COV-FIRST-RUN-DATE
                   MOVE WS-RUN-DATE TO COV-LAST-RUN-DATE
                   WRITE COVERAGE-RECORD
                   MOVE 1 TO WS-COVER-BYTE-IDX
                   PERFORM UNTIL WS-COVER-BYTE-IDX > PROGRAM-LENGTH
                       IF COVER-BYTE-EXECUTED(WS-COVER-BYTE-IDX)
                           PERFORM WRITE-COVERAGE-RANGE
                       ELSE
                           ADD 1 TO WS-COVER-BYTE-IDX
                       END-IF
                   END-PERFORM
                   CLOSE COVERAGE-FILE
                   MOVE WS-COVERAGE-REAL-NAME TO WS-COVERAGE-FILE-NAME
                   CALL 'CBL_RENAME_FILE' USING WS-COVERAGE-TMP-NAME
                       WS-COVERAGE-FILE-NAME
                       RETURNING WS-COVERAGE-RENAME-RC
               END-IF.

      * One record per unbroken run of executed bytes starting at
      * WS-COVER-BYTE-IDX; leaves the index just past the run.
           WRITE-COVERAGE-RANGE.
               MOVE WS-COVER-BYTE-IDX TO WS-COVER-LOW
               PERFORM UNTIL WS-COVER-BYTE-IDX > PROGRAM-LENGTH
                       OR NOT COVER-BYTE-EXECUTED(WS-COVER-BYTE-IDX)
                   ADD 1 TO WS-COVER-BYTE-IDX
               END-PERFORM
               COMPUTE WS-COVER-HIGH = WS-COVER-BYTE-IDX - 1
               MOVE SPACES TO COVERAGE-RECORD
               SET COV-RANGE-RECORD TO TRUE
               MOVE WS-COVER-LOW TO COV-RANGE-START
               MOVE WS-COVER-HIGH TO COV-RANGE-END
               WRITE COVERAGE-RECORD.

      * OPEN EXTEND needs the master to already exist - the very
      * first run in a fresh directory creates it instead.
           APPEND-RUN-HISTORY.
                   MOVE WS-PEAK-MEM-PTR TO HIST-PEAK-MEM-PTR
                   MOVE WS-ELAPSED-TIME TO HIST-ELAPSED-HUNDREDTHS
                   MOVE WS-RUN-STATUS TO HIST-END-STATUS
                   MOVE WS-LIB-VERSION-RUN TO HIST-LIB-VERSION
                   MOVE WS-CELL-BITS TO HIST-CELL-BITS
                   MOVE WS-EOF-RULE TO HIST-EOF-RULE
                   WRITE HISTORY-RECORD
                   CLOSE RUN-HISTORY-FILE
               ELSE
                       ' (STATUS ' WS-HISTORY-STATUS ')'
               END-IF.

      * The parameters a replay runs under, in command-line spelling.
      * File names become the fixed names the package unpacks them
      * under; LIBRARY, TEST and UNLOCK are dropped, since a replay
      * runs the packaged text as a loose script in a directory no
      * other job uses.
           NOTE-REPLAY-PARMS.
               MOVE 0 TO WS-REPLAY-PARM-COUNT
               MOVE WS-MEMORY-MODE TO WS-REPLAY-NEW-PARM
               PERFORM ADD-REPLAY-PARM
               IF WS-DIALECT-PARM NOT = SPACES
                   MOVE SPACES TO WS-REPLAY-NEW-PARM
                   STRING 'DIALECT=' FUNCTION TRIM(WS-DIALECT-PARM)
                       DELIMITED BY SIZE INTO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF WS-MAX-INSTRUCTIONS > 0
                   MOVE WS-MAX-INSTRUCTIONS TO WS-EDIT-REPLAY-NUMBER
                   MOVE SPACES TO WS-REPLAY-NEW-PARM
                   STRING 'MAXI=' FUNCTION TRIM(WS-EDIT-REPLAY-NUMBER)
                       DELIMITED BY SIZE INTO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF WS-MAX-ELAPSED-HUNDREDTHS > 0
                   COMPUTE WS-EDIT-REPLAY-NUMBER =
                       WS-MAX-ELAPSED-HUNDREDTHS / 100
                   MOVE SPACES TO WS-REPLAY-NEW-PARM
                   STRING 'MAXS=' FUNCTION TRIM(WS-EDIT-REPLAY-NUMBER)
                       DELIMITED BY SIZE INTO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF RESTART-MODE
                   MOVE 'RESTART' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF PRINT-FORMAT-MODE
                   MOVE 'FORMAT' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF PROFILE-MODE
                   MOVE 'PROFILE' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF COVERAGE-MODE
                   MOVE 'COVERAGE' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF DEBUG-CONSOLE-MODE
                   MOVE 'DEBUG' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF CONSOLE-INPUT-MODE
                   MOVE 'CONSOLE' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF VERIFY-MODE
                   MOVE 'VERIFY' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF CAPTURE-MODE
                   MOVE 'CAPTURE' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF NOT CONSOLE-INPUT-MODE AND NOT BULK-MODE
                   MOVE 'IN=replay.input' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF BULK-MODE
                   MOVE 'BULK=replay.bulk' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF WS-OUT-XLATE-NAME NOT = SPACES
                   MOVE 'OUTTBL=replay.outtbl' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF WS-IN-XLATE-NAME NOT = SPACES
                   MOVE 'INTBL=replay.intbl' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF WS-TAPE-STATE-NAME NOT = SPACES
                   MOVE 'TAPE=replay.tape' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               IF WS-SAVE-STATE-NAME NOT = SPACES
                   MOVE 'SAVE=replay.save' TO WS-REPLAY-NEW-PARM
                   PERFORM ADD-REPLAY-PARM
               END-IF
               SET REPLAY-PARMS-NOTED TO TRUE.

           ADD-REPLAY-PARM.
               IF WS-REPLAY-PARM-COUNT < WS-REPLAY-PARM-MAX
                   ADD 1 TO WS-REPLAY-PARM-COUNT
                   MOVE WS-REPLAY-NEW-PARM TO
                       WS-REPLAY-PARM(WS-REPLAY-PARM-COUNT)
               END-IF.

      * Written under a ".tmp" name and renamed over the real one, as
      * WRITE-CHECKPOINT does, so a half-written package never
      * replaces a whole one. Packaging never changes how the run
      * ended - a package that cannot be written is only warned
      * about.
           WRITE-REPLAY-PACKAGE.
               IF NOT REPLAY-PARMS-NOTED
                   PERFORM NOTE-REPLAY-PARMS
               END-IF
               PERFORM LIST-REPLAY-COMPONENTS
               MOVE WS-REPLAY-PACKAGE-NAME TO WS-REPLAY-REAL-NAME
               MOVE SPACES TO WS-REPLAY-TMP-NAME
               STRING FUNCTION TRIM(WS-REPLAY-REAL-NAME) '.tmp'
                   DELIMITED BY SIZE INTO WS-REPLAY-TMP-NAME
               MOVE WS-REPLAY-TMP-NAME TO WS-REPLAY-PACKAGE-NAME
               OPEN OUTPUT REPLAY-PACKAGE-FILE
               IF WS-REPLAY-PACKAGE-STATUS NOT = '00'
                   DISPLAY 'WARNING: REPLAY PACKAGE '
                       FUNCTION TRIM(WS-REPLAY-REAL-NAME)
                       ' CANNOT BE WRITTEN (STATUS '
                       WS-REPLAY-PACKAGE-STATUS ')'
                   MOVE WS-REPLAY-REAL-NAME TO WS-REPLAY-PACKAGE-NAME
               ELSE
                   PERFORM WRITE-REPLAY-MANIFEST
                   PERFORM VARYING WS-REPLAY-COMPONENT-IDX FROM 1 BY 1
                       UNTIL WS-REPLAY-COMPONENT-IDX >
                           WS-REPLAY-COMPONENT-COUNT
                       PERFORM WRITE-REPLAY-COMPONENT
                   END-PERFORM
                   MOVE SPACES TO REPLAY-RECORD
                   SET RP-END-RECORD TO TRUE
                   MOVE WS-REPLAY-COMPONENT-COUNT TO RP-COMPONENT-COUNT
                   WRITE REPLAY-RECORD
                   CLOSE REPLAY-PACKAGE-FILE
                   MOVE WS-REPLAY-REAL-NAME TO WS-REPLAY-PACKAGE-NAME
                   CALL 'CBL_RENAME_FILE' USING WS-REPLAY-TMP-NAME
                       WS-REPLAY-PACKAGE-NAME
                       RETURNING WS-REPLAY-CALL-RC
                   MOVE WS-REPLAY-COMPONENT-COUNT TO
                       WS-EDIT-REPLAY-COUNT
                   DISPLAY 'REPLAY PACKAGE '
                       FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                       ' WRITTEN - '
                       FUNCTION TRIM(WS-EDIT-REPLAY-COUNT)
                       ' COMPONENT(S)'
               END-IF.

      * Only what exists is packaged: a missing IN= file (which the
      * run read as zeros) or a missing TAPE= file (which refused
      * it) is just as missing in the replay directory. A library
      * member's text goes in as fetched - once the fetch got that
      * far - while a loose script goes in from its file even when
      * the run was refused before loading it.
           LIST-REPLAY-COMPONENTS.
               MOVE 0 TO WS-REPLAY-COMPONENT-COUNT
               PERFORM FIND-REPLAY-SCRIPT-NAME
               MOVE 'SCRIPT' TO WS-REPLAY-NEW-KIND
               MOVE WS-REPLAY-SCRIPT-NAME TO WS-REPLAY-NEW-AS-NAME
               IF LIBRARY-MODE
                   IF REPLAY-PARMS-NOTED
                       MOVE SPACES TO WS-REPLAY-SOURCE-NAME
                       STRING FUNCTION TRIM(WS-LIBRARY-FILE-NAME)
                           ' MEMBER '
                           FUNCTION TRIM(WS-PROGRAM-FILE-NAME(1:8))
                           ' VERSION ' WS-LIB-VERSION-RUN
                           DELIMITED BY SIZE INTO WS-REPLAY-SOURCE-NAME
                       MOVE PROGRAM-LENGTH TO WS-REPLAY-BYTES
                       PERFORM ADD-REPLAY-COMPONENT
                   END-IF
               ELSE
                   MOVE WS-PROGRAM-FILE-NAME TO WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
               END-IF
               MOVE 'MAP' TO WS-REPLAY-NEW-KIND
               MOVE SPACES TO WS-REPLAY-NEW-AS-NAME
               STRING FUNCTION TRIM(WS-REPLAY-SCRIPT-NAME) '.map'
                   DELIMITED BY SIZE INTO WS-REPLAY-NEW-AS-NAME
               MOVE SPACES TO WS-REPLAY-SOURCE-NAME
               STRING FUNCTION TRIM(WS-PROGRAM-FILE-NAME) '.map'
                   DELIMITED BY SIZE INTO WS-REPLAY-SOURCE-NAME
               PERFORM NOTE-REPLAY-FILE-COMPONENT
               IF NOT CONSOLE-INPUT-MODE AND NOT BULK-MODE
                   MOVE 'INPUT' TO WS-REPLAY-NEW-KIND
                   MOVE 'replay.input' TO WS-REPLAY-NEW-AS-NAME
                   MOVE WS-INPUT-DATA-NAME TO WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
               END-IF
               IF BULK-MODE
                   MOVE 'BULK' TO WS-REPLAY-NEW-KIND
                   MOVE 'replay.bulk' TO WS-REPLAY-NEW-AS-NAME
                   MOVE WS-BULK-INPUT-NAME TO WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
               END-IF
               IF WS-OUT-XLATE-NAME NOT = SPACES
                   MOVE 'OUTTBL' TO WS-REPLAY-NEW-KIND
                   MOVE 'replay.outtbl' TO WS-REPLAY-NEW-AS-NAME
                   MOVE WS-OUT-XLATE-NAME TO WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
               END-IF
               IF WS-IN-XLATE-NAME NOT = SPACES
                   MOVE 'INTBL' TO WS-REPLAY-NEW-KIND
                   MOVE 'replay.intbl' TO WS-REPLAY-NEW-AS-NAME
                   MOVE WS-IN-XLATE-NAME TO WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
               END-IF
               IF WS-TAPE-STATE-NAME NOT = SPACES
                   MOVE 'TAPE' TO WS-REPLAY-NEW-KIND
                   MOVE 'replay.tape' TO WS-REPLAY-NEW-AS-NAME
                   IF REPLAY-TAPE-COPIED
                       MOVE WS-REPLAY-START-TAPE-NAME TO
                           WS-REPLAY-SOURCE-NAME
                   ELSE
                       MOVE WS-TAPE-STATE-NAME TO WS-REPLAY-SOURCE-NAME
                   END-IF
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
               END-IF
               IF RESTART-MODE
                   MOVE 'CHECKPOINT' TO WS-REPLAY-NEW-KIND
                   MOVE SPACES TO WS-REPLAY-NEW-AS-NAME
                   STRING FUNCTION TRIM(WS-REPLAY-SCRIPT-NAME)
                       '.checkpoint'
                       DELIMITED BY SIZE INTO WS-REPLAY-NEW-AS-NAME
                   MOVE WS-REPLAY-START-CKPT-NAME TO
                       WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
                   MOVE 'OUTPUT' TO WS-REPLAY-NEW-KIND
                   MOVE SPACES TO WS-REPLAY-NEW-AS-NAME
                   STRING FUNCTION TRIM(WS-REPLAY-SCRIPT-NAME)
                       '.output'
                       DELIMITED BY SIZE INTO WS-REPLAY-NEW-AS-NAME
                   MOVE WS-REPLAY-START-PRINT-NAME TO
                       WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
                   MOVE 'TRACE' TO WS-REPLAY-NEW-KIND
                   MOVE SPACES TO WS-REPLAY-NEW-AS-NAME
                   STRING FUNCTION TRIM(WS-REPLAY-SCRIPT-NAME)
                       '.trace'
                       DELIMITED BY SIZE INTO WS-REPLAY-NEW-AS-NAME
                   MOVE WS-REPLAY-START-TRACE-NAME TO
                       WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
               END-IF
               IF VERIFY-MODE
                   MOVE 'BASELINE' TO WS-REPLAY-NEW-KIND
                   MOVE SPACES TO WS-REPLAY-NEW-AS-NAME
                   STRING FUNCTION TRIM(WS-REPLAY-SCRIPT-NAME)
                       '.baseline'
                       DELIMITED BY SIZE INTO WS-REPLAY-NEW-AS-NAME
                   MOVE WS-BASELINE-FILE-NAME TO WS-REPLAY-SOURCE-NAME
                   PERFORM NOTE-REPLAY-FILE-COMPONENT
               END-IF.

      * The script name after its last "/".
           FIND-REPLAY-SCRIPT-NAME.
               MOVE 0 TO WS-REPLAY-SLASH-POS
               PERFORM VARYING WS-REPLAY-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-REPLAY-SCAN-IDX > 100
                   IF WS-PROGRAM-FILE-NAME(WS-REPLAY-SCAN-IDX:1) = '/'
                       MOVE WS-REPLAY-SCAN-IDX TO WS-REPLAY-SLASH-POS
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-REPLAY-SCRIPT-NAME
               IF WS-REPLAY-SLASH-POS < 100
                   MOVE WS-PROGRAM-FILE-NAME(WS-REPLAY-SLASH-POS + 1:)
                       TO WS-REPLAY-SCRIPT-NAME
               END-IF.

           NOTE-REPLAY-FILE-COMPONENT.
               PERFORM COUNT-REPLAY-SOURCE-BYTES
               IF REPLAY-SOURCE-FOUND
                   PERFORM ADD-REPLAY-COMPONENT
               END-IF.

           COUNT-REPLAY-SOURCE-BYTES.
               MOVE 0 TO WS-REPLAY-BYTES
               MOVE 'N' TO WS-REPLAY-FOUND-SWITCH
               OPEN INPUT REPLAY-SOURCE-FILE
               IF WS-REPLAY-SOURCE-STATUS = '00'
                   SET REPLAY-SOURCE-FOUND TO TRUE
                   MOVE 'N' TO WS-REPLAY-EOF-SWITCH
                   PERFORM UNTIL END-OF-REPLAY-SOURCE
                       READ REPLAY-SOURCE-FILE
                           AT END
                               SET END-OF-REPLAY-SOURCE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-REPLAY-BYTES
                       END-READ
                   END-PERFORM
                   CLOSE REPLAY-SOURCE-FILE
               END-IF.

           ADD-REPLAY-COMPONENT.
               IF WS-REPLAY-COMPONENT-COUNT < WS-REPLAY-COMPONENT-MAX
                   ADD 1 TO WS-REPLAY-COMPONENT-COUNT
                   MOVE WS-REPLAY-NEW-KIND TO
                       WS-REPLAY-KIND(WS-REPLAY-COMPONENT-COUNT)
                   MOVE WS-REPLAY-BYTES TO
                       WS-REPLAY-COMPONENT-BYTES
                           (WS-REPLAY-COMPONENT-COUNT)
                   MOVE WS-REPLAY-NEW-AS-NAME TO
                       WS-REPLAY-AS-NAME(WS-REPLAY-COMPONENT-COUNT)
                   MOVE WS-REPLAY-SOURCE-NAME TO
                       WS-REPLAY-FROM-NAME(WS-REPLAY-COMPONENT-COUNT)
               END-IF.

      * Everything ahead of the first component: who and when, how
      * the run ended, its parameters and the manifest.
           WRITE-REPLAY-MANIFEST.
               MOVE SPACES TO REPLAY-RECORD
               SET RP-PACKAGE-RECORD TO TRUE
               MOVE WS-REPLAY-SCRIPT-NAME TO RP-SCRIPT-NAME
               MOVE WS-RUN-DATE TO RP-RUN-DATE
               MOVE WS-START-TIME TO RP-RUN-TIME
               MOVE WS-RUN-RC TO RP-END-RC
               WRITE REPLAY-RECORD
               MOVE SPACES TO REPLAY-RECORD
               SET RP-STATUS-RECORD TO TRUE
               IF RUN-ENDED-CLEAN AND VERIFY-VERDICT-FAILED
                   MOVE 'OUTPUT FAILED VERIFICATION' TO RP-END-STATUS
               ELSE
                   MOVE WS-RUN-STATUS TO RP-END-STATUS
               END-IF
               IF LIBRARY-MODE
                   IF TEST-LIBRARY-MODE
                       SET RP-TEST-MEMBER TO TRUE
                   ELSE
                       SET RP-PROD-MEMBER TO TRUE
                   END-IF
               ELSE
                   SET RP-LOOSE-FILE TO TRUE
               END-IF
               MOVE WS-LIB-VERSION-RUN TO RP-MEMBER-VERSION
               WRITE REPLAY-RECORD
               PERFORM VARYING WS-REPLAY-PARM-IDX FROM 1 BY 1
                   UNTIL WS-REPLAY-PARM-IDX > WS-REPLAY-PARM-COUNT
                   MOVE SPACES TO REPLAY-RECORD
                   SET RP-PARM-RECORD TO TRUE
                   MOVE WS-REPLAY-PARM(WS-REPLAY-PARM-IDX) TO
                       RP-PARM-TEXT
                   WRITE REPLAY-RECORD
               END-PERFORM
               PERFORM VARYING WS-REPLAY-COMPONENT-IDX FROM 1 BY 1
                   UNTIL WS-REPLAY-COMPONENT-IDX >
                       WS-REPLAY-COMPONENT-COUNT
                   MOVE SPACES TO REPLAY-RECORD
                   SET RP-ITEM-RECORD TO TRUE
                   MOVE WS-REPLAY-KIND(WS-REPLAY-COMPONENT-IDX) TO
                       RP-ITEM-KIND
                   MOVE WS-REPLAY-COMPONENT-BYTES
                       (WS-REPLAY-COMPONENT-IDX) TO RP-ITEM-BYTES
                   MOVE WS-REPLAY-AS-NAME(WS-REPLAY-COMPONENT-IDX) TO
                       RP-ITEM-NAME
                   WRITE REPLAY-RECORD
                   MOVE SPACES TO REPLAY-RECORD
                   SET RP-FROM-RECORD TO TRUE
                   MOVE WS-REPLAY-FROM-NAME(WS-REPLAY-COMPONENT-IDX) TO
                       RP-FROM-NAME
                   WRITE REPLAY-RECORD
               END-PERFORM.

           WRITE-REPLAY-COMPONENT.
               MOVE SPACES TO REPLAY-RECORD
               SET RP-MEMBER-RECORD TO TRUE
               MOVE WS-REPLAY-AS-NAME(WS-REPLAY-COMPONENT-IDX) TO
                   RP-MEMBER-NAME
               MOVE WS-REPLAY-COMPONENT-BYTES(WS-REPLAY-COMPONENT-IDX)
                   TO RP-MEMBER-BYTES
               MOVE WS-RUN-DATE TO RP-MEMBER-DATE
               WRITE REPLAY-RECORD
               MOVE WS-REPLAY-COMPONENT-BYTES(WS-REPLAY-COMPONENT-IDX)
                   TO WS-REPLAY-BYTES-LEFT
               IF WS-REPLAY-KIND(WS-REPLAY-COMPONENT-IDX) = 'SCRIPT'
                       AND LIBRARY-MODE
                   PERFORM WRITE-REPLAY-PROGRAM-TEXT
               ELSE
                   PERFORM WRITE-REPLAY-FILE-BYTES
               END-IF.

           WRITE-REPLAY-PROGRAM-TEXT.
               MOVE 1 TO WS-REPLAY-TEXT-PTR
               PERFORM UNTIL WS-REPLAY-BYTES-LEFT = 0
                   MOVE SPACES TO WS-REPLAY-BLOCK
                   IF WS-REPLAY-BYTES-LEFT > 80
                       MOVE 80 TO WS-REPLAY-BLOCK-LEN
                   ELSE
                       MOVE WS-REPLAY-BYTES-LEFT TO WS-REPLAY-BLOCK-LEN
                   END-IF
                   MOVE PROGRAM-TEXT(WS-REPLAY-TEXT-PTR:
                       WS-REPLAY-BLOCK-LEN) TO
                       WS-REPLAY-BLOCK(1:WS-REPLAY-BLOCK-LEN)
                   WRITE REPLAY-RECORD FROM WS-REPLAY-BLOCK
                   ADD WS-REPLAY-BLOCK-LEN TO WS-REPLAY-TEXT-PTR
                   SUBTRACT WS-REPLAY-BLOCK-LEN FROM
                       WS-REPLAY-BYTES-LEFT
               END-PERFORM.

      * Exactly the counted number of bytes goes in, so the blocks
      * always agree with the member header - a file cut short since
      * it was counted is padded out with spaces.
           WRITE-REPLAY-FILE-BYTES.
               MOVE WS-REPLAY-FROM-NAME(WS-REPLAY-COMPONENT-IDX) TO
                   WS-REPLAY-SOURCE-NAME
               MOVE SPACES TO WS-REPLAY-BLOCK
               MOVE 0 TO WS-REPLAY-BLOCK-FILL
               MOVE 'N' TO WS-REPLAY-EOF-SWITCH
               MOVE 'N' TO WS-REPLAY-FOUND-SWITCH
               OPEN INPUT REPLAY-SOURCE-FILE
               IF WS-REPLAY-SOURCE-STATUS = '00'
                   SET REPLAY-SOURCE-FOUND TO TRUE
               ELSE
                   SET END-OF-REPLAY-SOURCE TO TRUE
               END-IF
               PERFORM UNTIL WS-REPLAY-BYTES-LEFT = 0
                   IF NOT END-OF-REPLAY-SOURCE
                       READ REPLAY-SOURCE-FILE
                           AT END
                               SET END-OF-REPLAY-SOURCE TO TRUE
                       END-READ
                   END-IF
                   ADD 1 TO WS-REPLAY-BLOCK-FILL
                   IF NOT END-OF-REPLAY-SOURCE
                       MOVE REPLAY-SOURCE-BYTE TO
                           WS-REPLAY-BLOCK(WS-REPLAY-BLOCK-FILL:1)
                   END-IF
                   SUBTRACT 1 FROM WS-REPLAY-BYTES-LEFT
                   IF WS-REPLAY-BLOCK-FILL = 80
                           OR WS-REPLAY-BYTES-LEFT = 0
                       WRITE REPLAY-RECORD FROM WS-REPLAY-BLOCK
                       MOVE SPACES TO WS-REPLAY-BLOCK
                       MOVE 0 TO WS-REPLAY-BLOCK-FILL
                   END-IF
               END-PERFORM
               IF REPLAY-SOURCE-FOUND
                   CLOSE REPLAY-SOURCE-FILE
               END-IF.

      * Runs before the packaged run takes its lock, so a refusal
      * here exits directly with RC 8, as the lock refusals do, and
      * leaves no artifacts of its own.
           PREPARE-REPLAY-RUN.
               MOVE WS-PROGRAM-FILE-NAME TO WS-REPLAY-PACKAGE-NAME
               PERFORM VARYING WS-RUN-PARM-IDX FROM 1 BY 1
                   UNTIL WS-RUN-PARM-IDX > WS-RUN-PARM-MAX
                   IF WS-RUN-PARM(WS-RUN-PARM-IDX) NOT = SPACES
                           AND WS-RUN-PARM(WS-RUN-PARM-IDX)
                               NOT = 'REPLAY'
                       DISPLAY 'REPLAY REFUSED: '
                           FUNCTION TRIM(WS-RUN-PARM(WS-RUN-PARM-IDX))
                           ' CANNOT BE COMBINED WITH REPLAY - THE '
                           'PACKAGE CARRIES THE RUN''S OWN PARAMETERS'
                       PERFORM REFUSE-REPLAY-RUN
                   END-IF
               END-PERFORM
               OPEN INPUT REPLAY-PACKAGE-FILE
               IF WS-REPLAY-PACKAGE-STATUS NOT = '00'
                   DISPLAY 'REPLAY REFUSED: PACKAGE '
                       FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                       ' CANNOT BE OPENED (STATUS '
                       WS-REPLAY-PACKAGE-STATUS ')'
                   PERFORM REFUSE-REPLAY-RUN
               END-IF
               SET REPLAY-PACKAGE-IS-OPEN TO TRUE
               MOVE 'N' TO WS-REPLAY-PACKAGE-EOF-SWITCH
               PERFORM READ-REPLAY-RECORD
               IF END-OF-REPLAY-PACKAGE OR NOT RP-PACKAGE-RECORD
                   DISPLAY 'REPLAY REFUSED: '
                       FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                       ' IS NOT A REPLAY PACKAGE'
                   PERFORM REFUSE-REPLAY-RUN
               END-IF
               MOVE SPACES TO WS-REPLAY-ORIGINAL
               MOVE RP-SCRIPT-NAME TO WS-REPLAY-SCRIPT-NAME
               MOVE RP-RUN-DATE TO WS-REPLAY-ORIG-DATE
               MOVE RP-RUN-TIME TO WS-REPLAY-ORIG-TIME
               MOVE RP-END-RC TO WS-REPLAY-ORIG-RC
               PERFORM MAKE-REPLAY-DIRECTORY
               PERFORM UNPACK-REPLAY-PACKAGE
               CLOSE REPLAY-PACKAGE-FILE
               MOVE 'N' TO WS-REPLAY-OPEN-SWITCH
               IF NOT REPLAY-SCRIPT-UNPACKED
                   DISPLAY 'REPLAY REFUSED: PACKAGE HOLDS NO SCRIPT '
                       'TEXT - THE RUN ENDED BEFORE ITS SCRIPT WAS '
                       'LOADED'
                   PERFORM REFUSE-REPLAY-RUN
               END-IF
               MOVE WS-REPLAY-SCRIPT-NAME TO WS-PROGRAM-FILE-NAME
               PERFORM VARYING WS-REPLAY-PARM-IDX FROM 1 BY 1
                   UNTIL WS-REPLAY-PARM-IDX > WS-REPLAY-PARM-COUNT
                   MOVE WS-REPLAY-PARM(WS-REPLAY-PARM-IDX) TO
                       WS-PARM-TO-CLASSIFY
                   PERFORM CLASSIFY-PARM
               END-PERFORM
               MOVE WS-REPLAY-PACKAGE-NAME TO WS-REPLAY-REAL-NAME
               PERFORM BUILD-PER-SCRIPT-FILE-NAMES
               DISPLAY 'REPLAYING '
                   FUNCTION TRIM(WS-PROGRAM-FILE-NAME)
                   ' FROM PACKAGE '
                   FUNCTION TRIM(WS-REPLAY-REAL-NAME)
               DISPLAY '  ORIGINAL RUN: ' WS-REPLAY-ORIG-DATE
                   ' AT ' WS-REPLAY-ORIG-TIME(1:2) ':'
                   WS-REPLAY-ORIG-TIME(3:2) ':'
                   WS-REPLAY-ORIG-TIME(5:2) ' - '
                   FUNCTION TRIM(WS-REPLAY-ORIG-STATUS)
                   ' (RC ' WS-REPLAY-ORIG-RC ')'
               IF REPLAY-OF-PROD-MEMBER
                   DISPLAY '  SCRIPT TEXT: PRODUCTION LIBRARY '
                       'MEMBER VERSION ' WS-REPLAY-ORIG-VERSION
               END-IF
               IF REPLAY-OF-TEST-MEMBER
                   DISPLAY '  SCRIPT TEXT: TEST LIBRARY '
                       'MEMBER VERSION ' WS-REPLAY-ORIG-VERSION
               END-IF
               DISPLAY '  REPLAY DIRECTORY: '
                   FUNCTION TRIM(WS-REPLAY-DIRECTORY).

      * A new directory beside the package, named for when the
      * replay started; the run then works entirely inside it. The
      * package stays open across the change of directory.
           MAKE-REPLAY-DIRECTORY.
               ACCEPT WS-REPLAY-CLOCK FROM TIME
               MOVE SPACES TO WS-REPLAY-DIRECTORY
               STRING FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME) '.'
                   WS-RUN-DATE '.' WS-REPLAY-CLOCK(1:6)
                   DELIMITED BY SIZE INTO WS-REPLAY-DIRECTORY
               CALL 'CBL_CREATE_DIR' USING WS-REPLAY-DIRECTORY
                   RETURNING WS-REPLAY-CALL-RC
               IF WS-REPLAY-CALL-RC NOT = 0
                   DISPLAY 'REPLAY REFUSED: DIRECTORY '
                       FUNCTION TRIM(WS-REPLAY-DIRECTORY)
                       ' CANNOT BE CREATED (IT MAY ALREADY EXIST)'
                   PERFORM REFUSE-REPLAY-RUN
               END-IF
               CALL 'CBL_CHANGE_DIR' USING WS-REPLAY-DIRECTORY
                   RETURNING WS-REPLAY-CALL-RC
               IF WS-REPLAY-CALL-RC NOT = 0
                   DISPLAY 'REPLAY REFUSED: CANNOT CHANGE TO DIRECTORY '
                       FUNCTION TRIM(WS-REPLAY-DIRECTORY)
                   PERFORM REFUSE-REPLAY-RUN
               END-IF.

      * Walks the package after its first record. Every component
      * must match its manifest entry, and the END record's count
      * must match what was unpacked - a damaged package is refused
      * rather than replayed wrong.
           UNPACK-REPLAY-PACKAGE.
               MOVE 0 TO WS-REPLAY-PARM-COUNT
               MOVE 0 TO WS-REPLAY-COMPONENT-COUNT
               MOVE 0 TO WS-REPLAY-MEMBERS-UNPACKED
               MOVE 'N' TO WS-REPLAY-END-SWITCH
               MOVE 'N' TO WS-REPLAY-SCRIPT-SWITCH
               PERFORM UNTIL REPLAY-PACKAGE-ENDED
                   PERFORM READ-REPLAY-RECORD
                   IF END-OF-REPLAY-PACKAGE
                       DISPLAY 'REPLAY REFUSED: PACKAGE '
                           FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                           ' IS CUT SHORT - NO END RECORD'
                       PERFORM REFUSE-REPLAY-RUN
                   END-IF
                   EVALUATE TRUE
                       WHEN RP-STATUS-RECORD
                           MOVE RP-END-STATUS TO WS-REPLAY-ORIG-STATUS
                           MOVE RP-SOURCE-KIND TO WS-REPLAY-ORIG-KIND
                           MOVE RP-MEMBER-VERSION TO
                               WS-REPLAY-ORIG-VERSION
                       WHEN RP-PARM-RECORD
                           MOVE RP-PARM-TEXT TO WS-REPLAY-NEW-PARM
                           PERFORM ADD-REPLAY-PARM
                       WHEN RP-ITEM-RECORD
                           MOVE RP-ITEM-KIND TO WS-REPLAY-NEW-KIND
                           MOVE RP-ITEM-BYTES TO WS-REPLAY-BYTES
                           MOVE RP-ITEM-NAME TO WS-REPLAY-NEW-AS-NAME
                           MOVE SPACES TO WS-REPLAY-SOURCE-NAME
                           PERFORM ADD-REPLAY-COMPONENT
                       WHEN RP-FROM-RECORD
                           IF WS-REPLAY-COMPONENT-COUNT > 0
                               MOVE RP-FROM-NAME TO WS-REPLAY-FROM-NAME
                                   (WS-REPLAY-COMPONENT-COUNT)
                           END-IF
                       WHEN RP-MEMBER-RECORD
                           PERFORM UNPACK-REPLAY-MEMBER
                       WHEN RP-END-RECORD
                           SET REPLAY-PACKAGE-ENDED TO TRUE
                       WHEN OTHER
                           DISPLAY 'REPLAY REFUSED: PACKAGE '
                               FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                               ' HAS AN UNRECOGNIZED RECORD ' RP-TAG
                           PERFORM REFUSE-REPLAY-RUN
                   END-EVALUATE
               END-PERFORM
               IF RP-COMPONENT-COUNT NOT = WS-REPLAY-MEMBERS-UNPACKED
                       OR RP-COMPONENT-COUNT NOT =
                           WS-REPLAY-COMPONENT-COUNT
                   DISPLAY 'REPLAY REFUSED: PACKAGE '
                       FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                       ' IS INCOMPLETE - ' RP-COMPONENT-COUNT
                       ' COMPONENT(S) LISTED, '
                       WS-REPLAY-MEMBERS-UNPACKED ' UNPACKED'
                   PERFORM REFUSE-REPLAY-RUN
               END-IF.

      * A component name is never a path - one that is would write
      * outside the replay directory.
           UNPACK-REPLAY-MEMBER.
               ADD 1 TO WS-REPLAY-MEMBERS-UNPACKED
               MOVE 0 TO WS-REPLAY-SLASH-COUNT
               INSPECT RP-MEMBER-NAME TALLYING WS-REPLAY-SLASH-COUNT
                   FOR ALL '/'
               IF WS-REPLAY-MEMBERS-UNPACKED > WS-REPLAY-COMPONENT-COUNT
                   DISPLAY 'REPLAY REFUSED: PACKAGE COMPONENT '
                       FUNCTION TRIM(RP-MEMBER-NAME)
                       ' IS NOT IN THE MANIFEST'
                   PERFORM REFUSE-REPLAY-RUN
               END-IF
               IF RP-MEMBER-NAME NOT =
                       WS-REPLAY-AS-NAME(WS-REPLAY-MEMBERS-UNPACKED)
                       OR RP-MEMBER-BYTES NOT =
                           WS-REPLAY-COMPONENT-BYTES
                               (WS-REPLAY-MEMBERS-UNPACKED)
                       OR WS-REPLAY-SLASH-COUNT > 0
                       OR RP-MEMBER-NAME = SPACES
                   DISPLAY 'REPLAY REFUSED: PACKAGE COMPONENT '
                       FUNCTION TRIM(RP-MEMBER-NAME)
                       ' DOES NOT MATCH THE MANIFEST'
                   PERFORM REFUSE-REPLAY-RUN
               END-IF
               IF WS-REPLAY-KIND(WS-REPLAY-MEMBERS-UNPACKED) = 'SCRIPT'
                   SET REPLAY-SCRIPT-UNPACKED TO TRUE
               END-IF
               MOVE RP-MEMBER-NAME TO WS-REPLAY-EXTRACT-NAME
               MOVE RP-MEMBER-BYTES TO WS-REPLAY-BYTES-LEFT
               OPEN OUTPUT REPLAY-EXTRACT-FILE
               IF WS-REPLAY-EXTRACT-STATUS NOT = '00'
                   DISPLAY 'REPLAY REFUSED: COMPONENT '
                       FUNCTION TRIM(WS-REPLAY-EXTRACT-NAME)
                       ' CANNOT BE UNPACKED (STATUS '
                       WS-REPLAY-EXTRACT-STATUS ')'
                   PERFORM REFUSE-REPLAY-RUN
               END-IF
               PERFORM UNTIL WS-REPLAY-BYTES-LEFT = 0
                   PERFORM READ-REPLAY-RECORD
                   IF END-OF-REPLAY-PACKAGE
                       DISPLAY 'REPLAY REFUSED: PACKAGE '
                           FUNCTION TRIM(WS-REPLAY-PACKAGE-NAME)
                           ' IS CUT SHORT IN COMPONENT '
                           FUNCTION TRIM(WS-REPLAY-EXTRACT-NAME)
                       PERFORM REFUSE-REPLAY-RUN
                   END-IF
                   IF WS-REPLAY-BYTES-LEFT > 80
                       MOVE 80 TO WS-REPLAY-BLOCK-LEN
                   ELSE
                       MOVE WS-REPLAY-BYTES-LEFT TO WS-REPLAY-BLOCK-LEN
                   END-IF
                   MOVE REPLAY-RECORD TO WS-REPLAY-BLOCK
                   PERFORM VARYING WS-REPLAY-BLOCK-IDX FROM 1 BY 1
                       UNTIL WS-REPLAY-BLOCK-IDX > WS-REPLAY-BLOCK-LEN
                       MOVE WS-REPLAY-BLOCK(WS-REPLAY-BLOCK-IDX:1) TO
                           REPLAY-EXTRACT-BYTE
                       WRITE REPLAY-EXTRACT-BYTE
                   END-PERFORM
                   SUBTRACT WS-REPLAY-BLOCK-LEN FROM
                       WS-REPLAY-BYTES-LEFT
               END-PERFORM
               CLOSE REPLAY-EXTRACT-FILE.

           READ-REPLAY-RECORD.
               READ REPLAY-PACKAGE-FILE
                   AT END
                       SET END-OF-REPLAY-PACKAGE TO TRUE
               END-READ.

           REFUSE-REPLAY-RUN.
               IF REPLAY-PACKAGE-IS-OPEN
                   CLOSE REPLAY-PACKAGE-FILE
                   MOVE 'N' TO WS-REPLAY-OPEN-SWITCH
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK.

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
                   MOVE 'COBOL-BF-INTERPRETER' TO SEC-PROGRAM
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

       END PROGRAM COBOL-BF-INTERPRETER.
