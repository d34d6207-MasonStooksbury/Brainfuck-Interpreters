                  WS-NEW-STATE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEW-STATE-STATUS.
      * Operator authorization master, and the security log every
      * patch is recorded in, allowed or refused.
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
      * The OCCURS count is a literal for the same FILE SECTION
      * ordering reason as the interpreter's - keep it in step with
      * MAX-MEMORY there. As in the interpreter, a tape saved before
      * dialects existed has no "D" tag and is read through the old
      * 3-digit-cell view as an 8/ZERO tape; a patch always writes
      * the tagged layout back.
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

           FD NEW-STATE-FILE.
           01 NEW-STATE-RECORD.
               05 NS-MEM-PTR PIC 9(5).
               05 NS-TAPE-HIGH-WATER PIC 9(5).
               05 NS-DIALECT-TAG PIC X.
               05 NS-CELL-BITS PIC 9(2).
               05 NS-EOF-RULE PIC X.
               05 NS-MEMORY-TABLE-GRP.
                   10 NS-MEMORY-TABLE PIC 9(10) OCCURS 30000 TIMES.

           FD AUTH-MASTER.
           COPY 'bfautrec.cpy'.

           FD SECURITY-LOG-FILE.
           COPY 'bfsecrec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line: the tape-state file to inspect, plus an
      *   bftape staged.tape                   - readable dump
      *   bftape staged.tape CELL=12 VALUE=65  - set one cell and
      *                                          rewrite the file
      * Either form also takes DIALECT=bits[/eof], spelled as on the
      * interpreter's command line: the file must have been saved
      * under exactly that dialect or the tool refuses it.
      * The dump groups non-zero cells into contiguous ranges, each
      * cell shown as its decimal value and printable-ASCII
      * rendering, plus the saved memory pointer, tape high-water
      * mark and the dialect the tape was saved under.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-TAPE-PARM-MAX CONSTANT 3.
           01 WS-TAPE-PARMS.
               05 WS-TAPE-PARM PIC X(20)
                   OCCURS WS-TAPE-PARM-MAX TIMES.
           01 WS-PATCH-SWITCH PIC X VALUE 'N'.
               88 PATCH-MODE VALUE 'Y'.
           01 WS-PATCH-CELL PIC 9(5) VALUE 0.
           01 WS-PATCH-VALUE PIC 9(10) VALUE 0.
           01 WS-PATCH-CELL-SEEN PIC X VALUE 'N'.
           01 WS-PATCH-VALUE-SEEN PIC X VALUE 'N'.

      * The tape's own dialect, from its tag (8/ZERO for an untagged
      * file), and the one the operator said to expect, if any.
           01 WS-TAPE-DIALECT.
               05 WS-TAPE-CELL-BITS PIC 9(2).
               05 WS-TAPE-EOF-RULE PIC X.
           01 WS-EXPECT-DIALECT.
               05 WS-EXPECT-CELL-BITS PIC 9(2) VALUE 0.
               05 WS-EXPECT-EOF-RULE PIC X VALUE SPACE.
           01 WS-EXPECT-SWITCH PIC X VALUE 'N'.
               88 DIALECT-EXPECTED VALUE 'Y'.
           01 WS-DIALECT-BITS-TEXT PIC X(10).
           01 WS-DIALECT-EOF-TEXT PIC X(10).
           01 WS-SHOW-DIALECT.
               05 WS-SHOW-CELL-BITS PIC 9(2).
               05 WS-SHOW-EOF-RULE PIC X.
           01 WS-DIALECT-TEXT PIC X(12).
           01 WS-TAPE-DIALECT-TEXT PIC X(12).
           01 WS-EDIT-CELL-BITS PIC Z9.
           01 WS-CELL-MAX-VALUE PIC 9(10).
      * Working copy of the cells in the full-width form, whichever
      * layout the file was read through.
           01 WS-TAPE-CELLS.
               05 WS-TAPE-CELL PIC 9(10) OCCURS 30000 TIMES.

           01 WS-CELL-IDX PIC 9(5).
           01 WS-RANGE-LOW PIC 9(5) VALUE 0.
           01 WS-RANGE-HIGH PIC 9(5) VALUE 0.
           01 WS-NONZERO-COUNT PIC 9(5) VALUE 0.
           01 WS-CHAR-RENDER PIC X.
           01 WS-EDIT-CELL PIC ZZZZ9.
           01 WS-EDIT-VALUE PIC Z(9)9.
           01 WS-EDIT-COUNT PIC ZZZZ9.

      * Operator authorization - a patch changes the tape the next
      * job in the chain resumes from, so it needs the PATCH function
      * in the authorization master. Dumps are open to anyone. The
      * operator is the login the tool runs under.
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

           01 WS-RUN-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
               IF WS-RUN-RC = 0
                   PERFORM LOAD-TAPE-STATE
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM CHECK-TAPE-DIALECT
               END-IF
               IF WS-RUN-RC = 0 AND PATCH-MODE
                   PERFORM AUTHORIZE-PATCH
               END-IF
               IF WS-RUN-RC = 0
                   IF PATCH-MODE
                       PERFORM PATCH-ONE-CELL
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-STATE-FILE-NAME WS-TAPE-PARM(1)
                       WS-TAPE-PARM(2) WS-TAPE-PARM(3)
               END-UNSTRING
               IF WS-STATE-FILE-NAME = SPACES
                   DISPLAY 'BF-TAPE-TOOL: A TAPE-STATE FILE NAME '
                       'IS REQUIRED (PLUS OPTIONAL CELL= VALUE= '
                       'DIALECT=)'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                               TO WS-PATCH-VALUE
                           MOVE 'Y' TO WS-PATCH-VALUE-SEEN
                       END-IF
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'DIALECT='
                       PERFORM PARSE-EXPECTED-DIALECT
                   WHEN OTHER
                       DISPLAY 'BF-TAPE-TOOL: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                           ' NOT RECOGNIZED - IGNORED'
               END-EVALUATE.

      * Same spelling the interpreter takes; a dialect the tool
      * cannot read is refused rather than ignored, since ignoring
      * it would skip the very check the operator asked for.
           PARSE-EXPECTED-DIALECT.
               MOVE SPACES TO WS-DIALECT-BITS-TEXT
               MOVE SPACES TO WS-DIALECT-EOF-TEXT
               UNSTRING WS-PARM-TO-CLASSIFY(9:) DELIMITED BY '/'
                   INTO WS-DIALECT-BITS-TEXT WS-DIALECT-EOF-TEXT
               END-UNSTRING
               EVALUATE WS-DIALECT-BITS-TEXT
                   WHEN '8'
                   WHEN '08'
                       MOVE 8 TO WS-EXPECT-CELL-BITS
                   WHEN '16'
                       MOVE 16 TO WS-EXPECT-CELL-BITS
                   WHEN '32'
                       MOVE 32 TO WS-EXPECT-CELL-BITS
                   WHEN OTHER
                       MOVE 0 TO WS-EXPECT-CELL-BITS
               END-EVALUATE
               EVALUATE WS-DIALECT-EOF-TEXT
                   WHEN SPACES
                   WHEN 'ZERO'
                       MOVE 'Z' TO WS-EXPECT-EOF-RULE
                   WHEN 'MINUS1'
                       MOVE 'M' TO WS-EXPECT-EOF-RULE
                   WHEN 'NOCHANGE'
                       MOVE 'U' TO WS-EXPECT-EOF-RULE
                   WHEN OTHER
                       MOVE SPACE TO WS-EXPECT-EOF-RULE
               END-EVALUATE
               IF WS-EXPECT-CELL-BITS = 0
                       OR WS-EXPECT-EOF-RULE = SPACE
                   DISPLAY 'BF-TAPE-TOOL: '
                       FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                       ' NOT RECOGNIZED - USE DIALECT=8, 16 OR 32, '
                       'OPTIONALLY /ZERO, /MINUS1 OR /NOCHANGE'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   SET DIALECT-EXPECTED TO TRUE
               END-IF.

      * A patch needs a valid cell (1-30000) AND a value - half a
      * patch is refused rather than guessed at. The value's upper
      * limit depends on the tape's cell width, so that half of the
      * check waits for CHECK-TAPE-DIALECT.
           CHECK-PATCH-REQUEST.
               IF WS-PATCH-CELL-SEEN = 'Y'
                       OR WS-PATCH-VALUE-SEEN = 'Y'
                           AND WS-PATCH-VALUE-SEEN = 'Y'
                           AND WS-PATCH-CELL >= 1
                           AND WS-PATCH-CELL <= MAX-MEMORY
                       SET PATCH-MODE TO TRUE
                   ELSE
                       DISPLAY 'BF-TAPE-TOOL: A PATCH NEEDS CELL= '
                           '(1-30000) AND VALUE= TOGETHER'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               END-IF.
                               FUNCTION TRIM(WS-STATE-FILE-NAME)
                               ' IS EMPTY'
                           MOVE 8 TO WS-RUN-RC
                       NOT AT END
                           PERFORM UNPACK-TAPE-CELLS
                   END-READ
                   CLOSE TAPE-STATE-FILE
               END-IF.

           UNPACK-TAPE-CELLS.
               IF ST-DIALECT-TAGGED
                   MOVE ST-CELL-BITS TO WS-TAPE-CELL-BITS
                   MOVE ST-EOF-RULE TO WS-TAPE-EOF-RULE
                   MOVE ST-MEMORY-TABLE-GRP TO WS-TAPE-CELLS
               ELSE
                   MOVE 8 TO WS-TAPE-CELL-BITS
                   MOVE 'Z' TO WS-TAPE-EOF-RULE
                   PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                       UNTIL WS-CELL-IDX > MAX-MEMORY
                       MOVE ST-LEGACY-TABLE(WS-CELL-IDX) TO
                           WS-TAPE-CELL(WS-CELL-IDX)
                   END-PERFORM
               END-IF
               MOVE WS-TAPE-DIALECT TO WS-SHOW-DIALECT
               PERFORM FORMAT-DIALECT-TEXT
               MOVE WS-DIALECT-TEXT TO WS-TAPE-DIALECT-TEXT
               EVALUATE WS-TAPE-CELL-BITS
                   WHEN 16
                       MOVE 65535 TO WS-CELL-MAX-VALUE
                   WHEN 32
                       MOVE 4294967295 TO WS-CELL-MAX-VALUE
                   WHEN OTHER
                       MOVE 255 TO WS-CELL-MAX-VALUE
               END-EVALUATE.

      * The operator's DIALECT= must match the tape exactly, and a
      * patch value must fit the tape's own cell width.
           CHECK-TAPE-DIALECT.
               IF DIALECT-EXPECTED
                       AND WS-EXPECT-DIALECT NOT = WS-TAPE-DIALECT
                   MOVE WS-EXPECT-DIALECT TO WS-SHOW-DIALECT
                   PERFORM FORMAT-DIALECT-TEXT
                   DISPLAY 'BF-TAPE-TOOL: '
                       FUNCTION TRIM(WS-STATE-FILE-NAME)
                       ' WAS SAVED UNDER DIALECT '
                       FUNCTION TRIM(WS-TAPE-DIALECT-TEXT)
                       ', NOT ' FUNCTION TRIM(WS-DIALECT-TEXT)
                   MOVE 8 TO WS-RUN-RC
               END-IF
               IF WS-RUN-RC = 0 AND PATCH-MODE
                       AND WS-PATCH-VALUE > WS-CELL-MAX-VALUE
                   MOVE WS-CELL-MAX-VALUE TO WS-EDIT-VALUE
                   DISPLAY 'BF-TAPE-TOOL: VALUE= MUST BE 0-'
                       FUNCTION TRIM(WS-EDIT-VALUE) ' FOR A '
                       FUNCTION TRIM(WS-TAPE-DIALECT-TEXT) ' TAPE'
                   MOVE 8 TO WS-RUN-RC
               END-IF.

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

           DUMP-TAPE-STATE.
               DISPLAY 'TAPE-STATE DUMP: '
                   FUNCTION TRIM(WS-STATE-FILE-NAME)
               DISPLAY 'SAVED MEM-PTR:         ' WS-EDIT-CELL
               MOVE ST-TAPE-HIGH-WATER TO WS-EDIT-CELL
               DISPLAY 'TAPE HIGH-WATER MARK:  ' WS-EDIT-CELL
               IF ST-DIALECT-TAGGED
                   DISPLAY 'DIALECT:               '
                       FUNCTION TRIM(WS-TAPE-DIALECT-TEXT)
               ELSE
                   DISPLAY 'DIALECT:               '
                       FUNCTION TRIM(WS-TAPE-DIALECT-TEXT)
                       ' (SAVED BEFORE DIALECTS WERE RECORDED)'
               END-IF
               MOVE 0 TO WS-NONZERO-COUNT
               MOVE 0 TO WS-RANGE-LOW
               PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > MAX-MEMORY
                   IF WS-TAPE-CELL(WS-CELL-IDX) NOT = 0
                       ADD 1 TO WS-NONZERO-COUNT
                       IF WS-RANGE-LOW = 0
                           MOVE WS-CELL-IDX TO WS-RANGE-LOW
      * else shows as '.' so control bytes can't mangle the
      * console.
           DUMP-ONE-CELL.
               IF WS-TAPE-CELL(WS-CELL-IDX) >= 32
                       AND WS-TAPE-CELL(WS-CELL-IDX) <= 126
                   MOVE FUNCTION CHAR(
                       WS-TAPE-CELL(WS-CELL-IDX) + 1) TO
                       WS-CHAR-RENDER
               ELSE
                   MOVE '.' TO WS-CHAR-RENDER
               END-IF
               MOVE WS-CELL-IDX TO WS-EDIT-CELL
               MOVE WS-TAPE-CELL(WS-CELL-IDX) TO WS-EDIT-VALUE
               DISPLAY '  CELL(' WS-EDIT-CELL ') = ' WS-EDIT-VALUE
                   '  ''' WS-CHAR-RENDER ''''.

      * PATCH needs the PATCH function; logged either way.
           AUTHORIZE-PATCH.
               MOVE 'PATCH' TO WS-AUTH-FUNCTION
               MOVE WS-PATCH-CELL TO WS-EDIT-CELL
               MOVE WS-PATCH-VALUE TO WS-EDIT-VALUE
               MOVE SPACES TO WS-AUTH-TARGET
               STRING FUNCTION TRIM(WS-STATE-FILE-NAME)
                   ' CELL=' FUNCTION TRIM(WS-EDIT-CELL)
                   ' VALUE=' FUNCTION TRIM(WS-EDIT-VALUE)
                   DELIMITED BY SIZE INTO WS-AUTH-TARGET
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF NOT OPERATOR-AUTHORIZED
                   DISPLAY 'BF-TAPE-TOOL: PATCH REFUSED - OPERATOR '
                       FUNCTION TRIM(WS-OPERATOR-ID) ': '
                       FUNCTION TRIM(WS-AUTH-REASON)
                   MOVE 8 TO WS-RUN-RC
               END-IF.

      * The saved pointer is left alone - it is the script's, not
      * ours - but the high-water mark is raised when the patch
      * touches a cell above it, so EXTEND-mode bookkeeping in the
      * consuming step stays honest.
           PATCH-ONE-CELL.
               MOVE WS-PATCH-CELL TO WS-EDIT-CELL
               MOVE WS-TAPE-CELL(WS-PATCH-CELL) TO WS-EDIT-VALUE
               DISPLAY 'BF-TAPE-TOOL: CELL(' WS-EDIT-CELL
                   ') WAS ' FUNCTION TRIM(WS-EDIT-VALUE)
               MOVE ST-MEM-PTR TO NS-MEM-PTR
               MOVE ST-TAPE-HIGH-WATER TO NS-TAPE-HIGH-WATER
               MOVE 'D' TO NS-DIALECT-TAG
               MOVE WS-TAPE-CELL-BITS TO NS-CELL-BITS
               MOVE WS-TAPE-EOF-RULE TO NS-EOF-RULE
               MOVE WS-TAPE-CELLS TO NS-MEMORY-TABLE-GRP
               MOVE WS-PATCH-VALUE TO
                   NS-MEMORY-TABLE(WS-PATCH-CELL)
               IF WS-PATCH-VALUE NOT = 0
                   ELSE
                       MOVE WS-PATCH-VALUE TO WS-EDIT-VALUE
                       DISPLAY 'BF-TAPE-TOOL: CELL(' WS-EDIT-CELL
                           ') NOW ' FUNCTION TRIM(WS-EDIT-VALUE)
                           ' - FILE REWRITTEN'
                   END-IF
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
                   MOVE 'BF-TAPE-TOOL' TO SEC-PROGRAM
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

       END PROGRAM BF-TAPE-TOOL.
