       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-COVERAGE-REPORT.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SCRIPT-FILE ASSIGN TO DYNAMIC
                  WS-SCRIPT-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-SCRIPT-FILE-STATUS.
      * Same provenance sidecar READLINES leaves beside a cleaned
      * script - gaps are reported by original line and column when
      * it is present, raw offsets when it is not.
              SELECT OFFSET-MAP-FILE ASSIGN TO DYNAMIC
                  WS-MAP-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAP-FILE-STATUS.
              SELECT SCRIPT-LIBRARY ASSIGN TO DYNAMIC
                  WS-LIBRARY-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LIB-KEY
              FILE STATUS IS WS-LIBRARY-STATUS.
              SELECT COVERAGE-FILE ASSIGN TO DYNAMIC
                  WS-COVERAGE-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COVERAGE-STATUS.
              SELECT COVERAGE-REPORT-FILE ASSIGN TO DYNAMIC
                  WS-COVERAGE-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD SCRIPT-FILE.
           01 SCRIPT-BYTE PIC X.
               88 END-OF-SCRIPT-FILE VALUES HIGH-VALUES.

           FD OFFSET-MAP-FILE.
           01 OFFSET-MAP-RECORD.
               05 OM-LINE-NO PIC 9(5).
               05 FILLER PIC X.
               05 OM-COL-NO PIC 9(3).
               05 FILLER PIC X.
               05 OM-ORIGIN PIC X(12).

           FD SCRIPT-LIBRARY.
           COPY 'bflibrec.cpy'.

           FD COVERAGE-FILE.
           COPY 'bfcovrec.cpy'.

           FD COVERAGE-REPORT-FILE.
           01 COVERAGE-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
      * Whole command line: the script (or, with LIBRARY, the
      * member) whose coverage to report, plus optional parameters:
      *   bfcovrpt mandel.txt
      *   bfcovrpt MULT01 LIBRARY
      *   bfcovrpt MULT01 LIBRARY TEST
      * Reads the <script>.coverage file the interpreter's COVERAGE
      * runs have merged into and lists, with original line/column
      * where the .map sidecar allows:
      *   - every instruction no run has ever executed, as unbroken
      *     stretches of never-executed instructions
      *   - every "[" whose loop body no run has ever entered
      * then the instruction and loop-body coverage percentages.
      * The report lands in <script>.covreport; RC 0 means full
      * coverage, 4 gaps, 8 the script or its coverage file could
      * not be read, or the coverage file belongs to other text.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-SCRIPT-FILE-NAME PIC X(100).
           01 WS-COVRPT-PARM-MAX CONSTANT 3.
           01 WS-COVRPT-PARMS.
               05 WS-COVRPT-PARM PIC X(100)
                   OCCURS WS-COVRPT-PARM-MAX TIMES.
           01 WS-PARM-IDX PIC 9(1).
           01 WS-PARM-TO-CLASSIFY PIC X(100).

           01 WS-SCRIPT-FILE-STATUS PIC XX.
           01 WS-COVERAGE-FILE-NAME PIC X(124).
           01 WS-COVERAGE-STATUS PIC XX.
           01 WS-COVERAGE-REPORT-NAME PIC X(124).
      * TEST reads the member from the test library, where a run
      * with LIBRARY TEST would have fetched it.
           01 WS-LIBRARY-FILE-NAME PIC X(100)
               VALUE 'script-library.dat'.
           01 WS-TEST-LIBRARY-NAME PIC X(100)
               VALUE 'script-test-library.dat'.
           01 WS-LIBRARY-STATUS PIC XX.
           01 WS-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 LIBRARY-MODE VALUE 'Y'.
           01 WS-TEST-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 TEST-LIBRARY-MODE VALUE 'Y'.
           01 WS-LIB-SEG-SEQ PIC 9(4).
           01 WS-LIB-SEG-IDX PIC 9(2).
           01 WS-LIB-FETCH-SWITCH PIC X VALUE 'N'.
               88 LIB-FETCH-DONE VALUE 'Y'.
           01 WS-MEMBER-VERSION PIC 9(4) VALUE 0.

      * Same ceiling as the interpreter's PROGRAM-TEXT, so the
      * offsets in the coverage file line up byte for byte.
           01 MAX-PROGRAM-SIZE CONSTANT 65536.
           01 PROGRAM-LENGTH PIC 9(5) VALUE 0.
           01 PROGRAM-TEXT.
               02 PROGRAM-CHAR PIC X VALUE SPACE
                   OCCURS MAX-PROGRAM-SIZE TIMES.
      * "#" compiles to an op (the debug dump) but is not an
      * instruction - it is left out of the instruction counts, the
      * same way the interpreter leaves it out of its own.
                   88 PROGRAM-CHAR-IS-INSTRUCTION VALUES
                       '>' '<' '+' '-' '.' ',' '[' ']'.
                   88 PROGRAM-CHAR-IS-OP VALUES
                       '>' '<' '+' '-' '.' ',' '[' ']' '#'.

      * Executed flag per PROGRAM-TEXT byte, rebuilt from the
      * coverage file's ranges.
           01 WS-COVER-BYTES.
               02 WS-COVER-BYTE PIC X
                   OCCURS MAX-PROGRAM-SIZE TIMES.
                   88 COVER-BYTE-EXECUTED VALUE 'Y'.
           01 WS-COVER-KIND PIC X.
           01 WS-COVER-CHECKSUM PIC 9(9).
           01 WS-COVER-IDX PIC 9(5) COMP.
           01 WS-COVER-EOF-SWITCH PIC X.
               88 END-OF-COVERAGE-FILE VALUE 'Y'.
           01 WS-RUNS-MERGED PIC 9(7) VALUE 0.
           01 WS-FIRST-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-LAST-RUN-DATE PIC 9(8) VALUE 0.

      * Partner offset per "[" byte, paired through the same
      * loop-stack walk the analyzer and the compile pass use.
           01 WS-MATCH-TABLE.
               02 WS-MATCH-OFFSET PIC 9(5) COMP
                   OCCURS MAX-PROGRAM-SIZE TIMES.
           01 WS-LOOP-STACK.
               02 WS-STACK-ENTRY PIC 9(5) COMP
                   OCCURS MAX-PROGRAM-SIZE TIMES.
           01 WS-STACK-PTR PIC 9(5) VALUE 0.
           01 WS-UNMATCHED-SWITCH PIC X VALUE 'N'.
               88 BRACKETS-UNMATCHED VALUE 'Y'.

           01 WS-MAP-FILE-NAME PIC X(124).
           01 WS-MAP-FILE-STATUS PIC XX.
           01 WS-MAP-LOADED-SWITCH PIC X VALUE 'N'.
               88 OFFSET-MAP-LOADED VALUE 'Y'.
           01 WS-MAP-COUNT PIC 9(5) VALUE 0.
           01 WS-MAP-EOF-SWITCH PIC X.
               88 END-OF-MAP-FILE VALUE 'Y'.
           01 WS-MAP-TABLE.
               02 WS-MAP-ENTRY OCCURS 65536 TIMES.
                   05 WS-MAP-LINE PIC 9(5) COMP.
                   05 WS-MAP-COL PIC 9(3) COMP.
                   05 WS-MAP-ORIGIN PIC X(12).
           01 WS-MAP-LOOKUP-OFFSET PIC 9(5).
           01 WS-MAP-HIT-SWITCH PIC X VALUE 'N'.
               88 SOURCE-LOCATION-FOUND VALUE 'Y'.
           01 WS-EDIT-LINE PIC ZZZZ9.
           01 WS-EDIT-COL PIC ZZ9.
           01 WS-MAP-ORIGIN-OUT PIC X(12).
           01 WS-LOCATION-TEXT PIC X(50).

      * A gap is an unbroken stretch of never-executed instructions
      * (comment bytes between them do not break it), reported as
      * one line from its first instruction to its last.
           01 WS-SCAN-IDX PIC 9(5).
           01 WS-BODY-IDX PIC 9(5).
           01 WS-GAP-START PIC 9(5) VALUE 0.
           01 WS-GAP-END PIC 9(5) VALUE 0.
           01 WS-GAP-SIZE PIC 9(5) VALUE 0.
           01 WS-GAP-LINES PIC 9(5) VALUE 0.
           01 WS-INSTRUCTION-TOTAL PIC 9(5) VALUE 0.
           01 WS-INSTRUCTION-HIT PIC 9(5) VALUE 0.
           01 WS-LOOP-TOTAL PIC 9(5) VALUE 0.
           01 WS-LOOP-ENTERED PIC 9(5) VALUE 0.
           01 WS-COVERAGE-PCT PIC 9(3)V9(2).

           01 WS-EDIT-PTR PIC ZZZZ9.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-EDIT-TOTAL PIC ZZZZ9.
           01 WS-EDIT-RUNS PIC Z(6)9.
           01 WS-EDIT-VERSION PIC ZZZ9.
           01 WS-EDIT-PCT PIC ZZ9.99.
           01 WS-REC-PTR PIC 9(3).

           01 WS-RUN-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PROC.
               PERFORM GET-COVERAGE-PARMS
               IF WS-RUN-RC = 0
                   PERFORM LOAD-SCRIPT-TEXT
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM COMPUTE-COVERAGE-CHECKSUM
                   PERFORM LOAD-COVERAGE-FILE
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM LOAD-OFFSET-MAP
                   PERFORM PAIR-ALL-BRACKETS
                   OPEN OUTPUT COVERAGE-REPORT-FILE
                   PERFORM WRITE-COVERAGE-HEADER
                   PERFORM LIST-UNEXECUTED-INSTRUCTIONS
                   PERFORM LIST-UNENTERED-LOOPS
                   PERFORM WRITE-COVERAGE-TOTALS
                   CLOSE COVERAGE-REPORT-FILE
                   MOVE WS-GAP-LINES TO WS-EDIT-COUNT
                   DISPLAY 'BF-COVERAGE-REPORT: ' WS-EDIT-COUNT
                       ' UNEXECUTED STRETCH(ES) - SEE '
                       FUNCTION TRIM(WS-COVERAGE-REPORT-NAME)
                   IF WS-INSTRUCTION-HIT < WS-INSTRUCTION-TOTAL
                           OR WS-LOOP-ENTERED < WS-LOOP-TOTAL
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           GET-COVERAGE-PARMS.
               MOVE SPACES TO WS-COVRPT-PARMS
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-SCRIPT-FILE-NAME WS-COVRPT-PARM(1)
                       WS-COVRPT-PARM(2) WS-COVRPT-PARM(3)
               END-UNSTRING
               IF WS-SCRIPT-FILE-NAME = SPACES
                   DISPLAY 'BF-COVERAGE-REPORT: A SCRIPT OR MEMBER '
                       'NAME IS REQUIRED (PLUS OPTIONAL LIBRARY, '
                       'TEST)'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                       UNTIL WS-PARM-IDX > WS-COVRPT-PARM-MAX
                       IF WS-COVRPT-PARM(WS-PARM-IDX) NOT = SPACES
                           MOVE WS-COVRPT-PARM(WS-PARM-IDX) TO
                               WS-PARM-TO-CLASSIFY
                           PERFORM CLASSIFY-COVERAGE-PARM
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-COVERAGE-FILE-NAME
                   STRING FUNCTION TRIM(WS-SCRIPT-FILE-NAME)
                       '.coverage'
                       DELIMITED BY SIZE
                       INTO WS-COVERAGE-FILE-NAME
                   MOVE SPACES TO WS-COVERAGE-REPORT-NAME
                   STRING FUNCTION TRIM(WS-SCRIPT-FILE-NAME)
                       '.covreport'
                       DELIMITED BY SIZE
                       INTO WS-COVERAGE-REPORT-NAME
               END-IF.

           CLASSIFY-COVERAGE-PARM.
               EVALUATE TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'LIBRARY'
                       SET LIBRARY-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'TEST'
                       SET LIBRARY-MODE TO TRUE
                       SET TEST-LIBRARY-MODE TO TRUE
                       MOVE WS-TEST-LIBRARY-NAME TO
                           WS-LIBRARY-FILE-NAME
                   WHEN OTHER
                       DISPLAY 'BF-COVERAGE-REPORT: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                           ' NOT RECOGNIZED - IGNORED'
               END-EVALUATE.

           LOAD-SCRIPT-TEXT.
               IF LIBRARY-MODE
                   IF TEST-LIBRARY-MODE
                       MOVE 'T' TO WS-COVER-KIND
                   ELSE
                       MOVE 'P' TO WS-COVER-KIND
                   END-IF
                   PERFORM LOAD-MEMBER-FROM-LIBRARY
               ELSE
                   MOVE 'F' TO WS-COVER-KIND
                   PERFORM LOAD-SCRIPT-FROM-FILE
               END-IF.

           LOAD-SCRIPT-FROM-FILE.
               OPEN INPUT SCRIPT-FILE
               IF WS-SCRIPT-FILE-STATUS NOT = '00'
                   DISPLAY 'BF-COVERAGE-REPORT: CANNOT OPEN '
                       FUNCTION TRIM(WS-SCRIPT-FILE-NAME)
                       ' (STATUS ' WS-SCRIPT-FILE-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM UNTIL END-OF-SCRIPT-FILE
                       READ SCRIPT-FILE
                           AT END
                               SET END-OF-SCRIPT-FILE TO TRUE
                           NOT AT END
                               IF PROGRAM-LENGTH < MAX-PROGRAM-SIZE
                                   ADD 1 TO PROGRAM-LENGTH
                                   MOVE SCRIPT-BYTE TO
                                       PROGRAM-CHAR(PROGRAM-LENGTH)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SCRIPT-FILE
               END-IF.

      * Read-only fetch - a report is not a run, so the last-run
      * date is left alone, and a retired member may still be
      * reported on.
           LOAD-MEMBER-FROM-LIBRARY.
               OPEN INPUT SCRIPT-LIBRARY
               IF WS-LIBRARY-STATUS NOT = '00'
                   DISPLAY 'BF-COVERAGE-REPORT: SCRIPT LIBRARY '
                       FUNCTION TRIM(WS-LIBRARY-FILE-NAME)
                       ' CANNOT BE OPENED (STATUS '
                       WS-LIBRARY-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE SPACES TO LIB-KEY
                   MOVE WS-SCRIPT-FILE-NAME(1:8) TO LIB-MEMBER-NAME
                   MOVE 0 TO LIB-RECORD-SEQ
                   READ SCRIPT-LIBRARY
                       INVALID KEY
                           DISPLAY 'BF-COVERAGE-REPORT: MEMBER '
                               LIB-MEMBER-NAME
                               ' NOT IN SCRIPT LIBRARY'
                           MOVE 8 TO WS-RUN-RC
                       NOT INVALID KEY
                           MOVE LIB-VERSION TO WS-MEMBER-VERSION
                   END-READ
                   IF WS-RUN-RC = 0
                       MOVE 'N' TO WS-LIB-FETCH-SWITCH
                       MOVE 0 TO WS-LIB-SEG-SEQ
                       PERFORM UNTIL LIB-FETCH-DONE
                           ADD 1 TO WS-LIB-SEG-SEQ
                           MOVE WS-SCRIPT-FILE-NAME(1:8) TO
                               LIB-MEMBER-NAME
                           MOVE WS-LIB-SEG-SEQ TO LIB-RECORD-SEQ
                           READ SCRIPT-LIBRARY
                               INVALID KEY
                                   SET LIB-FETCH-DONE TO TRUE
                               NOT INVALID KEY
                                   PERFORM UNPACK-LIBRARY-SEGMENT
                           END-READ
                       END-PERFORM
                   END-IF
                   CLOSE SCRIPT-LIBRARY
               END-IF.

           UNPACK-LIBRARY-SEGMENT.
               PERFORM VARYING WS-LIB-SEG-IDX FROM 1 BY 1
                   UNTIL WS-LIB-SEG-IDX > LIB-TEXT-LEN
                   IF PROGRAM-LENGTH < MAX-PROGRAM-SIZE
                       ADD 1 TO PROGRAM-LENGTH
                       MOVE LIB-TEXT-DATA(WS-LIB-SEG-IDX:1) TO
                           PROGRAM-CHAR(PROGRAM-LENGTH)
                   END-IF
               END-PERFORM.

      * Same rolling sum the interpreter's COVERAGE merge stamps on
      * the file's header.
           COMPUTE-COVERAGE-CHECKSUM.
               MOVE 0 TO WS-COVER-CHECKSUM
               PERFORM VARYING WS-COVER-IDX FROM 1 BY 1
                   UNTIL WS-COVER-IDX > PROGRAM-LENGTH
                   COMPUTE WS-COVER-CHECKSUM = FUNCTION MOD(
                       WS-COVER-CHECKSUM * 31 +
                       FUNCTION ORD(PROGRAM-CHAR(WS-COVER-IDX)),
                       999999937)
               END-PERFORM.

      * A coverage file written against other text - an older member
      * version, the other library, a loose file edited since - would
      * report gaps at offsets that no longer mean anything, so it is
      * refused; the next COVERAGE run of this text starts it over.
           LOAD-COVERAGE-FILE.
               MOVE SPACES TO WS-COVER-BYTES
               OPEN INPUT COVERAGE-FILE
               IF WS-COVERAGE-STATUS NOT = '00'
                   DISPLAY 'BF-COVERAGE-REPORT: NO COVERAGE FILE '
                       FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                       ' - RUN THE SCRIPT WITH COVERAGE FIRST'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE 'N' TO WS-COVER-EOF-SWITCH
                   READ COVERAGE-FILE
                       AT END
                           SET END-OF-COVERAGE-FILE TO TRUE
                           DISPLAY 'BF-COVERAGE-REPORT: COVERAGE FILE '
                               FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                               ' IS EMPTY'
                           MOVE 8 TO WS-RUN-RC
                       NOT AT END
                           PERFORM CHECK-COVERAGE-HEADER
                   END-READ
                   PERFORM UNTIL END-OF-COVERAGE-FILE
                       READ COVERAGE-FILE
                           AT END
                               SET END-OF-COVERAGE-FILE TO TRUE
                           NOT AT END
                               PERFORM APPLY-COVERAGE-RANGE
                       END-READ
                   END-PERFORM
                   CLOSE COVERAGE-FILE
               END-IF.

           CHECK-COVERAGE-HEADER.
               EVALUATE TRUE
                   WHEN NOT COV-HEADER-RECORD
                       DISPLAY 'BF-COVERAGE-REPORT: COVERAGE FILE '
                           FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                           ' HAS NO HEADER'
                       MOVE 8 TO WS-RUN-RC
                   WHEN COV-SOURCE-KIND NOT = WS-COVER-KIND
                       DISPLAY 'BF-COVERAGE-REPORT: COVERAGE FILE '
                           FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                           ' WAS MERGED FROM ANOTHER SCRIPT SOURCE'
                       MOVE 8 TO WS-RUN-RC
                   WHEN COV-MEMBER-VERSION NOT = WS-MEMBER-VERSION
                       DISPLAY 'BF-COVERAGE-REPORT: COVERAGE FILE '
                           FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                           ' IS FOR MEMBER VERSION ' COV-MEMBER-VERSION
                           ', LIBRARY HOLDS VERSION '
                           WS-MEMBER-VERSION
                       MOVE 8 TO WS-RUN-RC
                   WHEN COV-PROGRAM-LENGTH NOT = PROGRAM-LENGTH
                           OR COV-TEXT-CHECKSUM NOT = WS-COVER-CHECKSUM
                       DISPLAY 'BF-COVERAGE-REPORT: COVERAGE FILE '
                           FUNCTION TRIM(WS-COVERAGE-FILE-NAME)
                           ' DOES NOT MATCH THE CURRENT SCRIPT TEXT'
                       MOVE 8 TO WS-RUN-RC
                   WHEN OTHER
                       MOVE COV-RUNS-MERGED TO WS-RUNS-MERGED
                       MOVE COV-FIRST-RUN-DATE TO WS-FIRST-RUN-DATE
                       MOVE COV-LAST-RUN-DATE TO WS-LAST-RUN-DATE
               END-EVALUATE
               IF WS-RUN-RC NOT = 0
                   SET END-OF-COVERAGE-FILE TO TRUE
               END-IF.

           APPLY-COVERAGE-RANGE.
               IF COV-RANGE-RECORD
                       AND COV-RANGE-START IS NUMERIC
                       AND COV-RANGE-END IS NUMERIC
                   IF COV-RANGE-START >= 1
                           AND COV-RANGE-START <= COV-RANGE-END
                           AND COV-RANGE-END <= PROGRAM-LENGTH
                       PERFORM VARYING WS-COVER-IDX
                           FROM COV-RANGE-START BY 1
                           UNTIL WS-COVER-IDX > COV-RANGE-END
                           MOVE 'Y' TO WS-COVER-BYTE(WS-COVER-IDX)
                       END-PERFORM
                   END-IF
               END-IF.

           LOAD-OFFSET-MAP.
               MOVE 'N' TO WS-MAP-LOADED-SWITCH
               MOVE 0 TO WS-MAP-COUNT
               MOVE SPACES TO WS-MAP-FILE-NAME
               STRING FUNCTION TRIM(WS-SCRIPT-FILE-NAME) '.map'
                   DELIMITED BY SIZE INTO WS-MAP-FILE-NAME
               OPEN INPUT OFFSET-MAP-FILE
               IF WS-MAP-FILE-STATUS = '00'
                   MOVE 'N' TO WS-MAP-EOF-SWITCH
                   PERFORM UNTIL END-OF-MAP-FILE
                       READ OFFSET-MAP-FILE
                           AT END
                               SET END-OF-MAP-FILE TO TRUE
                           NOT AT END
                               IF WS-MAP-COUNT < MAX-PROGRAM-SIZE
                                   ADD 1 TO WS-MAP-COUNT
                                   MOVE OM-LINE-NO TO
                                       WS-MAP-LINE(WS-MAP-COUNT)
                                   MOVE OM-COL-NO TO
                                       WS-MAP-COL(WS-MAP-COUNT)
                                   MOVE OM-ORIGIN TO
                                       WS-MAP-ORIGIN(WS-MAP-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OFFSET-MAP-FILE
                   IF WS-MAP-COUNT > 0
                       SET OFFSET-MAP-LOADED TO TRUE
                   END-IF
               END-IF.

           LOOKUP-SOURCE-LOCATION.
               IF OFFSET-MAP-LOADED
                       AND WS-MAP-LOOKUP-OFFSET > 0
                       AND WS-MAP-LOOKUP-OFFSET <= WS-MAP-COUNT
                   SET SOURCE-LOCATION-FOUND TO TRUE
                   MOVE WS-MAP-LINE(WS-MAP-LOOKUP-OFFSET) TO
                       WS-EDIT-LINE
                   MOVE WS-MAP-COL(WS-MAP-LOOKUP-OFFSET) TO
                       WS-EDIT-COL
                   MOVE WS-MAP-ORIGIN(WS-MAP-LOOKUP-OFFSET) TO
                       WS-MAP-ORIGIN-OUT
               ELSE
                   MOVE 'N' TO WS-MAP-HIT-SWITCH
                   MOVE 0 TO WS-EDIT-LINE
                   MOVE 0 TO WS-EDIT-COL
                   MOVE SPACES TO WS-MAP-ORIGIN-OUT
               END-IF.

      * Location of WS-MAP-LOOKUP-OFFSET as report text - original
      * line and column (and the included member it came from) when
      * the sidecar knows it, the raw offset when it does not.
           FORMAT-LOCATION.
               PERFORM LOOKUP-SOURCE-LOCATION
               MOVE SPACES TO WS-LOCATION-TEXT
               IF SOURCE-LOCATION-FOUND
                   IF WS-MAP-ORIGIN-OUT = SPACES
                       STRING 'LINE ' FUNCTION TRIM(WS-EDIT-LINE)
                           ' COL ' FUNCTION TRIM(WS-EDIT-COL)
                           DELIMITED BY SIZE INTO WS-LOCATION-TEXT
                   ELSE
                       STRING 'LINE ' FUNCTION TRIM(WS-EDIT-LINE)
                           ' COL ' FUNCTION TRIM(WS-EDIT-COL)
                           ' IN MEMBER '
                           FUNCTION TRIM(WS-MAP-ORIGIN-OUT)
                           DELIMITED BY SIZE INTO WS-LOCATION-TEXT
                   END-IF
               ELSE
                   MOVE WS-MAP-LOOKUP-OFFSET TO WS-EDIT-PTR
                   STRING 'OFFSET ' FUNCTION TRIM(WS-EDIT-PTR)
                       DELIMITED BY SIZE INTO WS-LOCATION-TEXT
               END-IF.

      * One stack walk pairs every "[" with its "]". An unmatched
      * bracket is noted on the report; the loop check then simply
      * skips the pairs that never formed.
           PAIR-ALL-BRACKETS.
               MOVE 0 TO WS-STACK-PTR
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > PROGRAM-LENGTH
                   MOVE 0 TO WS-MATCH-OFFSET(WS-SCAN-IDX)
               END-PERFORM
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > PROGRAM-LENGTH
                   EVALUATE PROGRAM-CHAR(WS-SCAN-IDX)
                       WHEN '['
                           ADD 1 TO WS-STACK-PTR
                           MOVE WS-SCAN-IDX TO
                               WS-STACK-ENTRY(WS-STACK-PTR)
                       WHEN ']'
                           IF WS-STACK-PTR = 0
                               SET BRACKETS-UNMATCHED TO TRUE
                           ELSE
                               MOVE WS-SCAN-IDX TO WS-MATCH-OFFSET
                                   (WS-STACK-ENTRY(WS-STACK-PTR))
                               SUBTRACT 1 FROM WS-STACK-PTR
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               IF WS-STACK-PTR NOT = 0
                   SET BRACKETS-UNMATCHED TO TRUE
               END-IF.

           WRITE-COVERAGE-HEADER.
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING 'INSTRUCTION COVERAGE - SCRIPT: '
                   FUNCTION TRIM(WS-SCRIPT-FILE-NAME)
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               MOVE WS-MEMBER-VERSION TO WS-EDIT-VERSION
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               EVALUATE WS-COVER-KIND
                   WHEN 'P'
                       STRING 'SOURCE: PRODUCTION LIBRARY MEMBER, '
                           'VERSION ' FUNCTION TRIM(WS-EDIT-VERSION)
                           DELIMITED BY SIZE
                           INTO COVERAGE-REPORT-RECORD
                   WHEN 'T'
                       STRING 'SOURCE: TEST LIBRARY MEMBER, '
                           'VERSION ' FUNCTION TRIM(WS-EDIT-VERSION)
                           DELIMITED BY SIZE
                           INTO COVERAGE-REPORT-RECORD
                   WHEN OTHER
                       MOVE 'SOURCE: LOOSE SCRIPT FILE' TO
                           COVERAGE-REPORT-RECORD
               END-EVALUATE
               WRITE COVERAGE-REPORT-RECORD
               MOVE WS-RUNS-MERGED TO WS-EDIT-RUNS
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING 'RUNS MERGED: ' FUNCTION TRIM(WS-EDIT-RUNS)
                   '  FIRST RUN: ' WS-FIRST-RUN-DATE
                   '  LAST RUN: ' WS-LAST-RUN-DATE
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               IF NOT OFFSET-MAP-LOADED
                   MOVE SPACES TO COVERAGE-REPORT-RECORD
                   STRING 'NO .map SIDECAR - LOCATIONS ARE SCRIPT '
                       'OFFSETS, NOT ORIGINAL LINE/COLUMN'
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
                   WRITE COVERAGE-REPORT-RECORD
               END-IF
               IF BRACKETS-UNMATCHED
                   MOVE SPACES TO COVERAGE-REPORT-RECORD
                   STRING 'UNMATCHED BRACKET(S) - UNPAIRED LOOPS ARE '
                       'LEFT OUT OF THE LOOP-BODY CHECK'
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
                   WRITE COVERAGE-REPORT-RECORD
               END-IF.

           LIST-UNEXECUTED-INSTRUCTIONS.
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               MOVE 'INSTRUCTIONS NEVER EXECUTED:' TO
                   COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               MOVE 0 TO WS-GAP-START
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > PROGRAM-LENGTH
                   IF PROGRAM-CHAR-IS-INSTRUCTION(WS-SCAN-IDX)
                       ADD 1 TO WS-INSTRUCTION-TOTAL
                       IF COVER-BYTE-EXECUTED(WS-SCAN-IDX)
                           ADD 1 TO WS-INSTRUCTION-HIT
                           IF WS-GAP-START NOT = 0
                               PERFORM WRITE-GAP-LINE
                           END-IF
                       ELSE
                           IF WS-GAP-START = 0
                               MOVE WS-SCAN-IDX TO WS-GAP-START
                               MOVE 0 TO WS-GAP-SIZE
                           END-IF
                           MOVE WS-SCAN-IDX TO WS-GAP-END
                           ADD 1 TO WS-GAP-SIZE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-GAP-START NOT = 0
                   PERFORM WRITE-GAP-LINE
               END-IF
               IF WS-GAP-LINES = 0
                   MOVE '  NONE' TO COVERAGE-REPORT-RECORD
                   WRITE COVERAGE-REPORT-RECORD
               END-IF.

           WRITE-GAP-LINE.
               ADD 1 TO WS-GAP-LINES
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               MOVE 1 TO WS-REC-PTR
               MOVE WS-GAP-START TO WS-MAP-LOOKUP-OFFSET
               PERFORM FORMAT-LOCATION
               STRING '  ' FUNCTION TRIM(WS-LOCATION-TEXT)
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
                   WITH POINTER WS-REC-PTR
               IF WS-GAP-END NOT = WS-GAP-START
                   MOVE WS-GAP-END TO WS-MAP-LOOKUP-OFFSET
                   PERFORM FORMAT-LOCATION
                   STRING ' THRU ' FUNCTION TRIM(WS-LOCATION-TEXT)
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
                       WITH POINTER WS-REC-PTR
               END-IF
               MOVE WS-GAP-SIZE TO WS-EDIT-COUNT
               STRING ' - ' FUNCTION TRIM(WS-EDIT-COUNT)
                   ' INSTRUCTION(S)'
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
                   WITH POINTER WS-REC-PTR
               WRITE COVERAGE-REPORT-RECORD
               MOVE 0 TO WS-GAP-START.

      * A body counts as entered once the first op inside the "["
      * has ever executed - or, for an empty "[]", the "]" itself.
      * A "[" that was never even reached is said so, since its
      * absence from the run is the thing to chase, not its body.
           LIST-UNENTERED-LOOPS.
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               MOVE 'LOOP BODIES NEVER ENTERED:' TO
                   COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > PROGRAM-LENGTH
                   IF PROGRAM-CHAR(WS-SCAN-IDX) = '['
                           AND WS-MATCH-OFFSET(WS-SCAN-IDX) NOT = 0
                       PERFORM CHECK-ONE-LOOP
                   END-IF
               END-PERFORM
               IF WS-LOOP-ENTERED = WS-LOOP-TOTAL
                   MOVE '  NONE' TO COVERAGE-REPORT-RECORD
                   WRITE COVERAGE-REPORT-RECORD
               END-IF.

           CHECK-ONE-LOOP.
               ADD 1 TO WS-LOOP-TOTAL
               COMPUTE WS-BODY-IDX = WS-SCAN-IDX + 1
               PERFORM UNTIL WS-BODY-IDX >= WS-MATCH-OFFSET(WS-SCAN-IDX)
                       OR PROGRAM-CHAR-IS-OP(WS-BODY-IDX)
                   ADD 1 TO WS-BODY-IDX
               END-PERFORM
               IF COVER-BYTE-EXECUTED(WS-BODY-IDX)
                   ADD 1 TO WS-LOOP-ENTERED
               ELSE
                   MOVE WS-SCAN-IDX TO WS-MAP-LOOKUP-OFFSET
                   PERFORM FORMAT-LOCATION
                   MOVE SPACES TO COVERAGE-REPORT-RECORD
                   IF COVER-BYTE-EXECUTED(WS-SCAN-IDX)
                       STRING '  [ AT ' FUNCTION TRIM(WS-LOCATION-TEXT)
                           ' - BODY NEVER ENTERED'
                           DELIMITED BY SIZE
                           INTO COVERAGE-REPORT-RECORD
                   ELSE
                       STRING '  [ AT ' FUNCTION TRIM(WS-LOCATION-TEXT)
                           ' - LOOP NEVER REACHED'
                           DELIMITED BY SIZE
                           INTO COVERAGE-REPORT-RECORD
                   END-IF
                   WRITE COVERAGE-REPORT-RECORD
               END-IF.

      * An empty script (or one with no loops) has nothing left
      * unexercised, and shows as fully covered.
           WRITE-COVERAGE-TOTALS.
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               IF WS-INSTRUCTION-TOTAL = 0
                   MOVE 100 TO WS-COVERAGE-PCT
               ELSE
                   COMPUTE WS-COVERAGE-PCT ROUNDED =
                       WS-INSTRUCTION-HIT * 100 / WS-INSTRUCTION-TOTAL
               END-IF
               MOVE WS-INSTRUCTION-TOTAL TO WS-EDIT-TOTAL
               MOVE WS-INSTRUCTION-HIT TO WS-EDIT-COUNT
               MOVE WS-COVERAGE-PCT TO WS-EDIT-PCT
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING 'INSTRUCTIONS: ' WS-EDIT-TOTAL
                   '  EXECUTED: ' WS-EDIT-COUNT
                   '  COVERAGE: ' WS-EDIT-PCT ' PCT'
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               IF WS-LOOP-TOTAL = 0
                   MOVE 100 TO WS-COVERAGE-PCT
               ELSE
                   COMPUTE WS-COVERAGE-PCT ROUNDED =
                       WS-LOOP-ENTERED * 100 / WS-LOOP-TOTAL
               END-IF
               MOVE WS-LOOP-TOTAL TO WS-EDIT-TOTAL
               MOVE WS-LOOP-ENTERED TO WS-EDIT-COUNT
               MOVE WS-COVERAGE-PCT TO WS-EDIT-PCT
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING 'LOOP BODIES:  ' WS-EDIT-TOTAL
                   '  ENTERED:  ' WS-EDIT-COUNT
                   '  COVERAGE: ' WS-EDIT-PCT ' PCT'
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
               IF WS-INSTRUCTION-HIT = WS-INSTRUCTION-TOTAL
                       AND WS-LOOP-ENTERED = WS-LOOP-TOTAL
                   MOVE 'RESULT: FULL COVERAGE' TO
                       COVERAGE-REPORT-RECORD
               ELSE
                   MOVE 'RESULT: COVERAGE GAPS' TO
                       COVERAGE-REPORT-RECORD
               END-IF
               WRITE COVERAGE-REPORT-RECORD.

       END PROGRAM BF-COVERAGE-REPORT.
