      * member) to analyze plus optional parameters in any order:
      *   bfanalyze mandel.txt
      *   bfanalyze MULT01 LIBRARY
      *   bfanalyze MULT01 LIBRARY TEST
      *   bfanalyze mandel.txt IN=feed.dat
      * TEST reads the member from the test library instead, the
      * same copy a LIBRARY TEST card would run; it implies LIBRARY.
      * Run as a pre-flight step this reports, with original
      * line/column where the .map sidecar allows:
      *   - loop bodies whose net pointer drift is leftward, which
           01 WS-ANALYSIS-REPORT-NAME PIC X(120).
           01 WS-LIBRARY-FILE-NAME PIC X(100)
               VALUE 'script-library.dat'.
           01 WS-TEST-LIBRARY-NAME PIC X(100)
               VALUE 'script-test-library.dat'.
           01 WS-LIBRARY-STATUS PIC XX.
           01 WS-LIBRARY-SWITCH PIC X VALUE 'N'.
               88 LIBRARY-MODE VALUE 'Y'.
               IF WS-SCRIPT-FILE-NAME = SPACES
                   DISPLAY 'BF-SCRIPT-ANALYZER: A SCRIPT OR MEMBER '
                       'NAME IS REQUIRED (PLUS OPTIONAL LIBRARY, '
                       'TEST, IN=file)'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               EVALUATE TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'LIBRARY'
                       SET LIBRARY-MODE TO TRUE
                   WHEN WS-PARM-TO-CLASSIFY = 'TEST'
                       SET LIBRARY-MODE TO TRUE
                       MOVE WS-TEST-LIBRARY-NAME TO
                           WS-LIBRARY-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:3) = 'IN='
                       MOVE WS-PARM-TO-CLASSIFY(4:) TO
                           WS-INPUT-DATA-NAME
