       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-SECURITY-REPORT.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC
                  WS-SECURITY-LOG-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECURITY-LOG-STATUS.
              SELECT SECURITY-REPORT-FILE ASSIGN TO DYNAMIC
                  WS-SECURITY-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD SECURITY-LOG-FILE.
           COPY 'bfsecrec.cpy'.

           FD SECURITY-REPORT-FILE.
           01 SECURITY-REPORT-RECORD PIC X(180).

       WORKING-STORAGE SECTION.
      * Whole command line, all parameters optional and in any
      * order:
      *   LOG=file        - security log (security-log.txt)
      *   MONTH=yyyymm    - month to report (default: last month)
      *   RUNDATE=yyyymmdd - report as if run on that day, for the
      *                     default month
      *   REPORT=file     - report file (security-report.txt)
      * The report is run early in the month for the month just
      * closed: who did which privileged function how often, who was
      * refused, and every line behind both.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-SEC-PARM-MAX CONSTANT 4.
           01 WS-SEC-PARMS.
               05 WS-SEC-PARM PIC X(100)
                   OCCURS WS-SEC-PARM-MAX TIMES.
           01 WS-PARM-IDX PIC 9(1).
           01 WS-PARM-TO-CLASSIFY PIC X(100).

           01 WS-SECURITY-LOG-NAME PIC X(100)
               VALUE 'security-log.txt'.
           01 WS-SECURITY-LOG-STATUS PIC XX.
           01 WS-LOG-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-SECURITY-LOG VALUE 'Y'.
           01 WS-SECURITY-REPORT-NAME PIC X(100)
               VALUE 'security-report.txt'.

           01 WS-REPORT-DATE PIC 9(8) VALUE 0.
           01 WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE.
               05 WS-REPORT-YYYY PIC 9(4).
               05 WS-REPORT-MM PIC 9(2).
               05 WS-REPORT-DD PIC 9(2).
           01 WS-MONTH-PARM PIC 9(6) VALUE 0.
           01 WS-LOG-MONTH PIC X(6).

      * One slot per operator and function seen in the month, kept
      * in operator/function order as they are added so the summary
      * prints straight down with a break per operator.
           01 MAX-SEC-SUMMARY CONSTANT 500.
           01 WS-SUMMARY-TABLE.
               05 WS-SUMMARY-ENTRY OCCURS MAX-SEC-SUMMARY TIMES.
                   10 WS-SM-OPERATOR PIC X(20).
                   10 WS-SM-FUNCTION PIC X(8).
                   10 WS-SM-ALLOWED PIC 9(7).
                   10 WS-SM-REFUSED PIC 9(7).
           01 WS-SUMMARY-COUNT PIC 9(3) VALUE 0.
           01 WS-SUMMARY-IDX PIC 9(3).
           01 WS-SUMMARY-FOUND PIC 9(3).
           01 WS-SUMMARY-SLOT PIC 9(3).
           01 WS-DROPPED-COUNT PIC 9(5) VALUE 0.

      * An operator refused this many times or more in the month is
      * flagged for a look - one refusal is a mistake, a run of them
      * is somebody trying.
           01 WS-REFUSAL-FLAG-LIMIT PIC 9(3) VALUE 3.
           01 WS-CUR-OPERATOR PIC X(20).
           01 WS-OP-ALLOWED PIC 9(7).
           01 WS-OP-REFUSED PIC 9(7).
           01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.

           01 WS-TOTAL-ALLOWED PIC 9(7) VALUE 0.
           01 WS-TOTAL-REFUSED PIC 9(7) VALUE 0.
           01 WS-DETAIL-OUTCOME PIC X(7).
           01 WS-DETAIL-COUNT PIC 9(7).
           01 WS-EDIT-ALLOWED PIC Z(6)9.
           01 WS-EDIT-REFUSED PIC Z(6)9.
           01 WS-EDIT-COUNT PIC Z(6)9.

      * 0 no refusals in the month, 4 at least one, 8 the log could
      * not be read.
           01 WS-RUN-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PROC.
               PERFORM GET-SECURITY-PARMS
               IF WS-REPORT-DATE = 0
                   ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
               END-IF
               IF WS-MONTH-PARM = 0
                   IF WS-REPORT-MM = 1
                       COMPUTE WS-MONTH-PARM =
                           (WS-REPORT-YYYY - 1) * 100 + 12
                   ELSE
                       COMPUTE WS-MONTH-PARM =
                           WS-REPORT-YYYY * 100 + WS-REPORT-MM - 1
                   END-IF
               END-IF
               MOVE WS-MONTH-PARM TO WS-LOG-MONTH
               PERFORM SUMMARIZE-SECURITY-LOG
               IF WS-RUN-RC = 0
                   PERFORM WRITE-SECURITY-REPORT
                   MOVE WS-TOTAL-REFUSED TO WS-EDIT-REFUSED
                   DISPLAY 'BF-SECURITY-REPORT: REPORT WRITTEN TO '
                       FUNCTION TRIM(WS-SECURITY-REPORT-NAME) ' - '
                       FUNCTION TRIM(WS-EDIT-REFUSED)
                       ' REFUSAL(S) IN ' WS-LOG-MONTH
                   IF WS-TOTAL-REFUSED > 0
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           GET-SECURITY-PARMS.
               MOVE SPACES TO WS-SEC-PARMS
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-SEC-PARM(1) WS-SEC-PARM(2)
                       WS-SEC-PARM(3) WS-SEC-PARM(4)
               END-UNSTRING
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-SEC-PARM-MAX
                   IF WS-SEC-PARM(WS-PARM-IDX) NOT = SPACES
                       MOVE WS-SEC-PARM(WS-PARM-IDX) TO
                           WS-PARM-TO-CLASSIFY
                       PERFORM CLASSIFY-SECURITY-PARM
                   END-IF
               END-PERFORM.

           CLASSIFY-SECURITY-PARM.
               EVALUATE TRUE
                   WHEN WS-PARM-TO-CLASSIFY(1:4) = 'LOG='
                       MOVE WS-PARM-TO-CLASSIFY(5:) TO
                           WS-SECURITY-LOG-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:7) = 'REPORT='
                       MOVE WS-PARM-TO-CLASSIFY(8:) TO
                           WS-SECURITY-REPORT-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:6) = 'MONTH='
                           AND WS-PARM-TO-CLASSIFY(7:6) IS NUMERIC
                           AND WS-PARM-TO-CLASSIFY(13:) = SPACES
                           AND WS-PARM-TO-CLASSIFY(11:2) >= '01'
                           AND WS-PARM-TO-CLASSIFY(11:2) <= '12'
                       MOVE WS-PARM-TO-CLASSIFY(7:6) TO WS-MONTH-PARM
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'RUNDATE='
                           AND WS-PARM-TO-CLASSIFY(9:8) IS NUMERIC
                           AND WS-PARM-TO-CLASSIFY(17:) = SPACES
                       IF FUNCTION TEST-DATE-YYYYMMDD
                               (FUNCTION NUMVAL
                                   (WS-PARM-TO-CLASSIFY(9:8))) = 0
                           MOVE WS-PARM-TO-CLASSIFY(9:8) TO
                               WS-REPORT-DATE
                       ELSE
                           DISPLAY 'BF-SECURITY-REPORT: RUNDATE= '
                               WS-PARM-TO-CLASSIFY(9:8)
                               ' IS NOT A CALENDAR DATE - IGNORED'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'BF-SECURITY-REPORT: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
                           ' NOT RECOGNIZED - IGNORED'
               END-EVALUATE.

      * First pass: the per-operator, per-function counts.
           SUMMARIZE-SECURITY-LOG.
               OPEN INPUT SECURITY-LOG-FILE
               IF WS-SECURITY-LOG-STATUS NOT = '00'
                   DISPLAY 'BF-SECURITY-REPORT: CANNOT OPEN '
                       FUNCTION TRIM(WS-SECURITY-LOG-NAME)
                       ' (STATUS ' WS-SECURITY-LOG-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE 'N' TO WS-LOG-EOF-SWITCH
                   PERFORM UNTIL END-OF-SECURITY-LOG
                       READ SECURITY-LOG-FILE
                           AT END
                               SET END-OF-SECURITY-LOG TO TRUE
                           NOT AT END
                               IF SECURITY-LOG-RECORD(1:6) =
                                       WS-LOG-MONTH
                                   PERFORM TALLY-ONE-LOG-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SECURITY-LOG-FILE
               END-IF.

           TALLY-ONE-LOG-LINE.
               IF SEC-REFUSED
                   ADD 1 TO WS-TOTAL-REFUSED
               ELSE
                   ADD 1 TO WS-TOTAL-ALLOWED
               END-IF
               MOVE 0 TO WS-SUMMARY-FOUND
               MOVE 0 TO WS-SUMMARY-SLOT
               PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
                   UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
                       OR WS-SUMMARY-FOUND > 0
                       OR WS-SUMMARY-SLOT > 0
                   EVALUATE TRUE
                       WHEN WS-SM-OPERATOR(WS-SUMMARY-IDX) =
                               SEC-OPERATOR
                               AND WS-SM-FUNCTION(WS-SUMMARY-IDX) =
                                   SEC-FUNCTION
                           MOVE WS-SUMMARY-IDX TO WS-SUMMARY-FOUND
                       WHEN WS-SM-OPERATOR(WS-SUMMARY-IDX) >
                               SEC-OPERATOR
                           MOVE WS-SUMMARY-IDX TO WS-SUMMARY-SLOT
                       WHEN WS-SM-OPERATOR(WS-SUMMARY-IDX) =
                               SEC-OPERATOR
                               AND WS-SM-FUNCTION(WS-SUMMARY-IDX) >
                                   SEC-FUNCTION
                           MOVE WS-SUMMARY-IDX TO WS-SUMMARY-SLOT
                   END-EVALUATE
               END-PERFORM
               IF WS-SUMMARY-FOUND = 0
                   PERFORM INSERT-SUMMARY-ENTRY
               END-IF
               IF WS-SUMMARY-FOUND > 0
                   IF SEC-REFUSED
                       ADD 1 TO WS-SM-REFUSED(WS-SUMMARY-FOUND)
                   ELSE
                       ADD 1 TO WS-SM-ALLOWED(WS-SUMMARY-FOUND)
                   END-IF
               END-IF.

      * Opens a slot at WS-SUMMARY-SLOT (or the end) by moving the
      * later entries down one.
           INSERT-SUMMARY-ENTRY.
               IF WS-SUMMARY-COUNT >= MAX-SEC-SUMMARY
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   IF WS-SUMMARY-SLOT = 0
                       COMPUTE WS-SUMMARY-SLOT = WS-SUMMARY-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-SUMMARY-IDX
                       FROM WS-SUMMARY-COUNT BY -1
                       UNTIL WS-SUMMARY-IDX < WS-SUMMARY-SLOT
                       MOVE WS-SUMMARY-ENTRY(WS-SUMMARY-IDX) TO
                           WS-SUMMARY-ENTRY(WS-SUMMARY-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE SEC-OPERATOR TO
                       WS-SM-OPERATOR(WS-SUMMARY-SLOT)
                   MOVE SEC-FUNCTION TO
                       WS-SM-FUNCTION(WS-SUMMARY-SLOT)
                   MOVE 0 TO WS-SM-ALLOWED(WS-SUMMARY-SLOT)
                   MOVE 0 TO WS-SM-REFUSED(WS-SUMMARY-SLOT)
                   MOVE WS-SUMMARY-SLOT TO WS-SUMMARY-FOUND
               END-IF.

           WRITE-SECURITY-REPORT.
               OPEN OUTPUT SECURITY-REPORT-FILE
               MOVE SPACES TO SECURITY-REPORT-RECORD
               STRING 'SECURITY ACTIVITY REPORT - LOG: '
                   FUNCTION TRIM(WS-SECURITY-LOG-NAME)
                   '  MONTH: ' WS-LOG-MONTH
                   DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               MOVE SPACES TO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               PERFORM WRITE-SUMMARY-SECTION
               MOVE 'REFUSED' TO WS-DETAIL-OUTCOME
               PERFORM WRITE-DETAIL-SECTION
               MOVE 'ALLOWED' TO WS-DETAIL-OUTCOME
               PERFORM WRITE-DETAIL-SECTION
               MOVE WS-TOTAL-ALLOWED TO WS-EDIT-ALLOWED
               MOVE WS-TOTAL-REFUSED TO WS-EDIT-REFUSED
               MOVE SPACES TO SECURITY-REPORT-RECORD
               STRING 'TOTAL FOR THE MONTH     ALLOWED '
                   WS-EDIT-ALLOWED '  REFUSED ' WS-EDIT-REFUSED
                   DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO SECURITY-REPORT-RECORD
               STRING 'OPERATORS FLAGGED       ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               IF WS-DROPPED-COUNT > 0
                   MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO SECURITY-REPORT-RECORD
                   STRING 'WARNING: ' WS-EDIT-COUNT
                       ' LINE(S) LEFT OUT OF THE SUMMARY - MORE '
                       'OPERATOR/FUNCTION PAIRS THAN THE TABLE HOLDS'
                       DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
                   WRITE SECURITY-REPORT-RECORD
               END-IF
               CLOSE SECURITY-REPORT-FILE.

           WRITE-SUMMARY-SECTION.
               MOVE 'ACTIVITY BY OPERATOR AND FUNCTION' TO
                   SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               MOVE SPACES TO SECURITY-REPORT-RECORD
               STRING 'OPERATOR             FUNCTION  ALLOWED  '
                   'REFUSED'
                   DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               IF WS-SUMMARY-COUNT = 0
                   MOVE '    NONE' TO SECURITY-REPORT-RECORD
                   WRITE SECURITY-REPORT-RECORD
               END-IF
               MOVE SPACES TO WS-CUR-OPERATOR
               MOVE 0 TO WS-OP-ALLOWED
               MOVE 0 TO WS-OP-REFUSED
               PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
                   UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
                   IF WS-SM-OPERATOR(WS-SUMMARY-IDX) NOT =
                           WS-CUR-OPERATOR
                       PERFORM WRITE-OPERATOR-TOTAL
                       MOVE WS-SM-OPERATOR(WS-SUMMARY-IDX) TO
                           WS-CUR-OPERATOR
                   END-IF
                   ADD WS-SM-ALLOWED(WS-SUMMARY-IDX) TO WS-OP-ALLOWED
                   ADD WS-SM-REFUSED(WS-SUMMARY-IDX) TO WS-OP-REFUSED
                   MOVE WS-SM-ALLOWED(WS-SUMMARY-IDX) TO
                       WS-EDIT-ALLOWED
                   MOVE WS-SM-REFUSED(WS-SUMMARY-IDX) TO
                       WS-EDIT-REFUSED
                   MOVE SPACES TO SECURITY-REPORT-RECORD
                   STRING WS-SM-OPERATOR(WS-SUMMARY-IDX) ' '
                       WS-SM-FUNCTION(WS-SUMMARY-IDX) ' '
                       WS-EDIT-ALLOWED '  ' WS-EDIT-REFUSED
                       DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
                   WRITE SECURITY-REPORT-RECORD
               END-PERFORM
               PERFORM WRITE-OPERATOR-TOTAL
               MOVE SPACES TO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD.

      * Closes off the operator just printed, if any, with the
      * review flag when the refusals reach the limit.
           WRITE-OPERATOR-TOTAL.
               IF WS-CUR-OPERATOR NOT = SPACES
                   MOVE WS-OP-ALLOWED TO WS-EDIT-ALLOWED
                   MOVE WS-OP-REFUSED TO WS-EDIT-REFUSED
                   MOVE SPACES TO SECURITY-REPORT-RECORD
                   STRING '  OPERATOR TOTAL               '
                       WS-EDIT-ALLOWED '  ' WS-EDIT-REFUSED
                       DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
                   IF WS-OP-REFUSED >= WS-REFUSAL-FLAG-LIMIT
                       MOVE '  *** REPEATED REFUSALS - REVIEW'
                           TO SECURITY-REPORT-RECORD(48:)
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
                   WRITE SECURITY-REPORT-RECORD
               END-IF
               MOVE 0 TO WS-OP-ALLOWED
               MOVE 0 TO WS-OP-REFUSED.

      * Later passes: every line of the month with the outcome in
      * WS-DETAIL-OUTCOME, in the order they were logged.
           WRITE-DETAIL-SECTION.
               MOVE SPACES TO SECURITY-REPORT-RECORD
               IF WS-DETAIL-OUTCOME = 'REFUSED'
                   MOVE 'REFUSED ATTEMPTS' TO SECURITY-REPORT-RECORD
               ELSE
                   MOVE 'PRIVILEGED ACTIONS ALLOWED' TO
                       SECURITY-REPORT-RECORD
               END-IF
               WRITE SECURITY-REPORT-RECORD
               MOVE SPACES TO SECURITY-REPORT-RECORD
               STRING 'DATE     TIME   OPERATOR             '
                   'PROGRAM              FUNCTION TARGET'
                   DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               MOVE 0 TO WS-DETAIL-COUNT
               OPEN INPUT SECURITY-LOG-FILE
               IF WS-SECURITY-LOG-STATUS = '00'
                   MOVE 'N' TO WS-LOG-EOF-SWITCH
                   PERFORM UNTIL END-OF-SECURITY-LOG
                       READ SECURITY-LOG-FILE
                           AT END
                               SET END-OF-SECURITY-LOG TO TRUE
                           NOT AT END
                               IF SECURITY-LOG-RECORD(1:6) =
                                       WS-LOG-MONTH
                                       AND SEC-OUTCOME =
                                           WS-DETAIL-OUTCOME
                                   PERFORM WRITE-ONE-DETAIL-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SECURITY-LOG-FILE
               END-IF
               IF WS-DETAIL-COUNT = 0
                   MOVE '    NONE' TO SECURITY-REPORT-RECORD
                   WRITE SECURITY-REPORT-RECORD
               END-IF
               MOVE SPACES TO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD.

           WRITE-ONE-DETAIL-LINE.
               ADD 1 TO WS-DETAIL-COUNT
               MOVE SPACES TO SECURITY-REPORT-RECORD
               STRING SEC-DATE ' ' SEC-TIME ' ' SEC-OPERATOR ' '
                   SEC-PROGRAM ' ' SEC-FUNCTION ' '
                   FUNCTION TRIM(SEC-TARGET)
                   DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
               WRITE SECURITY-REPORT-RECORD
               IF SEC-REASON NOT = SPACES
                   MOVE SPACES TO SECURITY-REPORT-RECORD
                   STRING '                '
                       FUNCTION TRIM(SEC-REASON)
                       DELIMITED BY SIZE INTO SECURITY-REPORT-RECORD
                   WRITE SECURITY-REPORT-RECORD
               END-IF.

       END PROGRAM BF-SECURITY-REPORT.
