       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-SLA-MAINT.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SLA-MASTER ASSIGN TO DYNAMIC
                  WS-SLA-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SLA-SCRIPT-NAME
              FILE STATUS IS WS-SLA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SLA-MASTER.
           COPY 'bfslarec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line, a function word and its operands:
      *   SET    script [FINISH=hhmm|hhmm+1|NONE] [ELAPSED=minutes]
      *                 [DAYS=code,code...] [EFFECTIVE=yyyymmdd]
      *                 [DESC=free text to the end of the line]
      *          - add the script's service level, or change the
      *            parts given on an existing one. FINISH=0530+1 is
      *            "by 05:30 the morning after the run's date";
      *            ELAPSED=0 drops the elapsed limit; DAYS= takes the
      *            batch driver's SCHED= codes. A new entry defaults
      *            to DAILY, effective today, and must carry a
      *            deadline or an elapsed limit (or both).
      *   DELETE script                        - drop the entry
      *   LIST                                 - one line per entry
      * SLA=file ahead of the function word names another master.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-FUNCTION PIC X(10).
           01 WS-SCRIPT-PARM PIC X(30).
           01 WS-UNSTRING-PTR PIC 9(3).
           01 WS-OPERAND PIC X(100).
           01 WS-OPERAND-END-SWITCH PIC X.
               88 NO-MORE-OPERANDS VALUE 'Y'.

           01 WS-SLA-FILE-NAME PIC X(100) VALUE 'sla-master.dat'.
           01 WS-SLA-STATUS PIC XX.
           01 WS-SLA-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-SLA-MASTER VALUE 'Y'.
           01 WS-SLA-FOUND-SWITCH PIC X VALUE 'N'.
               88 SLA-ENTRY-FOUND VALUE 'Y'.

      * Schedule codes are checked here against the same list the
      * batch driver understands, so a typing slip is refused at
      * SET time rather than silently never falling due.
           01 WS-DAYS-TEXT PIC X(60).
           01 WS-DAYS-PTR PIC 9(3).
           01 WS-DAY-IDX PIC 9(1).
           01 WS-DAY-CODE-WORK PIC X(20).
           01 WS-DAY-NUMBER PIC 9(2).
           01 WS-FINISH-TEXT PIC X(20).
           01 WS-FINISH-HHMM PIC 9(4).
           01 WS-FINISH-HHMM-X REDEFINES WS-FINISH-HHMM.
               05 WS-FINISH-HH PIC 9(2).
               05 WS-FINISH-MM PIC 9(2).
           01 WS-NUMBER-TEXT PIC X(20).

           01 WS-RUN-DATE PIC 9(8).
           01 WS-LIST-COUNT PIC 9(5) VALUE 0.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-EDIT-ELAPSED PIC ZZZ9.
           01 WS-LIST-FINISH PIC X(7).
           01 WS-LIST-DAYS PIC X(45).

      * 0 done, 8 refused - a refused SET leaves the master as it
      * was.
           01 WS-RUN-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PROC.
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE 1 TO WS-UNSTRING-PTR
               MOVE SPACES TO WS-FUNCTION
               MOVE SPACES TO WS-SCRIPT-PARM
               MOVE SPACES TO WS-OPERAND
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-OPERAND
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING
               IF WS-OPERAND(1:4) = 'SLA='
                   MOVE WS-OPERAND(5:) TO WS-SLA-FILE-NAME
                   MOVE SPACES TO WS-OPERAND
                   UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                       INTO WS-OPERAND
                       WITH POINTER WS-UNSTRING-PTR
                   END-UNSTRING
               END-IF
               MOVE WS-OPERAND TO WS-FUNCTION
               IF WS-UNSTRING-PTR <= 200
                   UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                       INTO WS-SCRIPT-PARM
                       WITH POINTER WS-UNSTRING-PTR
                   END-UNSTRING
               END-IF
               EVALUATE WS-FUNCTION
                   WHEN 'SET'
                       PERFORM SET-SLA-ENTRY
                   WHEN 'DELETE'
                       PERFORM DELETE-SLA-ENTRY
                   WHEN 'LIST'
                       PERFORM LIST-SLA-ENTRIES
                   WHEN OTHER
                       DISPLAY 'BF-SLA-MAINT: UNKNOWN FUNCTION "'
                           FUNCTION TRIM(WS-FUNCTION)
                           '" - USE SET, DELETE OR LIST'
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           OPEN-SLA-IO-OR-CREATE.
               OPEN I-O SLA-MASTER
               IF WS-SLA-STATUS = '35'
                   OPEN OUTPUT SLA-MASTER
                   CLOSE SLA-MASTER
                   OPEN I-O SLA-MASTER
               END-IF
               IF WS-SLA-STATUS NOT = '00'
                   DISPLAY 'BF-SLA-MAINT: CANNOT OPEN SLA MASTER '
                       FUNCTION TRIM(WS-SLA-FILE-NAME)
                       ' (STATUS ' WS-SLA-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               END-IF.

      * An existing entry is read first so SET only changes what
      * the command line names; every operand is validated before
      * anything is written.
           SET-SLA-ENTRY.
               IF WS-SCRIPT-PARM = SPACES
                   DISPLAY 'BF-SLA-MAINT: SET NEEDS A SCRIPT NAME'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM OPEN-SLA-IO-OR-CREATE
               END-IF
               IF WS-RUN-RC = 0
                   MOVE WS-SCRIPT-PARM TO SLA-SCRIPT-NAME
                   MOVE 'N' TO WS-SLA-FOUND-SWITCH
                   READ SLA-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET SLA-ENTRY-FOUND TO TRUE
                   END-READ
                   IF NOT SLA-ENTRY-FOUND
                       MOVE SPACES TO SLA-RECORD
                       MOVE WS-SCRIPT-PARM TO SLA-SCRIPT-NAME
                       SET SLA-NO-FINISH-TIME TO TRUE
                       SET SLA-FINISH-SAME-DAY TO TRUE
                       SET SLA-NO-ELAPSED-LIMIT TO TRUE
                       MOVE 'DAILY' TO SLA-DAY-CODE(1)
                       MOVE WS-RUN-DATE TO SLA-EFFECTIVE-DATE
                   END-IF
                   MOVE 'N' TO WS-OPERAND-END-SWITCH
                   PERFORM UNTIL NO-MORE-OPERANDS
                           OR WS-RUN-RC NOT = 0
                       PERFORM APPLY-NEXT-SET-OPERAND
                   END-PERFORM
                   IF WS-RUN-RC = 0
                           AND SLA-NO-FINISH-TIME
                           AND SLA-NO-ELAPSED-LIMIT
                       DISPLAY 'BF-SLA-MAINT: '
                           FUNCTION TRIM(WS-SCRIPT-PARM)
                           ' WOULD HAVE NEITHER A FINISH TIME NOR AN'
                           ' ELAPSED LIMIT - REFUSED'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
                   IF WS-RUN-RC = 0
                       MOVE WS-RUN-DATE TO SLA-SET-DATE
                       IF SLA-ENTRY-FOUND
                           REWRITE SLA-RECORD
                       ELSE
                           WRITE SLA-RECORD
                       END-IF
                       IF WS-SLA-STATUS = '00'
                           PERFORM FORMAT-LIST-FIELDS
                           DISPLAY 'BF-SLA-MAINT: SET '
                               FUNCTION TRIM(SLA-SCRIPT-NAME)
                               ' FINISH ' WS-LIST-FINISH
                               ' ELAPSED ' WS-EDIT-ELAPSED
                               ' DAYS ' FUNCTION TRIM(WS-LIST-DAYS)
                               ' FROM ' SLA-EFFECTIVE-DATE
                       ELSE
                           DISPLAY 'BF-SLA-MAINT: CANNOT WRITE '
                               FUNCTION TRIM(WS-SCRIPT-PARM)
                               ' (STATUS ' WS-SLA-STATUS ')'
                           MOVE 8 TO WS-RUN-RC
                       END-IF
                   END-IF
                   CLOSE SLA-MASTER
               END-IF.

      * DESC= swallows the rest of the line, spaces and all, so it
      * ends the operand scan.
           APPLY-NEXT-SET-OPERAND.
               MOVE SPACES TO WS-OPERAND
               IF WS-UNSTRING-PTR > 200
                   SET NO-MORE-OPERANDS TO TRUE
               ELSE
                   IF WS-UNSTRING-PTR <= 195
                           AND WS-COMMAND-LINE(WS-UNSTRING-PTR:5) =
                               'DESC='
                       MOVE WS-COMMAND-LINE(WS-UNSTRING-PTR + 5:) TO
                           SLA-DESCRIPTION
                       SET NO-MORE-OPERANDS TO TRUE
                   ELSE
                       UNSTRING WS-COMMAND-LINE
                           DELIMITED BY ALL SPACE
                           INTO WS-OPERAND
                           WITH POINTER WS-UNSTRING-PTR
                       END-UNSTRING
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-OPERAND = SPACES
                       SET NO-MORE-OPERANDS TO TRUE
                   WHEN WS-OPERAND(1:7) = 'FINISH='
                       MOVE WS-OPERAND(8:) TO WS-FINISH-TEXT
                       PERFORM PARSE-FINISH-OPERAND
                   WHEN WS-OPERAND(1:8) = 'ELAPSED='
                       MOVE WS-OPERAND(9:) TO WS-NUMBER-TEXT
                       IF WS-NUMBER-TEXT = SPACES
                               OR FUNCTION TRIM(WS-NUMBER-TEXT)
                                   IS NOT NUMERIC
                               OR FUNCTION NUMVAL(WS-NUMBER-TEXT)
                                   > 9999
                           DISPLAY 'BF-SLA-MAINT: ELAPSED= NEEDS '
                               'MINUTES, 0 TO 9999'
                           MOVE 8 TO WS-RUN-RC
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-NUMBER-TEXT) TO
                               SLA-MAX-ELAPSED
                       END-IF
                   WHEN WS-OPERAND(1:5) = 'DAYS='
                       MOVE WS-OPERAND(6:) TO WS-DAYS-TEXT
                       PERFORM PARSE-DAYS-OPERAND
                   WHEN WS-OPERAND(1:10) = 'EFFECTIVE='
                       MOVE WS-OPERAND(11:) TO WS-NUMBER-TEXT
                       IF WS-NUMBER-TEXT(1:8) IS NOT NUMERIC
                               OR WS-NUMBER-TEXT(9:) NOT = SPACES
                           DISPLAY 'BF-SLA-MAINT: EFFECTIVE= NEEDS '
                               'A YYYYMMDD DATE'
                           MOVE 8 TO WS-RUN-RC
                       ELSE
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (FUNCTION NUMVAL(WS-NUMBER-TEXT))
                                   NOT = 0
                               DISPLAY 'BF-SLA-MAINT: EFFECTIVE= '
                                   WS-NUMBER-TEXT(1:8)
                                   ' IS NOT A CALENDAR DATE'
                               MOVE 8 TO WS-RUN-RC
                           ELSE
                               MOVE WS-NUMBER-TEXT(1:8) TO
                                   SLA-EFFECTIVE-DATE
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY 'BF-SLA-MAINT: OPERAND '
                           FUNCTION TRIM(WS-OPERAND)
                           ' NOT RECOGNIZED'
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE.

           PARSE-FINISH-OPERAND.
               EVALUATE TRUE
                   WHEN WS-FINISH-TEXT = 'NONE'
                       SET SLA-NO-FINISH-TIME TO TRUE
                       SET SLA-FINISH-SAME-DAY TO TRUE
                   WHEN WS-FINISH-TEXT(1:4) IS NOT NUMERIC
                           OR (WS-FINISH-TEXT(5:) NOT = SPACES
                               AND WS-FINISH-TEXT(5:) NOT = '+1')
                       DISPLAY 'BF-SLA-MAINT: FINISH= NEEDS HHMM, '
                           'HHMM+1 OR NONE'
                       MOVE 8 TO WS-RUN-RC
                   WHEN OTHER
                       MOVE WS-FINISH-TEXT(1:4) TO WS-FINISH-HHMM
                       IF WS-FINISH-HH > 23 OR WS-FINISH-MM > 59
                           DISPLAY 'BF-SLA-MAINT: FINISH= '
                               WS-FINISH-TEXT(1:4)
                               ' IS NOT A TIME OF DAY'
                           MOVE 8 TO WS-RUN-RC
                       ELSE
                           MOVE WS-FINISH-HHMM TO SLA-FINISH-TIME
                           IF WS-FINISH-TEXT(5:2) = '+1'
                               SET SLA-FINISH-NEXT-DAY TO TRUE
                           ELSE
                               SET SLA-FINISH-SAME-DAY TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE.

      * Up to five comma-separated codes replace whatever the entry
      * held before.
           PARSE-DAYS-OPERAND.
               MOVE SPACES TO SLA-DAYS
               MOVE 1 TO WS-DAYS-PTR
               MOVE 0 TO WS-DAY-IDX
               PERFORM UNTIL WS-DAYS-PTR > 60
                       OR WS-DAYS-TEXT(WS-DAYS-PTR:) = SPACES
                       OR WS-RUN-RC NOT = 0
                   MOVE SPACES TO WS-DAY-CODE-WORK
                   UNSTRING WS-DAYS-TEXT DELIMITED BY ',' OR SPACE
                       INTO WS-DAY-CODE-WORK
                       WITH POINTER WS-DAYS-PTR
                   END-UNSTRING
                   IF WS-DAY-CODE-WORK NOT = SPACES
                       PERFORM CHECK-ONE-DAY-CODE
                   END-IF
               END-PERFORM
               IF WS-RUN-RC = 0 AND WS-DAY-IDX = 0
                   DISPLAY 'BF-SLA-MAINT: DAYS= NEEDS AT LEAST '
                       'ONE SCHEDULE CODE'
                   MOVE 8 TO WS-RUN-RC
               END-IF.

           CHECK-ONE-DAY-CODE.
               EVALUATE TRUE
                   WHEN WS-DAY-IDX >= 5
                       DISPLAY 'BF-SLA-MAINT: DAYS= TAKES AT MOST '
                           'FIVE CODES'
                       MOVE 8 TO WS-RUN-RC
                   WHEN WS-DAY-CODE-WORK = 'DAILY' OR 'BUSDAY'
                           OR 'MON' OR 'TUE' OR 'WED' OR 'THU'
                           OR 'FRI' OR 'SAT' OR 'SUN' OR 'FIRSTBUS'
                           OR 'LASTBUS' OR 'QTRFIRST' OR 'QTRLAST'
                       ADD 1 TO WS-DAY-IDX
                       MOVE WS-DAY-CODE-WORK TO
                           SLA-DAY-CODE(WS-DAY-IDX)
                   WHEN WS-DAY-CODE-WORK(1:3) = 'DAY'
                           AND WS-DAY-CODE-WORK(4:2) IS NUMERIC
                           AND WS-DAY-CODE-WORK(6:) = SPACES
                       MOVE WS-DAY-CODE-WORK(4:2) TO WS-DAY-NUMBER
                       IF WS-DAY-NUMBER < 1 OR WS-DAY-NUMBER > 31
                           DISPLAY 'BF-SLA-MAINT: '
                               FUNCTION TRIM(WS-DAY-CODE-WORK)
                               ' IS NOT A DAY OF THE MONTH'
                           MOVE 8 TO WS-RUN-RC
                       ELSE
                           ADD 1 TO WS-DAY-IDX
                           MOVE WS-DAY-CODE-WORK TO
                               SLA-DAY-CODE(WS-DAY-IDX)
                       END-IF
                   WHEN OTHER
                       DISPLAY 'BF-SLA-MAINT: UNKNOWN SCHEDULE CODE '
                           FUNCTION TRIM(WS-DAY-CODE-WORK)
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE.

           DELETE-SLA-ENTRY.
               IF WS-SCRIPT-PARM = SPACES
                   DISPLAY 'BF-SLA-MAINT: DELETE NEEDS A SCRIPT NAME'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   OPEN I-O SLA-MASTER
                   IF WS-SLA-STATUS NOT = '00'
                       DISPLAY 'BF-SLA-MAINT: CANNOT OPEN SLA MASTER '
                           FUNCTION TRIM(WS-SLA-FILE-NAME)
                           ' (STATUS ' WS-SLA-STATUS ')'
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       MOVE WS-SCRIPT-PARM TO SLA-SCRIPT-NAME
                       READ SLA-MASTER
                           INVALID KEY
                               DISPLAY 'BF-SLA-MAINT: '
                                   FUNCTION TRIM(WS-SCRIPT-PARM)
                                   ' HAS NO SLA ENTRY'
                               MOVE 8 TO WS-RUN-RC
                           NOT INVALID KEY
                               DELETE SLA-MASTER
                               IF WS-SLA-STATUS = '00'
                                   DISPLAY 'BF-SLA-MAINT: DELETED '
                                       FUNCTION TRIM(WS-SCRIPT-PARM)
                               ELSE
                                   DISPLAY 'BF-SLA-MAINT: CANNOT '
                                       'DELETE '
                                       FUNCTION TRIM(WS-SCRIPT-PARM)
                                       ' (STATUS ' WS-SLA-STATUS ')'
                                   MOVE 8 TO WS-RUN-RC
                               END-IF
                       END-READ
                       CLOSE SLA-MASTER
                   END-IF
               END-IF.

           LIST-SLA-ENTRIES.
               OPEN INPUT SLA-MASTER
               IF WS-SLA-STATUS NOT = '00'
                   DISPLAY 'BF-SLA-MAINT: CANNOT OPEN SLA MASTER '
                       FUNCTION TRIM(WS-SLA-FILE-NAME)
                       ' (STATUS ' WS-SLA-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   DISPLAY 'SCRIPT                         FINISH  '
                       'ELAP EFFECTV  DAYS'
                   MOVE 'N' TO WS-SLA-EOF-SWITCH
                   MOVE 0 TO WS-LIST-COUNT
                   PERFORM UNTIL END-OF-SLA-MASTER
                       READ SLA-MASTER NEXT RECORD
                           AT END
                               SET END-OF-SLA-MASTER TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LIST-COUNT
                               PERFORM FORMAT-LIST-FIELDS
                               DISPLAY SLA-SCRIPT-NAME ' '
                                   WS-LIST-FINISH ' '
                                   WS-EDIT-ELAPSED ' '
                                   SLA-EFFECTIVE-DATE ' '
                                   FUNCTION TRIM(WS-LIST-DAYS)
                               IF SLA-DESCRIPTION NOT = SPACES
                                   DISPLAY '    '
                                       FUNCTION TRIM(SLA-DESCRIPTION)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SLA-MASTER
                   MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
                   DISPLAY WS-EDIT-COUNT ' SLA ENTRY(IES)'
               END-IF.

           FORMAT-LIST-FIELDS.
               MOVE SPACES TO WS-LIST-FINISH
               EVALUATE TRUE
                   WHEN SLA-NO-FINISH-TIME
                       MOVE 'NONE' TO WS-LIST-FINISH
                   WHEN SLA-FINISH-NEXT-DAY
                       STRING SLA-FINISH-HH ':' SLA-FINISH-MM '+1'
                           DELIMITED BY SIZE INTO WS-LIST-FINISH
                   WHEN OTHER
                       STRING SLA-FINISH-HH ':' SLA-FINISH-MM
                           DELIMITED BY SIZE INTO WS-LIST-FINISH
               END-EVALUATE
               MOVE SLA-MAX-ELAPSED TO WS-EDIT-ELAPSED
               MOVE SPACES TO WS-LIST-DAYS
               MOVE 1 TO WS-DAYS-PTR
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 5
                   IF SLA-DAY-CODE(WS-DAY-IDX) NOT = SPACES
                       STRING FUNCTION TRIM(SLA-DAY-CODE(WS-DAY-IDX))
                           ' ' DELIMITED BY SIZE
                           INTO WS-LIST-DAYS
                           WITH POINTER WS-DAYS-PTR
                       END-STRING
                   END-IF
               END-PERFORM.

       END PROGRAM BF-SLA-MAINT.
