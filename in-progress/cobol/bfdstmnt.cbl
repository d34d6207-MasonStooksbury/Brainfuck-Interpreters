       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-DIST-MAINT.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DIST-MASTER ASSIGN TO DYNAMIC
                  WS-DIST-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DST-KEY
              FILE STATUS IS WS-DIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DIST-MASTER.
           COPY 'bfdstrec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line, a function word and its operands:
      *   SET    script recipient [COPIES=n] [BANNER=Y|N]
      *                 [DESC=free text to the end of the line]
      *          - send the script's output to the recipient, or
      *            change the parts given on an existing entry. A
      *            new entry defaults to one copy with a banner.
      *   DELETE script recipient   - stop sending it there
      *   DELETE script             - stop sending it anywhere
      *   LIST [script]             - one line per entry
      * DIST=file ahead of the function word names another master.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-FUNCTION PIC X(10).
           01 WS-SCRIPT-PARM PIC X(30).
           01 WS-RECIPIENT-PARM PIC X(30).
           01 WS-UNSTRING-PTR PIC 9(3).
           01 WS-OPERAND PIC X(100).
           01 WS-OPERAND-END-SWITCH PIC X.
               88 NO-MORE-OPERANDS VALUE 'Y'.

           01 WS-DIST-FILE-NAME PIC X(100) VALUE 'dist-master.dat'.
           01 WS-DIST-STATUS PIC XX.
           01 WS-DIST-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-DIST-MASTER VALUE 'Y'.
           01 WS-DIST-FOUND-SWITCH PIC X VALUE 'N'.
               88 DIST-ENTRY-FOUND VALUE 'Y'.

      * The recipient becomes part of a delivery file name, so it is
      * held to the same plain characters the batch driver allows
      * on a control card.
           01 WS-NAME-CHAR PIC X.
               88 WS-NAME-CHAR-IS-SAFE VALUES
                   'A' THRU 'Z' 'a' THRU 'z' '0' THRU '9'
                   '.' '_' '-'.
           01 WS-SCAN-IDX PIC 9(3).
           01 WS-NUMBER-TEXT PIC X(20).

           01 WS-RUN-DATE PIC 9(8).
           01 WS-LIST-COUNT PIC 9(5) VALUE 0.
           01 WS-DELETE-COUNT PIC 9(5) VALUE 0.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-EDIT-COPIES PIC Z9.

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
               MOVE SPACES TO WS-RECIPIENT-PARM
               MOVE SPACES TO WS-OPERAND
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-OPERAND
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING
               IF WS-OPERAND(1:5) = 'DIST='
                   MOVE WS-OPERAND(6:) TO WS-DIST-FILE-NAME
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
               IF WS-UNSTRING-PTR <= 200
                       AND WS-FUNCTION NOT = 'LIST'
                   UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                       INTO WS-RECIPIENT-PARM
                       WITH POINTER WS-UNSTRING-PTR
                   END-UNSTRING
               END-IF
               EVALUATE WS-FUNCTION
                   WHEN 'SET'
                       PERFORM SET-DIST-ENTRY
                   WHEN 'DELETE'
                       PERFORM DELETE-DIST-ENTRIES
                   WHEN 'LIST'
                       PERFORM LIST-DIST-ENTRIES
                   WHEN OTHER
                       DISPLAY 'BF-DIST-MAINT: UNKNOWN FUNCTION "'
                           FUNCTION TRIM(WS-FUNCTION)
                           '" - USE SET, DELETE OR LIST'
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

           OPEN-DIST-IO-OR-CREATE.
               OPEN I-O DIST-MASTER
               IF WS-DIST-STATUS = '35'
                   OPEN OUTPUT DIST-MASTER
                   CLOSE DIST-MASTER
                   OPEN I-O DIST-MASTER
               END-IF
               IF WS-DIST-STATUS NOT = '00'
                   DISPLAY 'BF-DIST-MAINT: CANNOT OPEN DISTRIBUTION '
                       'MASTER ' FUNCTION TRIM(WS-DIST-FILE-NAME)
                       ' (STATUS ' WS-DIST-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               END-IF.

      * An existing entry is read first so SET only changes what
      * the command line names; every operand is validated before
      * anything is written.
           SET-DIST-ENTRY.
               EVALUATE TRUE
                   WHEN WS-SCRIPT-PARM = SPACES
                           OR WS-RECIPIENT-PARM = SPACES
                       DISPLAY 'BF-DIST-MAINT: SET NEEDS A SCRIPT '
                           'NAME AND A RECIPIENT'
                       MOVE 8 TO WS-RUN-RC
                   WHEN WS-RECIPIENT-PARM(1:5) = 'DESC='
                           OR WS-RECIPIENT-PARM(1:7) = 'COPIES='
                           OR WS-RECIPIENT-PARM(1:7) = 'BANNER='
                       DISPLAY 'BF-DIST-MAINT: SET NEEDS THE '
                           'RECIPIENT BEFORE ITS OPERANDS'
                       MOVE 8 TO WS-RUN-RC
                   WHEN OTHER
                       PERFORM CHECK-RECIPIENT-NAME
               END-EVALUATE
               IF WS-RUN-RC = 0
                   PERFORM OPEN-DIST-IO-OR-CREATE
               END-IF
               IF WS-RUN-RC = 0
                   MOVE WS-SCRIPT-PARM TO DST-SCRIPT-NAME
                   MOVE WS-RECIPIENT-PARM TO DST-RECIPIENT
                   MOVE 'N' TO WS-DIST-FOUND-SWITCH
                   READ DIST-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DIST-ENTRY-FOUND TO TRUE
                   END-READ
                   IF NOT DIST-ENTRY-FOUND
                       MOVE SPACES TO DIST-RECORD
                       MOVE WS-SCRIPT-PARM TO DST-SCRIPT-NAME
                       MOVE WS-RECIPIENT-PARM TO DST-RECIPIENT
                       MOVE 1 TO DST-COPIES
                       SET DST-BANNER-WANTED TO TRUE
                   END-IF
                   MOVE 'N' TO WS-OPERAND-END-SWITCH
                   PERFORM UNTIL NO-MORE-OPERANDS
                           OR WS-RUN-RC NOT = 0
                       PERFORM APPLY-NEXT-SET-OPERAND
                   END-PERFORM
                   IF WS-RUN-RC = 0
                       MOVE WS-RUN-DATE TO DST-SET-DATE
                       IF DIST-ENTRY-FOUND
                           REWRITE DIST-RECORD
                       ELSE
                           WRITE DIST-RECORD
                       END-IF
                       IF WS-DIST-STATUS = '00'
                           MOVE DST-COPIES TO WS-EDIT-COPIES
                           DISPLAY 'BF-DIST-MAINT: SET '
                               FUNCTION TRIM(DST-SCRIPT-NAME)
                               ' TO ' FUNCTION TRIM(DST-RECIPIENT)
                               ' COPIES ' WS-EDIT-COPIES
                               ' BANNER ' DST-BANNER-FLAG
                       ELSE
                           DISPLAY 'BF-DIST-MAINT: CANNOT WRITE '
                               FUNCTION TRIM(WS-SCRIPT-PARM) ' '
                               FUNCTION TRIM(WS-RECIPIENT-PARM)
                               ' (STATUS ' WS-DIST-STATUS ')'
                           MOVE 8 TO WS-RUN-RC
                       END-IF
                   END-IF
                   CLOSE DIST-MASTER
               END-IF.

           CHECK-RECIPIENT-NAME.
               IF WS-RECIPIENT-PARM(21:) NOT = SPACES
                   DISPLAY 'BF-DIST-MAINT: RECIPIENT '
                       FUNCTION TRIM(WS-RECIPIENT-PARM)
                       ' IS LONGER THAN 20 CHARACTERS'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > 20
                           OR WS-RUN-RC NOT = 0
                       MOVE WS-RECIPIENT-PARM(WS-SCAN-IDX:1) TO
                           WS-NAME-CHAR
                       IF WS-NAME-CHAR NOT = SPACE
                               AND NOT WS-NAME-CHAR-IS-SAFE
                           DISPLAY 'BF-DIST-MAINT: RECIPIENT '
                               FUNCTION TRIM(WS-RECIPIENT-PARM)
                               ' MAY HOLD ONLY LETTERS, DIGITS, '
                               '".", "_" AND "-"'
                           MOVE 8 TO WS-RUN-RC
                       END-IF
                   END-PERFORM
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
                           DST-DESCRIPTION
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
                   WHEN WS-OPERAND(1:7) = 'COPIES='
                       MOVE WS-OPERAND(8:) TO WS-NUMBER-TEXT
                       IF WS-NUMBER-TEXT = SPACES
                               OR FUNCTION TRIM(WS-NUMBER-TEXT)
                                   IS NOT NUMERIC
                               OR FUNCTION NUMVAL(WS-NUMBER-TEXT) < 1
                               OR FUNCTION NUMVAL(WS-NUMBER-TEXT) > 99
                           DISPLAY 'BF-DIST-MAINT: COPIES= NEEDS '
                               'A NUMBER, 1 TO 99'
                           MOVE 8 TO WS-RUN-RC
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-NUMBER-TEXT) TO
                               DST-COPIES
                       END-IF
                   WHEN WS-OPERAND = 'BANNER=Y'
                       SET DST-BANNER-WANTED TO TRUE
                   WHEN WS-OPERAND = 'BANNER=N'
                       SET DST-NO-BANNER TO TRUE
                   WHEN WS-OPERAND(1:7) = 'BANNER='
                       DISPLAY 'BF-DIST-MAINT: BANNER= NEEDS Y OR N'
                       MOVE 8 TO WS-RUN-RC
                   WHEN OTHER
                       DISPLAY 'BF-DIST-MAINT: OPERAND '
                           FUNCTION TRIM(WS-OPERAND)
                           ' NOT RECOGNIZED'
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE.

      * With a recipient only that one entry goes; without one,
      * every recipient of the script does - the usual case when a
      * script is retired.
           DELETE-DIST-ENTRIES.
               IF WS-SCRIPT-PARM = SPACES
                   DISPLAY 'BF-DIST-MAINT: DELETE NEEDS A SCRIPT NAME'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   OPEN I-O DIST-MASTER
                   IF WS-DIST-STATUS NOT = '00'
                       DISPLAY 'BF-DIST-MAINT: CANNOT OPEN '
                           'DISTRIBUTION MASTER '
                           FUNCTION TRIM(WS-DIST-FILE-NAME)
                           ' (STATUS ' WS-DIST-STATUS ')'
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       IF WS-RECIPIENT-PARM NOT = SPACES
                           PERFORM DELETE-ONE-DIST-ENTRY
                       ELSE
                           PERFORM DELETE-ALL-SCRIPT-ENTRIES
                       END-IF
                       CLOSE DIST-MASTER
                   END-IF
               END-IF.

           DELETE-ONE-DIST-ENTRY.
               MOVE WS-SCRIPT-PARM TO DST-SCRIPT-NAME
               MOVE WS-RECIPIENT-PARM TO DST-RECIPIENT
               READ DIST-MASTER
                   INVALID KEY
                       DISPLAY 'BF-DIST-MAINT: '
                           FUNCTION TRIM(WS-SCRIPT-PARM)
                           ' IS NOT DISTRIBUTED TO '
                           FUNCTION TRIM(WS-RECIPIENT-PARM)
                       MOVE 8 TO WS-RUN-RC
                   NOT INVALID KEY
                       DELETE DIST-MASTER
                       IF WS-DIST-STATUS = '00'
                           DISPLAY 'BF-DIST-MAINT: DELETED '
                               FUNCTION TRIM(WS-SCRIPT-PARM) ' TO '
                               FUNCTION TRIM(WS-RECIPIENT-PARM)
                       ELSE
                           DISPLAY 'BF-DIST-MAINT: CANNOT DELETE '
                               FUNCTION TRIM(WS-SCRIPT-PARM) ' TO '
                               FUNCTION TRIM(WS-RECIPIENT-PARM)
                               ' (STATUS ' WS-DIST-STATUS ')'
                           MOVE 8 TO WS-RUN-RC
                       END-IF
               END-READ.

      * A delete the master refuses stops the sweep; the entries
      * already gone are still counted.
           DELETE-ALL-SCRIPT-ENTRIES.
               MOVE 0 TO WS-DELETE-COUNT
               MOVE WS-SCRIPT-PARM TO DST-SCRIPT-NAME
               MOVE LOW-VALUES TO DST-RECIPIENT
               MOVE 'N' TO WS-DIST-EOF-SWITCH
               START DIST-MASTER KEY NOT < DST-KEY
                   INVALID KEY
                       SET END-OF-DIST-MASTER TO TRUE
               END-START
               PERFORM UNTIL END-OF-DIST-MASTER
                   READ DIST-MASTER NEXT RECORD
                       AT END
                           SET END-OF-DIST-MASTER TO TRUE
                       NOT AT END
                           IF DST-SCRIPT-NAME NOT = WS-SCRIPT-PARM
                               SET END-OF-DIST-MASTER TO TRUE
                           ELSE
                               DELETE DIST-MASTER
                               IF WS-DIST-STATUS = '00'
                                   ADD 1 TO WS-DELETE-COUNT
                               ELSE
                                   DISPLAY 'BF-DIST-MAINT: CANNOT '
                                       'DELETE '
                                       FUNCTION TRIM(WS-SCRIPT-PARM)
                                       ' TO '
                                       FUNCTION TRIM(DST-RECIPIENT)
                                       ' (STATUS ' WS-DIST-STATUS ')'
                                   MOVE 8 TO WS-RUN-RC
                                   SET END-OF-DIST-MASTER TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DELETE-COUNT > 0
                       MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
                       DISPLAY 'BF-DIST-MAINT: DELETED ' WS-EDIT-COUNT
                           ' ENTRY(IES) FOR '
                           FUNCTION TRIM(WS-SCRIPT-PARM)
                   WHEN WS-RUN-RC = 0
                       DISPLAY 'BF-DIST-MAINT: '
                           FUNCTION TRIM(WS-SCRIPT-PARM)
                           ' HAS NO DISTRIBUTION ENTRIES'
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE.

           LIST-DIST-ENTRIES.
               OPEN INPUT DIST-MASTER
               IF WS-DIST-STATUS NOT = '00'
                   DISPLAY 'BF-DIST-MAINT: CANNOT OPEN DISTRIBUTION '
                       'MASTER ' FUNCTION TRIM(WS-DIST-FILE-NAME)
                       ' (STATUS ' WS-DIST-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   DISPLAY 'SCRIPT                         '
                       'RECIPIENT            COPIES BANNER SET'
                   MOVE 'N' TO WS-DIST-EOF-SWITCH
                   MOVE 0 TO WS-LIST-COUNT
                   MOVE LOW-VALUES TO DST-KEY
                   IF WS-SCRIPT-PARM NOT = SPACES
                       MOVE WS-SCRIPT-PARM TO DST-SCRIPT-NAME
                   END-IF
                   START DIST-MASTER KEY NOT < DST-KEY
                       INVALID KEY
                           SET END-OF-DIST-MASTER TO TRUE
                   END-START
                   PERFORM UNTIL END-OF-DIST-MASTER
                       READ DIST-MASTER NEXT RECORD
                           AT END
                               SET END-OF-DIST-MASTER TO TRUE
                           NOT AT END
                               IF WS-SCRIPT-PARM NOT = SPACES
                                       AND DST-SCRIPT-NAME NOT =
                                           WS-SCRIPT-PARM
                                   SET END-OF-DIST-MASTER TO TRUE
                               ELSE
                                   PERFORM LIST-ONE-DIST-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DIST-MASTER
                   MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
                   DISPLAY WS-EDIT-COUNT ' DISTRIBUTION ENTRY(IES)'
               END-IF.

           LIST-ONE-DIST-ENTRY.
               ADD 1 TO WS-LIST-COUNT
               MOVE DST-COPIES TO WS-EDIT-COPIES
               DISPLAY DST-SCRIPT-NAME ' ' DST-RECIPIENT ' '
                   '    ' WS-EDIT-COPIES '   ' DST-BANNER-FLAG
                   '    ' DST-SET-DATE
               IF DST-DESCRIPTION NOT = SPACES
                   DISPLAY '    ' FUNCTION TRIM(DST-DESCRIPTION)
               END-IF.

       END PROGRAM BF-DIST-MAINT.
