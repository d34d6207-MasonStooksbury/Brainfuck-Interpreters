       IDENTIFICATION DIVISION.
       PROGRAM-ID. BF-AUTH-MAINT.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT AUTH-MASTER ASSIGN TO DYNAMIC
                  WS-AUTH-FILE-NAME
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AUT-OPERATOR-ID
              FILE STATUS IS WS-AUTH-STATUS.
      * Every GRANT and REVOKE is itself a privileged function and
      * goes to the same security log as the functions it governs.
              SELECT SECURITY-LOG-FILE ASSIGN TO DYNAMIC
                  WS-SECURITY-LOG-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUTH-MASTER.
           COPY 'bfautrec.cpy'.

           FD SECURITY-LOG-FILE.
           COPY 'bfsecrec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line, a function word and its operands:
      *   GRANT  operator code[,code...] [DESC=free text to the end
      *                                   of the line]
      *          - add the codes to what the operator already holds
      *            (a new operator gets a new entry); DESC= replaces
      *            the entry's description.
      *   REVOKE operator [code[,code...]]
      *          - take the codes away; with no codes, or once the
      *            last code goes, the operator's entry is dropped.
      *   LIST                                 - one line per entry
      * The codes are the function codes listed in bfautrec.cpy.
      * GRANT and REVOKE need SECADMIN (or ALL) - except that while
      * no entry holds either, a GRANT that gives SECADMIN or ALL is
      * let through so the first security administrator can be set
      * up (any other GRANT is refused); a REVOKE that would
      * leave nobody holding SECADMIN or ALL is refused.
      * AUTH=file ahead of the function word names another master.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-FUNCTION PIC X(10).
           01 WS-OPERATOR-PARM PIC X(30).
           01 WS-CODES-PARM PIC X(100).
           01 WS-UNSTRING-PTR PIC 9(3).
           01 WS-OPERAND PIC X(100).
           01 WS-DESC-PARM PIC X(40).
           01 WS-DESC-SWITCH PIC X VALUE 'N'.
               88 DESCRIPTION-GIVEN VALUE 'Y'.

           01 WS-AUTH-FILE-NAME PIC X(100) VALUE 'operator-auth.dat'.
           01 WS-AUTH-STATUS PIC XX.
           01 WS-AUTH-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-AUTH-MASTER VALUE 'Y'.
           01 WS-AUTH-FOUND-SWITCH PIC X VALUE 'N'.
               88 AUTH-ENTRY-FOUND VALUE 'Y'.

      * The codes named on the command line, checked against the
      * list programs actually test for, so a typing slip is refused
      * here rather than silently granting nothing.
           01 WS-CODES-PTR PIC 9(3).
           01 WS-CODE-WORK PIC X(20).
           01 WS-REQUEST-COUNT PIC 9(2) VALUE 0.
           01 WS-REQUEST-CODES.
               05 WS-REQUEST-CODE PIC X(8) OCCURS 10 TIMES.
           01 WS-REQUEST-IDX PIC 9(2).
           01 WS-SLOT-IDX PIC 9(2).
           01 WS-SLOT-COUNT PIC 9(2).
           01 WS-CODE-HELD-SWITCH PIC X.
               88 CODE-ALREADY-HELD VALUE 'Y'.
           01 WS-KEPT-FUNCTIONS.
               05 WS-KEPT-FUNCTION PIC X(8) OCCURS 10 TIMES.

      * Security administrators on the master before this run, and
      * whether the operator being changed is one of them before
      * and after the change.
           01 WS-ADMIN-COUNT PIC 9(5) VALUE 0.
           01 WS-ADMIN-SWITCH PIC X.
               88 ENTRY-HOLDS-SECADMIN VALUE 'Y'.
           01 WS-GRANTS-ADMIN-SWITCH PIC X.
               88 GRANT-INCLUDES-SECADMIN VALUE 'Y'.
           01 WS-WAS-ADMIN-SWITCH PIC X.
               88 OPERATOR-WAS-ADMIN VALUE 'Y'.
           01 WS-DROP-ENTRY-SWITCH PIC X.
               88 DROP-AUTH-ENTRY VALUE 'Y'.

      * Operator authorization and the security log - the same
      * check every privileged program makes. The operator is the
      * login this program runs under.
           01 WS-SECURITY-LOG-NAME PIC X(100)
               VALUE 'security-log.txt'.
           01 WS-SECURITY-LOG-STATUS PIC XX.
           01 WS-OPERATOR-ID PIC X(20).
           01 WS-AUTH-FUNCTION PIC X(8).
           01 WS-AUTH-TARGET PIC X(60).
           01 WS-AUTH-REASON PIC X(70).
           01 WS-AUTH-IDX PIC 9(2).
           01 WS-AUTH-SWITCH PIC X.
               88 OPERATOR-AUTHORIZED VALUE 'Y'.
           01 WS-AUTH-DATE PIC 9(8).
           01 WS-AUTH-CLOCK PIC 9(8).

           01 WS-RUN-DATE PIC 9(8).
           01 WS-LIST-COUNT PIC 9(5) VALUE 0.
           01 WS-EDIT-COUNT PIC ZZZZ9.
           01 WS-LIST-CODES PIC X(90).
           01 WS-LIST-PTR PIC 9(3).

      * 0 done, 8 refused - a refused GRANT or REVOKE leaves the
      * master as it was.
           01 WS-RUN-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PROC.
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE 1 TO WS-UNSTRING-PTR
               MOVE SPACES TO WS-FUNCTION
               MOVE SPACES TO WS-OPERATOR-PARM
               MOVE SPACES TO WS-CODES-PARM
               MOVE SPACES TO WS-OPERAND
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-OPERAND
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING
               IF WS-OPERAND(1:5) = 'AUTH='
                   MOVE WS-OPERAND(6:) TO WS-AUTH-FILE-NAME
                   MOVE SPACES TO WS-OPERAND
                   UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                       INTO WS-OPERAND
                       WITH POINTER WS-UNSTRING-PTR
                   END-UNSTRING
               END-IF
               MOVE WS-OPERAND TO WS-FUNCTION
               IF WS-UNSTRING-PTR <= 200
                   UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                       INTO WS-OPERATOR-PARM
                       WITH POINTER WS-UNSTRING-PTR
                   END-UNSTRING
               END-IF
               PERFORM GET-CODES-AND-DESCRIPTION
               EVALUATE WS-FUNCTION
                   WHEN 'GRANT'
                       PERFORM GRANT-FUNCTIONS
                   WHEN 'REVOKE'
                       PERFORM REVOKE-FUNCTIONS
                   WHEN 'LIST'
                       PERFORM LIST-AUTH-ENTRIES
                   WHEN OTHER
                       DISPLAY 'BF-AUTH-MAINT: UNKNOWN FUNCTION "'
                           FUNCTION TRIM(WS-FUNCTION)
                           '" - USE GRANT, REVOKE OR LIST'
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.

      * The code list is the third word; DESC= swallows the rest of
      * the line, spaces and all.
           GET-CODES-AND-DESCRIPTION.
               IF WS-UNSTRING-PTR <= 195
                       AND WS-COMMAND-LINE(WS-UNSTRING-PTR:5) NOT =
                           'DESC='
                   UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                       INTO WS-CODES-PARM
                       WITH POINTER WS-UNSTRING-PTR
                   END-UNSTRING
               END-IF
               IF WS-UNSTRING-PTR <= 195
                       AND WS-COMMAND-LINE(WS-UNSTRING-PTR:5) =
                           'DESC='
                   MOVE WS-COMMAND-LINE(WS-UNSTRING-PTR + 5:) TO
                       WS-DESC-PARM
                   SET DESCRIPTION-GIVEN TO TRUE
               END-IF.

           PARSE-REQUEST-CODES.
               MOVE SPACES TO WS-REQUEST-CODES
               MOVE 0 TO WS-REQUEST-COUNT
               MOVE 1 TO WS-CODES-PTR
               PERFORM UNTIL WS-CODES-PTR > 100
                       OR WS-CODES-PARM(WS-CODES-PTR:) = SPACES
                       OR WS-RUN-RC NOT = 0
                   MOVE SPACES TO WS-CODE-WORK
                   UNSTRING WS-CODES-PARM DELIMITED BY ',' OR SPACE
                       INTO WS-CODE-WORK
                       WITH POINTER WS-CODES-PTR
                   END-UNSTRING
                   IF WS-CODE-WORK NOT = SPACES
                       PERFORM CHECK-ONE-REQUEST-CODE
                   END-IF
               END-PERFORM.

           CHECK-ONE-REQUEST-CODE.
               EVALUATE TRUE
                   WHEN WS-REQUEST-COUNT >= 10
                       DISPLAY 'BF-AUTH-MAINT: AT MOST TEN FUNCTION '
                           'CODES AT A TIME'
                       MOVE 8 TO WS-RUN-RC
                   WHEN WS-CODE-WORK = 'REORG' OR 'RETIRE'
                           OR 'ACTIVATE' OR 'ROLLBACK' OR 'PROMOTE'
                           OR 'UNLOCK' OR 'PATCH' OR 'DEBUGSET'
                           OR 'SECADMIN' OR 'ALL'
                       ADD 1 TO WS-REQUEST-COUNT
                       MOVE WS-CODE-WORK TO
                           WS-REQUEST-CODE(WS-REQUEST-COUNT)
                   WHEN OTHER
                       DISPLAY 'BF-AUTH-MAINT: UNKNOWN FUNCTION CODE '
                           FUNCTION TRIM(WS-CODE-WORK)
                       MOVE 8 TO WS-RUN-RC
               END-EVALUATE.

           OPEN-AUTH-IO-OR-CREATE.
               OPEN I-O AUTH-MASTER
               IF WS-AUTH-STATUS = '35'
                   OPEN OUTPUT AUTH-MASTER
                   CLOSE AUTH-MASTER
                   OPEN I-O AUTH-MASTER
               END-IF
               IF WS-AUTH-STATUS NOT = '00'
                   DISPLAY 'BF-AUTH-MAINT: CANNOT OPEN AUTHORIZATION '
                       'MASTER ' FUNCTION TRIM(WS-AUTH-FILE-NAME)
                       ' (STATUS ' WS-AUTH-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               END-IF.

      * Counts the entries holding SECADMIN or ALL before anything
      * changes - none at all is the bootstrap case.
           COUNT-SECURITY-ADMINS.
               MOVE 0 TO WS-ADMIN-COUNT
               MOVE 'N' TO WS-AUTH-EOF-SWITCH
               MOVE LOW-VALUES TO AUT-OPERATOR-ID
               START AUTH-MASTER KEY IS NOT < AUT-OPERATOR-ID
                   INVALID KEY
                       SET END-OF-AUTH-MASTER TO TRUE
               END-START
               PERFORM UNTIL END-OF-AUTH-MASTER
                   READ AUTH-MASTER NEXT RECORD
                       AT END
                           SET END-OF-AUTH-MASTER TO TRUE
                       NOT AT END
                           PERFORM TEST-ENTRY-FOR-SECADMIN
                           IF ENTRY-HOLDS-SECADMIN
                               ADD 1 TO WS-ADMIN-COUNT
                           END-IF
                   END-READ
               END-PERFORM.

           TEST-ENTRY-FOR-SECADMIN.
               MOVE 'N' TO WS-ADMIN-SWITCH
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 10
                   IF AUT-FUNCTION(WS-SLOT-IDX) = 'SECADMIN'
                           OR AUT-FUNCTION(WS-SLOT-IDX) = 'ALL'
                       SET ENTRY-HOLDS-SECADMIN TO TRUE
                   END-IF
               END-PERFORM.

      * The security administrator check, logged against the change
      * itself. With nobody yet holding SECADMIN a GRANT is let
      * through - and logged as such - so the first one can be set
      * up, but only a GRANT that itself gives SECADMIN or ALL:
      * bootstrapping with anything less would leave the table with
      * no administrator and this bypass open to every later caller.
           AUTHORIZE-MAINTENANCE.
               MOVE 'SECADMIN' TO WS-AUTH-FUNCTION
               MOVE SPACES TO WS-AUTH-TARGET
               STRING FUNCTION TRIM(WS-FUNCTION) ' '
                   FUNCTION TRIM(WS-OPERATOR-PARM) ' '
                   FUNCTION TRIM(WS-CODES-PARM)
                   DELIMITED BY SIZE INTO WS-AUTH-TARGET
               IF WS-ADMIN-COUNT = 0 AND WS-FUNCTION = 'GRANT'
                   PERFORM GET-OPERATOR-ID
                   PERFORM TEST-GRANT-FOR-SECADMIN
                   EVALUATE TRUE
                       WHEN WS-OPERATOR-ID = SPACES
                           MOVE 'N' TO WS-AUTH-SWITCH
                           MOVE 'OPERATOR ID NOT KNOWN'
                               TO WS-AUTH-REASON
                       WHEN NOT GRANT-INCLUDES-SECADMIN
                           MOVE 'N' TO WS-AUTH-SWITCH
                           MOVE SPACES TO WS-AUTH-REASON
                           STRING 'NO SECURITY ADMINISTRATOR YET - '
                               'FIRST GRANT MUST INCLUDE SECADMIN'
                               DELIMITED BY SIZE INTO WS-AUTH-REASON
                       WHEN OTHER
                           SET OPERATOR-AUTHORIZED TO TRUE
                           MOVE 'NO SECURITY ADMINISTRATOR YET'
                               TO WS-AUTH-REASON
                   END-EVALUATE
                   PERFORM WRITE-SECURITY-LOG
               ELSE
                   PERFORM CHECK-OPERATOR-AUTHORITY
               END-IF
               IF NOT OPERATOR-AUTHORIZED
                   DISPLAY 'BF-AUTH-MAINT: '
                       FUNCTION TRIM(WS-FUNCTION)
                       ' REFUSED - OPERATOR '
                       FUNCTION TRIM(WS-OPERATOR-ID) ': '
                       FUNCTION TRIM(WS-AUTH-REASON)
                   MOVE 8 TO WS-RUN-RC
               END-IF.

      * Whether the codes being granted include SECADMIN or ALL.
           TEST-GRANT-FOR-SECADMIN.
               MOVE 'N' TO WS-GRANTS-ADMIN-SWITCH
               PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                   UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                   IF WS-REQUEST-CODE(WS-REQUEST-IDX) = 'SECADMIN'
                           OR WS-REQUEST-CODE(WS-REQUEST-IDX) = 'ALL'
                       SET GRANT-INCLUDES-SECADMIN TO TRUE
                   END-IF
               END-PERFORM.

      * Every operand is validated, and the change authorized,
      * before anything is written.
           GRANT-FUNCTIONS.
               IF WS-OPERATOR-PARM = SPACES
                       OR WS-CODES-PARM = SPACES
                   DISPLAY 'BF-AUTH-MAINT: GRANT NEEDS AN OPERATOR '
                       'AND ONE OR MORE FUNCTION CODES'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM PARSE-REQUEST-CODES
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM OPEN-AUTH-IO-OR-CREATE
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM COUNT-SECURITY-ADMINS
                   PERFORM AUTHORIZE-MAINTENANCE
                   IF WS-RUN-RC = 0
                       PERFORM APPLY-GRANT
                   END-IF
                   CLOSE AUTH-MASTER
               END-IF.

           APPLY-GRANT.
               MOVE WS-OPERATOR-PARM TO AUT-OPERATOR-ID
               MOVE 'N' TO WS-AUTH-FOUND-SWITCH
               READ AUTH-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET AUTH-ENTRY-FOUND TO TRUE
               END-READ
               IF NOT AUTH-ENTRY-FOUND
                   MOVE SPACES TO AUTH-RECORD
                   MOVE WS-OPERATOR-PARM TO AUT-OPERATOR-ID
               END-IF
               PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                   UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                       OR WS-RUN-RC NOT = 0
                   PERFORM ADD-ONE-GRANTED-CODE
               END-PERFORM
               IF WS-RUN-RC = 0
                   IF DESCRIPTION-GIVEN
                       MOVE WS-DESC-PARM TO AUT-DESCRIPTION
                   END-IF
                   MOVE WS-OPERATOR-ID TO AUT-GRANTED-BY
                   MOVE WS-RUN-DATE TO AUT-GRANTED-DATE
                   IF AUTH-ENTRY-FOUND
                       REWRITE AUTH-RECORD
                   ELSE
                       WRITE AUTH-RECORD
                   END-IF
                   IF WS-AUTH-STATUS = '00'
                       PERFORM FORMAT-LIST-CODES
                       DISPLAY 'BF-AUTH-MAINT: '
                           FUNCTION TRIM(AUT-OPERATOR-ID)
                           ' NOW HOLDS ' FUNCTION TRIM(WS-LIST-CODES)
                   ELSE
                       DISPLAY 'BF-AUTH-MAINT: CANNOT WRITE '
                           FUNCTION TRIM(WS-OPERATOR-PARM)
                           ' (STATUS ' WS-AUTH-STATUS ')'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               END-IF.

           ADD-ONE-GRANTED-CODE.
               MOVE 'N' TO WS-CODE-HELD-SWITCH
               MOVE 0 TO WS-SLOT-COUNT
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 10
                   IF AUT-FUNCTION(WS-SLOT-IDX) =
                           WS-REQUEST-CODE(WS-REQUEST-IDX)
                       SET CODE-ALREADY-HELD TO TRUE
                   END-IF
                   IF AUT-FUNCTION(WS-SLOT-IDX) NOT = SPACES
                       ADD 1 TO WS-SLOT-COUNT
                   END-IF
               END-PERFORM
               IF NOT CODE-ALREADY-HELD
                   IF WS-SLOT-COUNT >= 10
                       DISPLAY 'BF-AUTH-MAINT: '
                           FUNCTION TRIM(WS-OPERATOR-PARM)
                           ' ALREADY HOLDS TEN FUNCTION CODES - '
                           'GRANT ALL OR REVOKE ONE FIRST'
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       ADD 1 TO WS-SLOT-COUNT
                       MOVE WS-REQUEST-CODE(WS-REQUEST-IDX) TO
                           AUT-FUNCTION(WS-SLOT-COUNT)
                   END-IF
               END-IF.

           REVOKE-FUNCTIONS.
               IF WS-OPERATOR-PARM = SPACES
                   DISPLAY 'BF-AUTH-MAINT: REVOKE NEEDS AN OPERATOR'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM PARSE-REQUEST-CODES
               END-IF
               IF WS-RUN-RC = 0
                   OPEN I-O AUTH-MASTER
                   IF WS-AUTH-STATUS NOT = '00'
                       DISPLAY 'BF-AUTH-MAINT: CANNOT OPEN '
                           'AUTHORIZATION MASTER '
                           FUNCTION TRIM(WS-AUTH-FILE-NAME)
                           ' (STATUS ' WS-AUTH-STATUS ')'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM COUNT-SECURITY-ADMINS
                   PERFORM AUTHORIZE-MAINTENANCE
                   IF WS-RUN-RC = 0
                       PERFORM APPLY-REVOKE
                   END-IF
                   CLOSE AUTH-MASTER
               END-IF.

      * The new function list is built aside first, so a code the
      * operator does not hold, or a change that would leave no
      * security administrator, refuses the whole REVOKE.
           APPLY-REVOKE.
               MOVE WS-OPERATOR-PARM TO AUT-OPERATOR-ID
               READ AUTH-MASTER
                   INVALID KEY
                       DISPLAY 'BF-AUTH-MAINT: '
                           FUNCTION TRIM(WS-OPERATOR-PARM)
                           ' HAS NO AUTHORIZATION ENTRY'
                       MOVE 8 TO WS-RUN-RC
               END-READ
               IF WS-RUN-RC = 0
                   PERFORM TEST-ENTRY-FOR-SECADMIN
                   MOVE WS-ADMIN-SWITCH TO WS-WAS-ADMIN-SWITCH
                   PERFORM BUILD-KEPT-FUNCTIONS
               END-IF
               IF WS-RUN-RC = 0
                   MOVE WS-KEPT-FUNCTIONS TO AUT-FUNCTIONS
                   MOVE 'N' TO WS-DROP-ENTRY-SWITCH
                   IF AUT-FUNCTIONS = SPACES
                       SET DROP-AUTH-ENTRY TO TRUE
                   END-IF
                   PERFORM TEST-ENTRY-FOR-SECADMIN
                   IF OPERATOR-WAS-ADMIN
                           AND NOT ENTRY-HOLDS-SECADMIN
                           AND WS-ADMIN-COUNT <= 1
                       DISPLAY 'BF-AUTH-MAINT: REVOKE REFUSED - '
                           FUNCTION TRIM(WS-OPERATOR-PARM)
                           ' IS THE LAST SECURITY ADMINISTRATOR'
                       MOVE 8 TO WS-RUN-RC
                   END-IF
               END-IF
               IF WS-RUN-RC = 0
                   IF DROP-AUTH-ENTRY
                       DELETE AUTH-MASTER
                   ELSE
                       MOVE WS-OPERATOR-ID TO AUT-GRANTED-BY
                       MOVE WS-RUN-DATE TO AUT-GRANTED-DATE
                       REWRITE AUTH-RECORD
                   END-IF
                   IF WS-AUTH-STATUS NOT = '00'
                       DISPLAY 'BF-AUTH-MAINT: CANNOT UPDATE '
                           FUNCTION TRIM(WS-OPERATOR-PARM)
                           ' (STATUS ' WS-AUTH-STATUS ')'
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       IF DROP-AUTH-ENTRY
                           DISPLAY 'BF-AUTH-MAINT: '
                               FUNCTION TRIM(WS-OPERATOR-PARM)
                               ' REMOVED FROM THE MASTER'
                       ELSE
                           PERFORM FORMAT-LIST-CODES
                           DISPLAY 'BF-AUTH-MAINT: '
                               FUNCTION TRIM(AUT-OPERATOR-ID)
                               ' NOW HOLDS '
                               FUNCTION TRIM(WS-LIST-CODES)
                       END-IF
                   END-IF
               END-IF.

      * No codes named means every code goes.
           BUILD-KEPT-FUNCTIONS.
               MOVE SPACES TO WS-KEPT-FUNCTIONS
               IF WS-REQUEST-COUNT > 0
                   PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                       UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                       PERFORM CHECK-REVOKED-CODE-HELD
                   END-PERFORM
               END-IF
               IF WS-RUN-RC = 0 AND WS-REQUEST-COUNT > 0
                   MOVE 0 TO WS-SLOT-COUNT
                   PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 10
                       PERFORM KEEP-ONE-FUNCTION
                   END-PERFORM
               END-IF.

           CHECK-REVOKED-CODE-HELD.
               MOVE 'N' TO WS-CODE-HELD-SWITCH
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 10
                   IF AUT-FUNCTION(WS-SLOT-IDX) =
                           WS-REQUEST-CODE(WS-REQUEST-IDX)
                       SET CODE-ALREADY-HELD TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CODE-ALREADY-HELD
                   DISPLAY 'BF-AUTH-MAINT: '
                       FUNCTION TRIM(WS-OPERATOR-PARM)
                       ' DOES NOT HOLD '
                       FUNCTION TRIM(WS-REQUEST-CODE(WS-REQUEST-IDX))
                   MOVE 8 TO WS-RUN-RC
               END-IF.

           KEEP-ONE-FUNCTION.
               IF AUT-FUNCTION(WS-SLOT-IDX) NOT = SPACES
                   MOVE 'N' TO WS-CODE-HELD-SWITCH
                   PERFORM VARYING WS-REQUEST-IDX FROM 1 BY 1
                       UNTIL WS-REQUEST-IDX > WS-REQUEST-COUNT
                       IF AUT-FUNCTION(WS-SLOT-IDX) =
                               WS-REQUEST-CODE(WS-REQUEST-IDX)
                           SET CODE-ALREADY-HELD TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT CODE-ALREADY-HELD
                       ADD 1 TO WS-SLOT-COUNT
                       MOVE AUT-FUNCTION(WS-SLOT-IDX) TO
                           WS-KEPT-FUNCTION(WS-SLOT-COUNT)
                   END-IF
               END-IF.

           LIST-AUTH-ENTRIES.
               OPEN INPUT AUTH-MASTER
               IF WS-AUTH-STATUS NOT = '00'
                   DISPLAY 'BF-AUTH-MAINT: CANNOT OPEN AUTHORIZATION '
                       'MASTER ' FUNCTION TRIM(WS-AUTH-FILE-NAME)
                       ' (STATUS ' WS-AUTH-STATUS ')'
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   DISPLAY 'OPERATOR             CHANGED  BY          '
                       '         FUNCTIONS'
                   MOVE 'N' TO WS-AUTH-EOF-SWITCH
                   MOVE 0 TO WS-LIST-COUNT
                   PERFORM UNTIL END-OF-AUTH-MASTER
                       READ AUTH-MASTER NEXT RECORD
                           AT END
                               SET END-OF-AUTH-MASTER TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LIST-COUNT
                               PERFORM FORMAT-LIST-CODES
                               DISPLAY AUT-OPERATOR-ID ' '
                                   AUT-GRANTED-DATE ' '
                                   AUT-GRANTED-BY ' '
                                   FUNCTION TRIM(WS-LIST-CODES)
                               IF AUT-DESCRIPTION NOT = SPACES
                                   DISPLAY '    '
                                       FUNCTION TRIM(AUT-DESCRIPTION)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUTH-MASTER
                   MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
                   DISPLAY WS-EDIT-COUNT ' OPERATOR(S)'
               END-IF.

           FORMAT-LIST-CODES.
               MOVE SPACES TO WS-LIST-CODES
               MOVE 1 TO WS-LIST-PTR
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 10
                   IF AUT-FUNCTION(WS-SLOT-IDX) NOT = SPACES
                       STRING FUNCTION TRIM(AUT-FUNCTION(WS-SLOT-IDX))
                           ' ' DELIMITED BY SIZE
                           INTO WS-LIST-CODES
                           WITH POINTER WS-LIST-PTR
                       END-STRING
                   END-IF
               END-PERFORM.

      * Looks the operator up in the authorization master for
      * WS-AUTH-FUNCTION and logs the outcome against WS-AUTH-TARGET.
      * Fails closed: no operator ID, no master, no record for the
      * operator, or a security log that cannot take the line all
      * leave OPERATOR-AUTHORIZED off, with the cause in
      * WS-AUTH-REASON for the caller's refusal message. Here the
      * master is already open for the update, so it is read in
      * place rather than opened again.
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
               MOVE WS-OPERATOR-ID TO AUT-OPERATOR-ID
               READ AUTH-MASTER
                   INVALID KEY
                       MOVE 'OPERATOR NOT IN AUTHORIZATION MASTER'
                           TO WS-AUTH-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-GRANTED-FUNCTIONS
               END-READ.

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
                   MOVE 'BF-AUTH-MAINT' TO SEC-PROGRAM
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

       END PROGRAM BF-AUTH-MAINT.
