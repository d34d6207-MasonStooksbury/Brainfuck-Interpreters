                  WS-LOCK-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.
      * Operator authorization master, and the security log the
      * UNLOCK override is recorded in, allowed or refused.
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
           FD RUN-LOCK-FILE.
           COPY 'bflokrec.cpy'.

           FD AUTH-MASTER.
           COPY 'bfautrec.cpy'.

           FD SECURITY-LOG-FILE.
           COPY 'bfsecrec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line: the control file naming tonight's
      * scripts (defaults to the driver's own default) and an
      * Run artifacts swept per script. The .baseline expected-
      * output file and the .map provenance sidecar are inputs to
      * future runs, not run products, so they are left in place.
      * The .replay package of a failed run is swept like the rest
      * once a later run of the script has ended clean.
           01 WS-SUFFIX-COUNT CONSTANT 10.
           01 WS-SUFFIX-TABLE-DATA.
               05 FILLER PIC X(12) VALUE '.output'.
               05 FILLER PIC X(12) VALUE '.summary'.
               05 FILLER PIC X(12) VALUE '.verify'.
               05 FILLER PIC X(12) VALUE '.heartbeat'.
               05 FILLER PIC X(12) VALUE '.analysis'.
               05 FILLER PIC X(12) VALUE '.replay'.
           01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-TABLE-DATA.
               05 WS-SUFFIX PIC X(12)
                   OCCURS WS-SUFFIX-COUNT TIMES.
           01 WS-LOCK-CLOCK PIC 9(8).
           01 WS-LOCK-SKIP-COUNT PIC 9(5) VALUE 0.

      * Operator authorization - clearing another job's rundir.lock
      * needs the UNLOCK function in the authorization master. The
      * operator is the login the housekeeper runs under.
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

           01 WS-ARTIFACT-BYTES PIC 9(9).
           01 WS-BLOCK-BUFFER PIC X(80).
           01 WS-BLOCK-FILL PIC 9(2).

      * The card's first token names the script; trailing run
      * parameters (and the HOUSEKEEP card that runs this very
      * program, and the DISTRIBUTE card) are not scripts and are
      * not swept.
           SWEEP-ONE-CONTROL-CARD.
               MOVE SPACES TO WS-SCRIPT-NAME
               UNSTRING CONTROL-LINE-RECORD DELIMITED BY ALL SPACE
               END-UNSTRING
               IF WS-SCRIPT-NAME NOT = SPACES
                       AND WS-SCRIPT-NAME NOT = 'HOUSEKEEP'
                       AND WS-SCRIPT-NAME NOT = 'DISTRIBUTE'
                   PERFORM CHECK-SCRIPT-RUN-LOCK
                   IF SCRIPT-RUN-LOCK-HELD
                       ADD 1 TO WS-LOCK-SKIP-COUNT
                   STRING FUNCTION TRIM(WS-SCRIPT-NAME)
                       FUNCTION TRIM(WS-SUFFIX(WS-SUFFIX-IDX))
                       DELIMITED BY SIZE INTO WS-ARTIFACT-FILE-NAME
                   IF (WS-SUFFIX(WS-SUFFIX-IDX) = '.checkpoint'
                           OR WS-SUFFIX(WS-SUFFIX-IDX) = '.replay')
                           AND NOT LAST-RUN-ENDED-CLEAN
                       PERFORM REPORT-PRESERVED-ARTIFACT
                   ELSE
                       PERFORM ARCHIVE-ONE-ARTIFACT
                   END-IF
               END-PERFORM.

      * The newest checkpoint of a script whose last run did not end
      * clean is the thing a RESTART needs, and its replay package is
      * the thing its owner needs to rebuild the failure - both stay
      * put.
           PEEK-LAST-RUN-STATUS.
               MOVE 'N' TO WS-LAST-RUN-CLEAN-SWITCH
               MOVE SPACES TO WS-SUMMARY-PEEK-NAME
      * that abended before its first checkpoint interval has no
      * checkpoint to preserve, and the audit trail must not say
      * otherwise.
           REPORT-PRESERVED-ARTIFACT.
               OPEN INPUT ARTIFACT-FILE
               IF WS-ARTIFACT-FILE-STATUS = '00'
                   CLOSE ARTIFACT-FILE
               CLOSE ARCHIVE-INDEX-FILE.

      * The exclusive lock: refused (never overridden) when another
      * job already holds it, unless an operator authorized for
      * UNLOCK said UNLOCK for a crashed one. Held for the whole run
      * and dropped on the way out.
           ACQUIRE-DIRECTORY-LOCK.
               MOVE WS-DIR-LOCK-NAME TO WS-LOCK-FILE-NAME
               IF UNLOCK-MODE
                   PERFORM OVERRIDE-DIRECTORY-LOCK
               END-IF
               OPEN INPUT RUN-LOCK-FILE
               IF WS-LOCK-STATUS = '00'
                       ') - RUNNING UNPROTECTED'
               END-IF.

      * Only a lock that is actually there is an override to check
      * and log. A refused override leaves the lock in place, so the
      * run is then refused by the lock like any other.
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
                   STRING FUNCTION TRIM(WS-DIR-LOCK-NAME)
                       ' HELD BY ' FUNCTION TRIM(LOCK-JOB-NAME)
                       DELIMITED BY SIZE INTO WS-AUTH-TARGET
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF OPERATOR-AUTHORIZED
                       CALL 'CBL_DELETE_FILE' USING WS-LOCK-FILE-NAME
                           RETURNING WS-LOCK-DELETE-RC
                       DISPLAY 'BF-HOUSEKEEPER: STALE LOCK OVERRIDE - '
                           'rundir.lock CLEARED'
                   ELSE
                       DISPLAY 'BF-HOUSEKEEPER: STALE LOCK OVERRIDE '
                           'REFUSED - OPERATOR '
                           FUNCTION TRIM(WS-OPERATOR-ID) ': '
                           FUNCTION TRIM(WS-AUTH-REASON)
                   END-IF
               END-IF.

           RELEASE-DIRECTORY-LOCK.
               IF DIRECTORY-LOCK-HELD
                   MOVE WS-DIR-LOCK-NAME TO WS-LOCK-FILE-NAME
               WRITE HOUSEKEEP-REPORT-RECORD
               MOVE WS-PRESERVED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
               STRING 'ARTIFACTS PRESERVED:   ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
               WRITE HOUSEKEEP-REPORT-RECORD
               MOVE WS-PURGED-COUNT TO WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
               WRITE HOUSEKEEP-REPORT-RECORD.

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
                   MOVE 'BF-HOUSEKEEPER' TO SEC-PROGRAM
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

       END PROGRAM BF-HOUSEKEEPER.
