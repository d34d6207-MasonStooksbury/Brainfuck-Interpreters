              SELECT CHARGE-REPORT-FILE ASSIGN TO DYNAMIC
                  WS-CHARGE-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL.
      * Owner-to-cost-centre map and rates, kept by operations, and
      * the journal built from it for the general ledger to load.
              SELECT COST-CENTRE-FILE ASSIGN TO DYNAMIC
                  WS-COST-CENTRE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COST-CENTRE-STATUS.
              SELECT GL-JOURNAL-FILE ASSIGN TO DYNAMIC
                  WS-GL-JOURNAL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CHARGE-REPORT-FILE.
           01 CHARGE-REPORT-RECORD PIC X(132).

           FD COST-CENTRE-FILE.
           COPY 'bfccrec.cpy'.

           FD GL-JOURNAL-FILE.
           COPY 'bfgljrec.cpy'.

       WORKING-STORAGE SECTION.
      * Whole command line, all parameters optional and in any
      * order: HISTORY=, LIBRARY=, ROLLUP= name the inputs. The
      * the run history by script name and rolls consumption up per
      * owner per month; runs of scripts the library does not know
      * land in the unowned section at the bottom.
      * The same run writes the general-ledger journal for one
      * period: PERIOD=yyyymm (default last month), costed from
      * CENTRES=file (default cost-centres.txt) into JOURNAL=file
      * (default gl-journal.dat). Usage whose owner has no cost
      * centre, and every unowned run, is debited to the suspense
      * account and itemized on the statement.
           01 WS-COMMAND-LINE PIC X(200).
           01 WS-CHARGE-PARM-MAX CONSTANT 6.
           01 WS-CHARGE-PARMS.
               05 WS-CHARGE-PARM PIC X(100)
                   OCCURS WS-CHARGE-PARM-MAX TIMES.
               88 END-OF-ROLLUP VALUE 'Y'.
           01 WS-CHARGE-REPORT-NAME PIC X(100)
               VALUE 'chargeback-report.txt'.
           01 WS-COST-CENTRE-NAME PIC X(100)
               VALUE 'cost-centres.txt'.
           01 WS-COST-CENTRE-STATUS PIC XX.
           01 WS-COST-CENTRE-EOF-SWITCH PIC X VALUE 'N'.
               88 END-OF-COST-CENTRES VALUE 'Y'.
           01 WS-GL-JOURNAL-NAME PIC X(100)
               VALUE 'gl-journal.dat'.
           01 WS-GL-JOURNAL-STATUS PIC XX.

      * Member-to-owner map, loaded once from the library's
      * sequence-0 records.
           01 WS-GRAND-INSTR PIC 9(15) VALUE 0.
           01 WS-GRAND-ELAPSED PIC 9(14) VALUE 0.

      * Journal period and the accounts the table names. The
      * journal is only written when both the suspense and the
      * recovery account are known - a journal that cannot balance
      * or has nowhere to park unmapped usage is worse than none.
           01 WS-GL-PERIOD PIC 9(6) VALUE 0.
           01 WS-GL-PERIOD-X REDEFINES WS-GL-PERIOD.
               05 WS-GL-PERIOD-YYYY PIC 9(4).
               05 WS-GL-PERIOD-MM PIC 9(2).
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-X REDEFINES WS-TODAY.
               05 WS-TODAY-YYYY PIC 9(4).
               05 WS-TODAY-MM PIC 9(2).
               05 WS-TODAY-DD PIC 9(2).
           01 WS-NOW PIC 9(8).
           01 WS-SUSPENSE-ACCOUNT PIC 9(6) VALUE 0.
           01 WS-SUSPENSE-RATE-MINUTE PIC 9(5)V99 VALUE 0.
           01 WS-SUSPENSE-RATE-MILLION PIC 9(5)V99 VALUE 0.
           01 WS-SUSPENSE-SWITCH PIC X VALUE 'N'.
               88 SUSPENSE-ACCOUNT-KNOWN VALUE 'Y'.
           01 WS-RECOVERY-ACCOUNT PIC 9(6) VALUE 0.
           01 WS-RECOVERY-SWITCH PIC X VALUE 'N'.
               88 RECOVERY-ACCOUNT-KNOWN VALUE 'Y'.
           01 WS-JOURNAL-SWITCH PIC X VALUE 'N'.
               88 JOURNAL-CAN-BE-WRITTEN VALUE 'Y'.
           01 WS-JOURNAL-REFUSAL PIC X(60) VALUE SPACES.
           01 WS-GL-LINE-DESCRIPTION PIC X(30).

           01 MAX-OWNER-CENTRES CONSTANT 500.
           01 WS-CENTRE-MAP.
               05 WS-CENTRE-MAP-ENTRY OCCURS MAX-OWNER-CENTRES TIMES.
                   10 WS-CM-OWNER PIC X(20).
                   10 WS-CM-ACCOUNT PIC 9(6).
                   10 WS-CM-RATE-MINUTE PIC 9(5)V99.
                   10 WS-CM-RATE-MILLION PIC 9(5)V99.
           01 WS-CENTRE-MAP-COUNT PIC 9(3) VALUE 0.
           01 WS-CENTRE-MAP-IDX PIC 9(3).
           01 WS-CENTRE-MAP-FOUND PIC 9(3).
           01 WS-BAD-CENTRE-LINES PIC 9(5) VALUE 0.

      * One debit per cost centre - owners sharing a centre are
      * summed onto one line.
           01 MAX-GL-DEBITS CONSTANT 500.
           01 WS-GL-DEBIT-TABLE.
               05 WS-GL-DEBIT-ENTRY OCCURS MAX-GL-DEBITS TIMES.
                   10 WS-GD-ACCOUNT PIC 9(6).
                   10 WS-GD-AMOUNT PIC 9(11)V99.
           01 WS-GL-DEBIT-COUNT PIC 9(3) VALUE 0.
           01 WS-GL-DEBIT-IDX PIC 9(3).
           01 WS-GL-DEBIT-FOUND PIC 9(3).

      * Everything debited to suspense, one line per unmapped owner
      * or unowned script, so finance can clear it item by item.
           01 MAX-SUSPENSE-ITEMS CONSTANT 500.
           01 WS-SUSPENSE-TABLE.
               05 WS-SUSPENSE-ITEM OCCURS MAX-SUSPENSE-ITEMS TIMES.
                   10 WS-SI-KIND PIC X(7).
                   10 WS-SI-NAME PIC X(30).
                   10 WS-SI-AMOUNT PIC 9(11)V99.
           01 WS-SUSPENSE-COUNT PIC 9(3) VALUE 0.
           01 WS-SUSPENSE-IDX PIC 9(3).
           01 WS-SUSPENSE-TOTAL PIC 9(11)V99 VALUE 0.

           01 WS-LINE-AMOUNT PIC 9(11)V99.
           01 WS-LINE-RATE-MINUTE PIC 9(5)V99.
           01 WS-LINE-RATE-MILLION PIC 9(5)V99.
           01 WS-GL-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
           01 WS-GL-HASH-TOTAL PIC 9(12) VALUE 0.
           01 WS-GL-RECORD-COUNT PIC 9(6) VALUE 0.
           01 WS-GL-SEQUENCE PIC 9(6) VALUE 0.
           01 WS-GL-DROPPED PIC 9(5) VALUE 0.
           01 WS-EDIT-AMOUNT PIC Z(10)9.99.
           01 WS-EDIT-TOT-AMOUNT PIC Z(12)9.99.
           01 WS-EDIT-ACCOUNT PIC 9(6).

           01 WS-EDIT-RUNS PIC ZZZZZZ9.
           01 WS-EDIT-INSTR PIC Z(13)9.
           01 WS-EDIT-ELAPSED PIC Z(12)9.
               END-IF
               IF WS-RUN-RC = 0
                   PERFORM TALLY-ROLLUP-MONTHS
                   PERFORM LOAD-COST-CENTRES
                   PERFORM BUILD-GL-JOURNAL
                   IF JOURNAL-CAN-BE-WRITTEN
                       PERFORM WRITE-GL-JOURNAL
                   END-IF
                   PERFORM WRITE-CHARGE-REPORT
                   DISPLAY 'BF-CHARGEBACK: STATEMENT WRITTEN TO '
                       FUNCTION TRIM(WS-CHARGE-REPORT-NAME)
                   PERFORM SET-JOURNAL-RETURN-CODE
               END-IF
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN.
               ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-CHARGE-PARM(1) WS-CHARGE-PARM(2)
                       WS-CHARGE-PARM(3) WS-CHARGE-PARM(4)
                       WS-CHARGE-PARM(5) WS-CHARGE-PARM(6)
               END-UNSTRING
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-CHARGE-PARM-MAX
                   WHEN WS-PARM-TO-CLASSIFY(1:7) = 'ROLLUP='
                       MOVE WS-PARM-TO-CLASSIFY(8:) TO
                           WS-ROLLUP-FILE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'CENTRES='
                       MOVE WS-PARM-TO-CLASSIFY(9:) TO
                           WS-COST-CENTRE-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:8) = 'JOURNAL='
                       MOVE WS-PARM-TO-CLASSIFY(9:) TO
                           WS-GL-JOURNAL-NAME
                   WHEN WS-PARM-TO-CLASSIFY(1:7) = 'PERIOD='
                           AND WS-PARM-TO-CLASSIFY(8:6) IS NUMERIC
                           AND WS-PARM-TO-CLASSIFY(14:) = SPACES
                           AND WS-PARM-TO-CLASSIFY(12:2) >= '01'
                           AND WS-PARM-TO-CLASSIFY(12:2) <= '12'
                       MOVE WS-PARM-TO-CLASSIFY(8:6) TO WS-GL-PERIOD
                   WHEN OTHER
                       DISPLAY 'BF-CHARGEBACK: PARAMETER '
                           FUNCTION TRIM(WS-PARM-TO-CLASSIFY)
               END-PERFORM
               PERFORM WRITE-UNOWNED-SECTION
               PERFORM WRITE-GRAND-TOTAL
               PERFORM WRITE-GL-SECTION
               IF WS-CHARGE-DROPPED > 0
                   MOVE WS-CHARGE-DROPPED TO WS-EDIT-RUNS
                   MOVE SPACES TO CHARGE-REPORT-RECORD
                   DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD.

      * The period defaults to last month - the statement is run
      * early in the month for the month just closed.
           LOAD-COST-CENTRES.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               IF WS-GL-PERIOD = 0
                   IF WS-TODAY-MM = 1
                       COMPUTE WS-GL-PERIOD =
                           (WS-TODAY-YYYY - 1) * 100 + 12
                   ELSE
                       COMPUTE WS-GL-PERIOD =
                           WS-TODAY-YYYY * 100 + WS-TODAY-MM - 1
                   END-IF
               END-IF
               OPEN INPUT COST-CENTRE-FILE
               IF WS-COST-CENTRE-STATUS NOT = '00'
                   DISPLAY 'BF-CHARGEBACK: COST-CENTRE TABLE '
                       FUNCTION TRIM(WS-COST-CENTRE-NAME)
                       ' NOT OPENABLE (STATUS ' WS-COST-CENTRE-STATUS
                       ')'
               ELSE
                   MOVE 'N' TO WS-COST-CENTRE-EOF-SWITCH
                   PERFORM UNTIL END-OF-COST-CENTRES
                       READ COST-CENTRE-FILE
                           AT END
                               SET END-OF-COST-CENTRES TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-COST-CENTRE
                       END-READ
                   END-PERFORM
                   CLOSE COST-CENTRE-FILE
               END-IF
               EVALUATE TRUE
                   WHEN NOT SUSPENSE-ACCOUNT-KNOWN
                       MOVE 'NO SUSPENSE ACCOUNT (S LINE) IN THE TABLE'
                           TO WS-JOURNAL-REFUSAL
                   WHEN NOT RECOVERY-ACCOUNT-KNOWN
                       MOVE 'NO RECOVERY ACCOUNT (R LINE) IN THE TABLE'
                           TO WS-JOURNAL-REFUSAL
                   WHEN OTHER
                       SET JOURNAL-CAN-BE-WRITTEN TO TRUE
               END-EVALUATE.

      * A line with a non-numeric centre or rate is reported and
      * left out - its owner then goes to suspense, where it will be
      * noticed, rather than being billed at a guessed rate.
           LOAD-ONE-COST-CENTRE.
               EVALUATE TRUE
                   WHEN COST-CENTRE-RECORD = SPACES
                           OR CC-ENTRY-TYPE = '*'
                       CONTINUE
                   WHEN NOT CC-OWNER-ENTRY AND NOT CC-SUSPENSE-ENTRY
                           AND NOT CC-RECOVERY-ENTRY
                   WHEN CC-COST-CENTRE IS NOT NUMERIC
                   WHEN CC-RATE-PER-MINUTE IS NOT NUMERIC
                           AND NOT CC-RECOVERY-ENTRY
                   WHEN CC-RATE-PER-MILLION IS NOT NUMERIC
                           AND NOT CC-RECOVERY-ENTRY
                       ADD 1 TO WS-BAD-CENTRE-LINES
                       DISPLAY 'BF-CHARGEBACK: COST-CENTRE LINE "'
                           FUNCTION TRIM(COST-CENTRE-RECORD)
                           '" IS NOT IN THE FIXED LAYOUT - IGNORED'
                   WHEN CC-SUSPENSE-ENTRY
                       MOVE CC-COST-CENTRE TO WS-SUSPENSE-ACCOUNT
                       MOVE CC-RATE-PER-MINUTE TO
                           WS-SUSPENSE-RATE-MINUTE
                       MOVE CC-RATE-PER-MILLION TO
                           WS-SUSPENSE-RATE-MILLION
                       SET SUSPENSE-ACCOUNT-KNOWN TO TRUE
                   WHEN CC-RECOVERY-ENTRY
                       MOVE CC-COST-CENTRE TO WS-RECOVERY-ACCOUNT
                       SET RECOVERY-ACCOUNT-KNOWN TO TRUE
                   WHEN WS-CENTRE-MAP-COUNT >= MAX-OWNER-CENTRES
                       DISPLAY 'BF-CHARGEBACK: COST-CENTRE TABLE '
                           'FULL - OWNER ' FUNCTION TRIM(CC-OWNER)
                           ' IGNORED'
                   WHEN OTHER
                       ADD 1 TO WS-CENTRE-MAP-COUNT
                       MOVE CC-OWNER TO
                           WS-CM-OWNER(WS-CENTRE-MAP-COUNT)
                       MOVE CC-COST-CENTRE TO
                           WS-CM-ACCOUNT(WS-CENTRE-MAP-COUNT)
                       MOVE CC-RATE-PER-MINUTE TO
                           WS-CM-RATE-MINUTE(WS-CENTRE-MAP-COUNT)
                       MOVE CC-RATE-PER-MILLION TO
                           WS-CM-RATE-MILLION(WS-CENTRE-MAP-COUNT)
               END-EVALUATE.

      * Costs the period's owner lines onto their cost centres and
      * everything else onto suspense. Built even when the journal
      * cannot be written, so the statement still shows what would
      * have been charged.
           BUILD-GL-JOURNAL.
               PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
                   UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
                   IF WS-CH-MONTH(WS-CHARGE-IDX) = WS-GL-PERIOD
                       PERFORM COST-ONE-OWNER-MONTH
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-UNOWNED-IDX FROM 1 BY 1
                   UNTIL WS-UNOWNED-IDX > WS-UNOWNED-COUNT
                   IF WS-UN-MONTH(WS-UNOWNED-IDX) = WS-GL-PERIOD
                       MOVE WS-SUSPENSE-RATE-MINUTE TO
                           WS-LINE-RATE-MINUTE
                       MOVE WS-SUSPENSE-RATE-MILLION TO
                           WS-LINE-RATE-MILLION
                       MOVE WS-UN-ELAPSED(WS-UNOWNED-IDX) TO
                           WS-TLY-ELAPSED
                       MOVE WS-UN-INSTR(WS-UNOWNED-IDX) TO
                           WS-TLY-INSTR
                       PERFORM PRICE-ONE-LINE
                       MOVE 'SCRIPT' TO WS-TLY-OWNER
                       MOVE WS-UN-SCRIPT(WS-UNOWNED-IDX) TO
                           WS-TLY-SCRIPT
                       PERFORM ADD-SUSPENSE-ITEM
                   END-IF
               END-PERFORM.

           COST-ONE-OWNER-MONTH.
               MOVE 0 TO WS-CENTRE-MAP-FOUND
               PERFORM VARYING WS-CENTRE-MAP-IDX FROM 1 BY 1
                   UNTIL WS-CENTRE-MAP-IDX > WS-CENTRE-MAP-COUNT
                       OR WS-CENTRE-MAP-FOUND NOT = 0
                   IF WS-CM-OWNER(WS-CENTRE-MAP-IDX) =
                           WS-CH-OWNER(WS-CHARGE-IDX)
                           AND WS-CH-OWNER(WS-CHARGE-IDX)
                               NOT = SPACES
                       MOVE WS-CENTRE-MAP-IDX TO WS-CENTRE-MAP-FOUND
                   END-IF
               END-PERFORM
               MOVE WS-CH-ELAPSED(WS-CHARGE-IDX) TO WS-TLY-ELAPSED
               MOVE WS-CH-INSTR(WS-CHARGE-IDX) TO WS-TLY-INSTR
               IF WS-CENTRE-MAP-FOUND = 0
                   MOVE WS-SUSPENSE-RATE-MINUTE TO
                       WS-LINE-RATE-MINUTE
                   MOVE WS-SUSPENSE-RATE-MILLION TO
                       WS-LINE-RATE-MILLION
                   PERFORM PRICE-ONE-LINE
                   MOVE 'OWNER' TO WS-TLY-OWNER
                   IF WS-CH-OWNER(WS-CHARGE-IDX) = SPACES
                       MOVE '(NOT RECORDED IN LIBRARY)' TO
                           WS-TLY-SCRIPT
                   ELSE
                       MOVE WS-CH-OWNER(WS-CHARGE-IDX) TO
                           WS-TLY-SCRIPT
                   END-IF
                   PERFORM ADD-SUSPENSE-ITEM
               ELSE
                   MOVE WS-CM-RATE-MINUTE(WS-CENTRE-MAP-FOUND) TO
                       WS-LINE-RATE-MINUTE
                   MOVE WS-CM-RATE-MILLION(WS-CENTRE-MAP-FOUND) TO
                       WS-LINE-RATE-MILLION
                   PERFORM PRICE-ONE-LINE
                   MOVE WS-CM-ACCOUNT(WS-CENTRE-MAP-FOUND) TO
                       WS-EDIT-ACCOUNT
                   PERFORM ADD-CENTRE-DEBIT
               END-IF.

      * Elapsed is held in hundredths of a second - 6000 to the
      * minute.
           PRICE-ONE-LINE.
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   WS-TLY-ELAPSED / 6000 * WS-LINE-RATE-MINUTE
                   + WS-TLY-INSTR / 1000000 * WS-LINE-RATE-MILLION
                   ON SIZE ERROR
                       MOVE 99999999999.99 TO WS-LINE-AMOUNT
               END-COMPUTE.

           ADD-CENTRE-DEBIT.
               MOVE 0 TO WS-GL-DEBIT-FOUND
               PERFORM VARYING WS-GL-DEBIT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEBIT-IDX > WS-GL-DEBIT-COUNT
                       OR WS-GL-DEBIT-FOUND NOT = 0
                   IF WS-GD-ACCOUNT(WS-GL-DEBIT-IDX) =
                           WS-EDIT-ACCOUNT
                       MOVE WS-GL-DEBIT-IDX TO WS-GL-DEBIT-FOUND
                   END-IF
               END-PERFORM
               IF WS-GL-DEBIT-FOUND = 0
                   IF WS-GL-DEBIT-COUNT >= MAX-GL-DEBITS
                       ADD 1 TO WS-GL-DROPPED
                   ELSE
                       ADD 1 TO WS-GL-DEBIT-COUNT
                       MOVE WS-GL-DEBIT-COUNT TO WS-GL-DEBIT-FOUND
                       MOVE WS-EDIT-ACCOUNT TO
                           WS-GD-ACCOUNT(WS-GL-DEBIT-FOUND)
                       MOVE 0 TO WS-GD-AMOUNT(WS-GL-DEBIT-FOUND)
                   END-IF
               END-IF
               IF WS-GL-DEBIT-FOUND NOT = 0
                   ADD WS-LINE-AMOUNT TO
                       WS-GD-AMOUNT(WS-GL-DEBIT-FOUND)
                   ADD WS-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
               END-IF.

           ADD-SUSPENSE-ITEM.
               IF WS-SUSPENSE-COUNT >= MAX-SUSPENSE-ITEMS
                   ADD 1 TO WS-GL-DROPPED
               ELSE
                   ADD 1 TO WS-SUSPENSE-COUNT
                   MOVE WS-TLY-OWNER TO
                       WS-SI-KIND(WS-SUSPENSE-COUNT)
                   MOVE WS-TLY-SCRIPT TO
                       WS-SI-NAME(WS-SUSPENSE-COUNT)
                   MOVE WS-LINE-AMOUNT TO
                       WS-SI-AMOUNT(WS-SUSPENSE-COUNT)
                   ADD WS-LINE-AMOUNT TO WS-SUSPENSE-TOTAL
                   ADD WS-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
               END-IF.

      * The statement's own copy of the journal: every cost-centre
      * debit, the suspense account with each item that went to it,
      * and the recovery credit - or why no journal was written.
           WRITE-GL-SECTION.
               MOVE SPACES TO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               MOVE SPACES TO CHARGE-REPORT-RECORD
               STRING 'GENERAL LEDGER JOURNAL - PERIOD ' WS-GL-PERIOD
                   '  RATES: ' FUNCTION TRIM(WS-COST-CENTRE-NAME)
                   DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               PERFORM VARYING WS-GL-DEBIT-IDX FROM 1 BY 1
                   UNTIL WS-GL-DEBIT-IDX > WS-GL-DEBIT-COUNT
                   MOVE WS-GD-AMOUNT(WS-GL-DEBIT-IDX) TO
                       WS-EDIT-AMOUNT
                   MOVE SPACES TO CHARGE-REPORT-RECORD
                   STRING '  DEBIT   COST CENTRE '
                       WS-GD-ACCOUNT(WS-GL-DEBIT-IDX)
                       '           ' WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
                   WRITE CHARGE-REPORT-RECORD
               END-PERFORM
               MOVE WS-SUSPENSE-TOTAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO CHARGE-REPORT-RECORD
               STRING '  DEBIT   SUSPENSE    ' WS-SUSPENSE-ACCOUNT
                   '           ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               IF WS-SUSPENSE-COUNT = 0
                   MOVE '          (NOTHING IN SUSPENSE)' TO
                       CHARGE-REPORT-RECORD
                   WRITE CHARGE-REPORT-RECORD
               END-IF
               PERFORM VARYING WS-SUSPENSE-IDX FROM 1 BY 1
                   UNTIL WS-SUSPENSE-IDX > WS-SUSPENSE-COUNT
                   MOVE WS-SI-AMOUNT(WS-SUSPENSE-IDX) TO
                       WS-EDIT-AMOUNT
                   MOVE SPACES TO CHARGE-REPORT-RECORD
                   STRING '          ' WS-SI-KIND(WS-SUSPENSE-IDX)
                       ' ' WS-SI-NAME(WS-SUSPENSE-IDX)
                       ' ' WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
                   WRITE CHARGE-REPORT-RECORD
               END-PERFORM
               MOVE WS-GL-DEBIT-TOTAL TO WS-EDIT-TOT-AMOUNT
               MOVE SPACES TO CHARGE-REPORT-RECORD
               STRING '  CREDIT  RECOVERY    ' WS-RECOVERY-ACCOUNT
                   '         ' WS-EDIT-TOT-AMOUNT
                   DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
               WRITE CHARGE-REPORT-RECORD
               MOVE SPACES TO CHARGE-REPORT-RECORD
               IF JOURNAL-CAN-BE-WRITTEN
                   STRING '  JOURNAL FILE: '
                       FUNCTION TRIM(WS-GL-JOURNAL-NAME)
                       DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
               ELSE
                   STRING '  JOURNAL NOT WRITTEN - '
                       FUNCTION TRIM(WS-JOURNAL-REFUSAL)
                       DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
               END-IF
               WRITE CHARGE-REPORT-RECORD
               IF WS-GL-DROPPED > 0
                   MOVE WS-GL-DROPPED TO WS-EDIT-RUNS
                   MOVE SPACES TO CHARGE-REPORT-RECORD
                   STRING 'WARNING: ' WS-EDIT-RUNS
                       ' JOURNAL LINE(S) LOST - MORE COST CENTRES '
                       'OR SUSPENSE ITEMS THAN THE TABLES HOLD'
                       DELIMITED BY SIZE INTO CHARGE-REPORT-RECORD
                   WRITE CHARGE-REPORT-RECORD
               END-IF.

      * Header, the debits, the balancing credit, the trailer. The
      * hash total is the sum of the account numbers on every D and
      * C line, so the GL load can prove no line was lost or
      * re-keyed.
           WRITE-GL-JOURNAL.
               OPEN OUTPUT GL-JOURNAL-FILE
               IF WS-GL-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'BF-CHARGEBACK: CANNOT WRITE JOURNAL '
                       FUNCTION TRIM(WS-GL-JOURNAL-NAME)
                       ' (STATUS ' WS-GL-JOURNAL-STATUS ')'
                   MOVE 'N' TO WS-JOURNAL-SWITCH
                   MOVE 'JOURNAL FILE COULD NOT BE OPENED' TO
                       WS-JOURNAL-REFUSAL
               ELSE
                   ACCEPT WS-NOW FROM TIME
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   SET GL-HEADER-RECORD TO TRUE
                   MOVE 'BFCHARGE' TO GLH-SOURCE
                   MOVE WS-GL-PERIOD TO GLH-PERIOD
                   MOVE WS-TODAY TO GLH-CREATED-DATE
                   MOVE WS-NOW(1:6) TO GLH-CREATED-TIME
                   MOVE 'BF INTERPRETER CHARGEBACK' TO
                       GLH-DESCRIPTION
                   PERFORM WRITE-ONE-GL-RECORD
                   PERFORM VARYING WS-GL-DEBIT-IDX FROM 1 BY 1
                       UNTIL WS-GL-DEBIT-IDX > WS-GL-DEBIT-COUNT
                       IF WS-GD-AMOUNT(WS-GL-DEBIT-IDX) > 0
                           MOVE WS-GD-ACCOUNT(WS-GL-DEBIT-IDX) TO
                               WS-EDIT-ACCOUNT
                           MOVE WS-GD-AMOUNT(WS-GL-DEBIT-IDX) TO
                               WS-LINE-AMOUNT
                           MOVE 'COST CENTRE USAGE' TO
                               WS-GL-LINE-DESCRIPTION
                           PERFORM WRITE-GL-DEBIT-LINE
                       END-IF
                   END-PERFORM
                   IF WS-SUSPENSE-TOTAL > 0
                       MOVE WS-SUSPENSE-ACCOUNT TO WS-EDIT-ACCOUNT
                       MOVE WS-SUSPENSE-TOTAL TO WS-LINE-AMOUNT
                       MOVE 'UNMAPPED AND UNOWNED USAGE' TO
                           WS-GL-LINE-DESCRIPTION
                       PERFORM WRITE-GL-DEBIT-LINE
                   END-IF
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   SET GL-CREDIT-RECORD TO TRUE
                   ADD 1 TO WS-GL-SEQUENCE
                   MOVE WS-GL-SEQUENCE TO GLE-SEQUENCE
                   MOVE WS-RECOVERY-ACCOUNT TO GLE-ACCOUNT
                   MOVE WS-GL-PERIOD TO GLE-PERIOD
                   MOVE WS-GL-DEBIT-TOTAL TO GLE-AMOUNT
                   MOVE 'OPERATIONS RECOVERY' TO GLE-DESCRIPTION
                   ADD WS-RECOVERY-ACCOUNT TO WS-GL-HASH-TOTAL
                   PERFORM WRITE-ONE-GL-RECORD
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   SET GL-TRAILER-RECORD TO TRUE
                   ADD 1 TO WS-GL-RECORD-COUNT
                   MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT
                   MOVE WS-GL-HASH-TOTAL TO GLT-HASH-TOTAL
                   MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
                   MOVE WS-GL-DEBIT-TOTAL TO GLT-CREDIT-TOTAL
                   WRITE GL-JOURNAL-RECORD
                   CLOSE GL-JOURNAL-FILE
                   DISPLAY 'BF-CHARGEBACK: JOURNAL FOR PERIOD '
                       WS-GL-PERIOD ' WRITTEN TO '
                       FUNCTION TRIM(WS-GL-JOURNAL-NAME)
               END-IF.

           WRITE-GL-DEBIT-LINE.
               MOVE SPACES TO GL-JOURNAL-RECORD
               SET GL-DEBIT-RECORD TO TRUE
               ADD 1 TO WS-GL-SEQUENCE
               MOVE WS-GL-SEQUENCE TO GLE-SEQUENCE
               MOVE WS-EDIT-ACCOUNT TO GLE-ACCOUNT
               MOVE WS-GL-PERIOD TO GLE-PERIOD
               MOVE WS-LINE-AMOUNT TO GLE-AMOUNT
               MOVE WS-GL-LINE-DESCRIPTION TO GLE-DESCRIPTION
               ADD WS-EDIT-ACCOUNT TO WS-GL-HASH-TOTAL
               PERFORM WRITE-ONE-GL-RECORD.

           WRITE-ONE-GL-RECORD.
               ADD 1 TO WS-GL-RECORD-COUNT
               WRITE GL-JOURNAL-RECORD.

      * 0 journal written with nothing in suspense, 4 written but
      * something sits in suspense for finance to clear, 8 no
      * journal at all, or one missing the lines the cost-centre or
      * suspense tables had no room for.
           SET-JOURNAL-RETURN-CODE.
               EVALUATE TRUE
                   WHEN NOT JOURNAL-CAN-BE-WRITTEN
                       DISPLAY 'BF-CHARGEBACK: JOURNAL NOT WRITTEN - '
                           FUNCTION TRIM(WS-JOURNAL-REFUSAL)
                       MOVE 8 TO WS-RUN-RC
                   WHEN WS-GL-DROPPED > 0
                       MOVE WS-GL-DROPPED TO WS-EDIT-RUNS
                       DISPLAY 'BF-CHARGEBACK: JOURNAL INCOMPLETE - '
                           WS-EDIT-RUNS ' LINE(S) LOST - MORE COST '
                           'CENTRES OR SUSPENSE ITEMS THAN THE TABLES '
                           'HOLD'
                       MOVE 8 TO WS-RUN-RC
                   WHEN WS-SUSPENSE-COUNT > 0
                       MOVE WS-SUSPENSE-COUNT TO WS-EDIT-RUNS
                       DISPLAY 'BF-CHARGEBACK: ' WS-EDIT-RUNS
                           ' ITEM(S) DEBITED TO SUSPENSE - SEE '
                           'STATEMENT'
                       MOVE 4 TO WS-RUN-RC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

       END PROGRAM BF-CHARGEBACK.
