      * One event of the batch driver's night journal
      * (batch-journal.dat). BF-BATCH-DRIVER starts the journal
      * fresh with an H record every night and appends - one OPEN
      * EXTEND, one WRITE, one CLOSE - as each card is dispatched,
      * ends or is settled without running, so the file on disk is
      * never more than one event behind the driver. A Z record
      * closes a night that ran to the end; a journal without one
      * is a night the driver itself never finished, and RECOVER
      * replays it:
      *   H  night started - the header view below applies
      *   V  recovery started - header view, appended by RECOVER
      *   D  card dispatched (JNL-LANE-NO 0 = foreground)
      *   A  card found still running at recovery and adopted
      *   E  card ended with JNL-RC
      *   K  card settled without running - JNL-CARD-STATE is the
      *      driver's card state (C already clean, N not scheduled,
      *      S refused, X skipped by a condition)
      *   Z  night complete
      * Card events carry the card's text so a recovery against an
      * edited control file only trusts the cards that still match.
           01 JOURNAL-RECORD.
               05 JNL-EVENT PIC X.
                   88 JNL-NIGHT-STARTED VALUE 'H'.
                   88 JNL-RECOVERY-STARTED VALUE 'V'.
                   88 JNL-CARD-DISPATCHED VALUE 'D'.
                   88 JNL-CARD-ADOPTED VALUE 'A'.
                   88 JNL-CARD-ENDED VALUE 'E'.
                   88 JNL-CARD-SETTLED VALUE 'K'.
                   88 JNL-NIGHT-COMPLETE VALUE 'Z'.
               05 FILLER PIC X.
               05 JNL-DATE PIC 9(8).
               05 FILLER PIC X.
               05 JNL-TIME PIC 9(8).
               05 FILLER PIC X.
               05 JNL-CARD-NO PIC 9(3).
               05 FILLER PIC X.
               05 JNL-CARD-STATE PIC X.
               05 FILLER PIC X.
               05 JNL-LANE-NO PIC 9(1).
               05 FILLER PIC X.
               05 JNL-RC PIC 9(3).
               05 FILLER PIC X.
               05 JNL-DETAIL.
                   10 JNL-SKIP-REASON PIC X(60).
                   10 FILLER PIC X.
                   10 JNL-CARD-TEXT PIC X(200).
               05 JNL-HEADER-DETAIL REDEFINES JNL-DETAIL.
                   10 JNL-SCHEDULE-DATE PIC 9(8).
                   10 FILLER PIC X.
                   10 JNL-LANE-COUNT PIC 9(1).
                   10 FILLER PIC X.
                   10 JNL-RERUN-FLAG PIC X.
                       88 JNL-NIGHT-IS-RERUN VALUE 'Y'.
                   10 FILLER PIC X.
                   10 JNL-CARD-COUNT PIC 9(3).
                   10 FILLER PIC X.
                   10 JNL-CONTROL-FILE PIC X(100).
                   10 FILLER PIC X(144).
               05 FILLER PIC X(7).
