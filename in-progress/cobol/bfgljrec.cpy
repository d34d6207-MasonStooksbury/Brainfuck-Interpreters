      * Record layouts of the general-ledger journal interface file
      * (gl-journal.dat) BF-CHARGEBACK writes for one accounting
      * period, for the GL system to load. Fixed 80-byte records,
      * display digits throughout, amounts with two implied decimal
      * places. In order:
      *   H - one header naming the source and the period
      *   D - one debit per cost centre charged, the suspense
      *       account included when anything went there
      *   C - one credit to the operations recovery account for
      *       the sum of the debits, so the journal balances
      *   T - one trailer: records in the file (header and trailer
      *       included), the hash total of every D and C line's
      *       account number, and the debit and credit totals
           01 GL-JOURNAL-RECORD.
               05 GL-RECORD-TYPE PIC X.
                   88 GL-HEADER-RECORD VALUE 'H'.
                   88 GL-DEBIT-RECORD VALUE 'D'.
                   88 GL-CREDIT-RECORD VALUE 'C'.
                   88 GL-TRAILER-RECORD VALUE 'T'.
               05 GL-RECORD-BODY PIC X(79).
               05 GL-HEADER-BODY REDEFINES GL-RECORD-BODY.
                   10 GLH-SOURCE PIC X(8).
                   10 GLH-PERIOD PIC 9(6).
                   10 GLH-CREATED-DATE PIC 9(8).
                   10 GLH-CREATED-TIME PIC 9(6).
                   10 GLH-DESCRIPTION PIC X(30).
                   10 FILLER PIC X(21).
               05 GL-ENTRY-BODY REDEFINES GL-RECORD-BODY.
                   10 GLE-SEQUENCE PIC 9(6).
                   10 GLE-ACCOUNT PIC 9(6).
                   10 GLE-PERIOD PIC 9(6).
                   10 GLE-AMOUNT PIC 9(11)V99.
                   10 GLE-DESCRIPTION PIC X(30).
                   10 FILLER PIC X(18).
               05 GL-TRAILER-BODY REDEFINES GL-RECORD-BODY.
                   10 GLT-RECORD-COUNT PIC 9(6).
                   10 GLT-HASH-TOTAL PIC 9(12).
                   10 GLT-DEBIT-TOTAL PIC 9(13)V99.
                   10 GLT-CREDIT-TOTAL PIC 9(13)V99.
                   10 FILLER PIC X(31).
