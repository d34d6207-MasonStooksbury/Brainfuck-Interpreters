      * Record layout of the promotion approval log
      * (approval-log.txt), appended to by BF-LIBRARIAN's PROMOTE.
      * One line per attempt, granted or refused, so the log shows
      * every time someone tried to put a test member into the
      * production library, who owned it, who signed it off, and -
      * for a refusal - why it was turned down. APR-PROD-VERSION is
      * the production version the promotion created (zero when it
      * was refused).
           01 APPROVAL-LOG-RECORD.
               05 APR-DATE PIC 9(8).
               05 FILLER PIC X.
               05 APR-TIME PIC 9(6).
               05 FILLER PIC X.
               05 APR-MEMBER PIC X(8).
               05 FILLER PIC X.
               05 APR-TEST-VERSION PIC 9(4).
               05 FILLER PIC X.
               05 APR-PROD-VERSION PIC 9(4).
               05 FILLER PIC X.
               05 APR-OWNER PIC X(20).
               05 FILLER PIC X.
               05 APR-APPROVER PIC X(20).
               05 FILLER PIC X.
               05 APR-OUTCOME PIC X(8).
                   88 APR-PROMOTED VALUE 'PROMOTED'.
                   88 APR-REFUSED VALUE 'REFUSED'.
               05 FILLER PIC X.
               05 APR-REASON PIC X(50).
