      * One rejected input record of a BULK= run, written to
      * <script>.reject: the record number, why its run was thrown
      * out, the script offset it stopped at (zero when it never
      * started), and the record itself, so it can be corrected and
      * fed back in. BR-REASON is one of
      *   STOPPED: LIMIT REACHED (INSTRUCTIONS)  - MAXI= governor
      *   STOPPED: LIMIT REACHED (TIME)          - MAXS= governor
      *   ABEND: MEM PTR UNDERFLOW
      *   ABEND: EXTENDED TAPE EXHAUSTED
      *   READ PAST END OF RECORD                - "," with the
      *                                            record used up
      *   OUTPUT EXCEEDS 32000 BYTES
      *   INPUT RECORD EXCEEDS 4096 BYTES
      * - the first four are the same words the run summary uses
      * for a whole run that ends that way.
           01 BULK-REJECT-RECORD.
               05 BR-RECORD-NO PIC 9(9).
               05 FILLER PIC X.
               05 BR-REASON PIC X(40).
               05 FILLER PIC X.
               05 BR-SOURCE-OFFSET PIC 9(5).
               05 FILLER PIC X.
               05 BR-INPUT-LEN PIC 9(4).
               05 FILLER PIC X.
               05 BR-INPUT-DATA PIC X(4096).
