      * Combined output of a BULK= run of COBOL-BF-INTERPRETER,
      * written to <script>.output in place of the usual raw byte
      * stream. Every accepted input record gets at least one
      * record here, keyed by its record number in the input file;
      * a record whose "." output runs past one segment continues
      * in the next sequence number, 200 bytes at a time (the last
      * segment's BO-TEXT-LEN says how much of it is real). A
      * record that wrote nothing still gets its sequence 1, with
      * a length of zero, so the accepted count can be balanced
      * against this file. Rejected records never appear here -
      * they are in <script>.reject with the reason.
      *
      * Fixed-length and binary-safe: "." can write any byte,
      * newline included, so the file is ORGANIZATION SEQUENTIAL
      * rather than line-oriented.
           01 BULK-OUTPUT-RECORD.
               05 BO-KEY.
                   10 BO-RECORD-NO PIC 9(9).
                   10 BO-SEGMENT-SEQ PIC 9(4).
               05 BO-TEXT-LEN PIC 9(3).
               05 BO-TEXT PIC X(200).
