      * One line of a script's cumulative coverage file
      * (<script>.coverage), merged into by every interpreter run
      * that carries the COVERAGE parameter and read back by
      * BF-COVERAGE-REPORT. The first line is the header naming the
      * exact text the offsets belong to; every line after it is one
      * run of PROGRAM-TEXT offsets some run has executed.
      *
      * COV-TEXT-CHECKSUM is a rolling sum over the script bytes
      * (checksum * 31 + byte value, modulo 999999937), computed the
      * same way by both programs. A merge whose member version,
      * length or checksum differs from the header starts the file
      * over - offsets into old text mean nothing against new text.
           01 COVERAGE-RECORD.
               05 COV-RECORD-TYPE PIC X.
                   88 COV-HEADER-RECORD VALUE 'H'.
                   88 COV-RANGE-RECORD VALUE 'R'.
               05 FILLER PIC X.
               05 COV-DATA PIC X(149).
      * Header view - COV-SOURCE-KIND says where the text came from
      * (F loose file, P production member, T test member);
      * COV-MEMBER-VERSION is zero for a loose file.
               05 COV-HEADER REDEFINES COV-DATA.
                   10 COV-SCRIPT-NAME PIC X(100).
                   10 FILLER PIC X.
                   10 COV-SOURCE-KIND PIC X.
                       88 COV-LOOSE-FILE VALUE 'F'.
                       88 COV-PROD-MEMBER VALUE 'P'.
                       88 COV-TEST-MEMBER VALUE 'T'.
                   10 FILLER PIC X.
                   10 COV-MEMBER-VERSION PIC 9(4).
                   10 FILLER PIC X.
                   10 COV-PROGRAM-LENGTH PIC 9(5).
                   10 FILLER PIC X.
                   10 COV-TEXT-CHECKSUM PIC 9(9).
                   10 FILLER PIC X.
                   10 COV-RUNS-MERGED PIC 9(7).
                   10 FILLER PIC X.
                   10 COV-FIRST-RUN-DATE PIC 9(8).
                   10 FILLER PIC X.
                   10 COV-LAST-RUN-DATE PIC 9(8).
      * Range view - PROGRAM-TEXT offsets COV-RANGE-START through
      * COV-RANGE-END, inclusive, all executed at least once.
               05 COV-RANGE REDEFINES COV-DATA.
                   10 COV-RANGE-START PIC 9(5).
                   10 FILLER PIC X.
                   10 COV-RANGE-END PIC 9(5).
                   10 FILLER PIC X(138).
