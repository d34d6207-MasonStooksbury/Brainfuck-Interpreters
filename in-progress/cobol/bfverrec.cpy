      * Record layout of the indexed member-version history file
      * (script-versions.dat), maintained by BF-LIBRARIAN. Whenever
      * ADD or ROLLBACK replaces a member in the script library, the
      * text being replaced is copied here first, so every earlier
      * version stays available to VERSIONS, DIFF and ROLLBACK.
      *
      * Same shape as the library itself: one metadata record
      * (VER-RECORD-SEQ 0) followed by the version's text in 80-byte
      * segments (VER-RECORD-SEQ 1..n). The key adds the version
      * number between member name and sequence, so all of one
      * member's versions cluster together, oldest first.
           01 VER-RECORD.
               05 VER-KEY.
                   10 VER-MEMBER-NAME PIC X(8).
                   10 VER-VERSION PIC 9(4).
                   10 VER-RECORD-SEQ PIC 9(4).
               05 VER-DATA PIC X(92).
      * Sequence-0 view: who owned the version, the day its text was
      * stored, the day it was superseded, and its size.
               05 VER-META REDEFINES VER-DATA.
                   10 VER-OWNER PIC X(20).
                   10 VER-VERSION-DATE PIC 9(8).
                   10 VER-REPLACED-DATE PIC 9(8).
                   10 VER-TEXT-BYTES PIC 9(5).
                   10 FILLER PIC X(51).
      * Sequence-1..n view: one 80-byte slice of the version's text,
      * exactly as LIB-TEXT held it.
               05 VER-TEXT REDEFINES VER-DATA.
                   10 VER-TEXT-LEN PIC 9(2).
                   10 VER-TEXT-DATA PIC X(80).
                   10 FILLER PIC X(10).
