                   10 LIB-RECORD-SEQ PIC 9(4).
               05 LIB-DATA PIC X(92).
      * Sequence-0 view: who owns the member and whether a control
      * card is still allowed to run it. LIB-DATE-ADDED is the day
      * the member first arrived; LIB-VERSION-DATE is the day the
      * current version's text was stored (spaces on a member last
      * stored before the field existed - read it as DATE-ADDED).
               05 LIB-META REDEFINES LIB-DATA.
                   10 LIB-OWNER PIC X(20).
                   10 LIB-VERSION PIC 9(4).
                       88 LIB-MEMBER-ACTIVE VALUE 'A'.
                       88 LIB-MEMBER-RETIRED VALUE 'R'.
                   10 LIB-TEXT-BYTES PIC 9(5).
                   10 LIB-VERSION-DATE PIC 9(8).
                   10 FILLER PIC X(38).
      * Sequence-1..n view: one 80-byte slice of the script text,
      * with the count of bytes actually used in this slice.
               05 LIB-TEXT REDEFINES LIB-DATA.
