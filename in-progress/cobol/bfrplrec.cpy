      * One 80-byte record of a replay package (<script>.replay),
      * written by the interpreter whenever a run ends any way but
      * clean, unpacked again by its REPLAY run mode, and opened by
      * BF-EXCEPTIONS-REPORT for the first record only. A package
      * holds, in this order:
      *   PACKAGE  one - the script and the run date and start time
      *   STATUS   one - how the run ended and where its text came
      *            from (F loose file, P production member, T test
      *            member, with the member version)
      *   PARM     one per effective run parameter - library
      *            defaults already applied, file names rewritten
      *            to the names the components unpack under
      *   ITEM     the manifest - one per component: its kind, its
      *            exact byte count and the name it unpacks under,
      *            each followed by a FROM record naming the file
      *            the failed run actually used
      *   MEMBER   one per component, in manifest order, in the
      *            shape BF-HOUSEKEEPER archives use: this header,
      *            then the bytes in 80-byte blocks, the last block
      *            space-padded
      *   END      one - the component count, so a package cut
      *            short is never mistaken for a whole one
           01 REPLAY-RECORD.
               05 RP-TAG PIC X(7).
                   88 RP-PACKAGE-RECORD VALUE 'PACKAGE'.
                   88 RP-STATUS-RECORD VALUE 'STATUS '.
                   88 RP-PARM-RECORD VALUE 'PARM   '.
                   88 RP-ITEM-RECORD VALUE 'ITEM   '.
                   88 RP-FROM-RECORD VALUE 'FROM   '.
                   88 RP-MEMBER-RECORD VALUE 'MEMBER '.
                   88 RP-END-RECORD VALUE 'END    '.
               05 RP-DATA PIC X(73).
      * Package view - RP-SCRIPT-NAME is the name the script text
      * unpacks under; RP-RUN-TIME is HHMMSSHH.
               05 RP-PACKAGE REDEFINES RP-DATA.
                   10 RP-SCRIPT-NAME PIC X(50).
                   10 RP-RUN-DATE PIC 9(8).
                   10 RP-RUN-TIME PIC 9(8).
                   10 RP-END-RC PIC 9(2).
                   10 FILLER PIC X(5).
               05 RP-STATUS REDEFINES RP-DATA.
                   10 RP-END-STATUS PIC X(40).
                   10 FILLER PIC X.
                   10 RP-SOURCE-KIND PIC X.
                       88 RP-LOOSE-FILE VALUE 'F'.
                       88 RP-PROD-MEMBER VALUE 'P'.
                       88 RP-TEST-MEMBER VALUE 'T'.
                   10 FILLER PIC X.
                   10 RP-MEMBER-VERSION PIC 9(4).
                   10 FILLER PIC X(26).
               05 RP-PARM REDEFINES RP-DATA.
                   10 RP-PARM-TEXT PIC X(73).
               05 RP-ITEM REDEFINES RP-DATA.
                   10 RP-ITEM-KIND PIC X(10).
                   10 RP-ITEM-BYTES PIC 9(9).
                   10 FILLER PIC X.
                   10 RP-ITEM-NAME PIC X(53).
               05 RP-FROM REDEFINES RP-DATA.
                   10 RP-FROM-NAME PIC X(73).
               05 RP-MEMBER REDEFINES RP-DATA.
                   10 RP-MEMBER-NAME PIC X(50).
                   10 RP-MEMBER-BYTES PIC 9(9).
                   10 RP-MEMBER-DATE PIC 9(8).
                   10 FILLER PIC X(6).
               05 RP-END REDEFINES RP-DATA.
                   10 RP-COMPONENT-COUNT PIC 9(2).
                   10 FILLER PIC X(71).
