      * One line of the cumulative delivery log (delivery-log.txt),
      * appended by BF-DISTRIBUTE for every script and recipient the
      * distribution master names, night after night. Fixed
      * position and display format like the run history, so "what
      * went to whom" is a grep away. DL-OUTCOME says whether the
      * output went into the recipient's bundle; for a delivered
      * item DL-DETAIL is the delivery file and DL-LINES the lines
      * in one copy, for a missing one DL-DETAIL says why - the
      * script failed (with its end status), was not run that night,
      * or ran clean but left no output file.
           01 DELIVERY-LOG-LINE.
               05 DL-RUN-DATE PIC 9(8).
               05 FILLER PIC X.
               05 DL-RECIPIENT PIC X(20).
               05 FILLER PIC X.
               05 DL-SCRIPT-NAME PIC X(30).
               05 FILLER PIC X.
               05 DL-COPIES PIC 9(2).
               05 FILLER PIC X.
               05 DL-OUTCOME PIC X(9).
                   88 DL-ITEM-DELIVERED VALUE 'DELIVERED'.
                   88 DL-ITEM-MISSING VALUE 'MISSING'.
               05 FILLER PIC X.
               05 DL-LINES PIC 9(7).
               05 FILLER PIC X.
               05 DL-DETAIL PIC X(60).
