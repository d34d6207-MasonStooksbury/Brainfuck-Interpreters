      * Record layout of the indexed report distribution master
      * (dist-master.dat), maintained by BF-DIST-MAINT and read by
      * BF-DISTRIBUTE. One record per script and recipient: the
      * script is keyed by the name the run history records for it
      * (the bare member name for a library run, the script file
      * name for a loose-file run), so its output is <name>.output
      * whichever way it ran. A script with three recipients has
      * three records, clustered together by the key.
      *
      * DST-RECIPIENT is the team or person the bundle is made up
      * for; it also names the delivery file, so it holds only
      * letters, digits, '.', '_' and '-'. DST-COPIES is how many
      * copies of the output go into that recipient's bundle, and
      * DST-BANNER-FLAG whether each copy gets a banner page in
      * front of it.
           01 DIST-RECORD.
               05 DST-KEY.
                   10 DST-SCRIPT-NAME PIC X(30).
                   10 DST-RECIPIENT PIC X(20).
               05 DST-COPIES PIC 9(2).
               05 DST-BANNER-FLAG PIC X.
                   88 DST-BANNER-WANTED VALUE 'Y'.
                   88 DST-NO-BANNER VALUE 'N'.
               05 DST-SET-DATE PIC 9(8).
               05 DST-DESCRIPTION PIC X(40).
               05 FILLER PIC X(19).
