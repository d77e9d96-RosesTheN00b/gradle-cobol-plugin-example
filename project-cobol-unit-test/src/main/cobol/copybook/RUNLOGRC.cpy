      *           END row when it finishes, with its record count and
      *           final status, so shift handover can see what ran
      *           from a file instead of a scrolled-away console.
      *           NIGHTRUN also writes a SKIP row under the name of
      *           each scheduled step it did not run, with the reason
      *           as the status, and FEEDGATE a MISS row for each
      *           inbound feed still not in at its cut-off, naming
      *           the feed in the status.  VOLCHK writes a VOL row
      *           per feed it counts - the count, and the feed and
      *           business date in the status - which is the history
      *           its same-weekday averages are taken from.  A WARN
      *           row says a program carried on past something it
      *           could not hold (a table full, say), with what in
      *           the status; MORNSTAT flags the last day's.
      ******************************************************************
       01  RL-RUNLOG-RECORD.
           05  RL-PROGRAM-NAME         PIC X(10).
           05  RL-EVENT-TYPE           PIC X(5).
               88  RL-IS-START             VALUE 'START'.
               88  RL-IS-END               VALUE 'END'.
               88  RL-IS-SKIP              VALUE 'SKIP'.
               88  RL-IS-MISS              VALUE 'MISS'.
               88  RL-IS-VOLUME            VALUE 'VOL'.
               88  RL-IS-WARN              VALUE 'WARN'.
           05  RL-TIMESTAMP            PIC X(14).
           05  RL-RECORD-COUNT         PIC 9(7).
           05  RL-RUN-STATUS           PIC X(20).
