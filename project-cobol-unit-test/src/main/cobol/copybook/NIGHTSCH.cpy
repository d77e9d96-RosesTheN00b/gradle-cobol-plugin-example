      ******************************************************************
      * Copybook: NIGHTSCH
      * Purpose:  Nightly job schedule (file NIGHTSCH) - one row per
      *           step NIGHTRUN may run, in the order given by the
      *           step number (rows may sit on the file in any order,
      *           and numbering in tens leaves room to slot a step in
      *           without renumbering).  Each row names the program,
      *           whether its failure stops the chain or the chain
      *           carries on without it, whether it is a load step
      *           (a failed load means no report runs against a half-
      *           posted day) or a report step, and which days it is
      *           due: every night, working days only, the last
      *           working day of the month, the first working day of
      *           the month, the first working day of each quarter,
      *           or the first working day of each week.
      *           Working days are DATESRV's - weekends and this
      *           site's HOLIDAYS rows excluded.  Operations can put a
      *           step aside for a while with the skip flag and a
      *           reason, optionally only until a given date (zero
      *           means until the flag is taken off again).  No file
      *           means the schedule compiled into NIGHTRUN.
      ******************************************************************
       01  NS-SCHEDULE-RECORD.
           05  NS-STEP-ORDER           PIC 9(3).
           05  FILLER                  PIC X(1).
           05  NS-PROGRAM-NAME         PIC X(10).
           05  FILLER                  PIC X(1).
           05  NS-ON-FAILURE           PIC X(1).
               88  NS-FAILURE-STOPS         VALUE 'S'.
               88  NS-FAILURE-CONTINUES     VALUE 'C'.
           05  FILLER                  PIC X(1).
           05  NS-STEP-KIND            PIC X(1).
               88  NS-LOAD-STEP             VALUE 'L'.
               88  NS-REPORT-STEP           VALUE 'R'.
           05  FILLER                  PIC X(1).
           05  NS-RUN-DAYS             PIC X(1).
               88  NS-RUNS-DAILY            VALUE 'D'.
               88  NS-RUNS-WORKING-DAYS     VALUE 'W'.
               88  NS-RUNS-MONTH-END        VALUE 'M'.
               88  NS-RUNS-FIRST-DAY        VALUE 'F'.
               88  NS-RUNS-QUARTERLY        VALUE 'Q'.
               88  NS-RUNS-WEEKLY           VALUE 'K'.
               88  NS-RUN-DAYS-VALID        VALUE 'D' 'W' 'M' 'F'
                                                  'Q' 'K'.
           05  FILLER                  PIC X(1).
           05  NS-SKIP-FLAG            PIC X(1).
               88  NS-SKIP-REQUESTED        VALUE 'Y'.
           05  FILLER                  PIC X(1).
           05  NS-SKIP-UNTIL           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  NS-SKIP-REASON          PIC X(30).
