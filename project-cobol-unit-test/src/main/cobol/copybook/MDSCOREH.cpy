      ******************************************************************
      * Copybook: MDSCOREH
      * Purpose:  Master-data scorecard history (file MDSCOREH) -
      *           MDSCORE appends one row per gap category it scored
      *           each run: when it ran, the business date scored,
      *           the category and how many gaps it found.  The
      *           latest run for an earlier date is what the next
      *           scorecard prints its trend against.  A category
      *           not scored because its reference file was missing
      *           writes no row, so it never reads as a clean week.
      ******************************************************************
       01  MH-SCORE-RECORD.
           05  MH-RUN-TIMESTAMP        PIC X(14).
           05  FILLER                  PIC X(1).
           05  MH-SCORE-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  MH-CATEGORY             PIC X(8).
           05  FILLER                  PIC X(1).
           05  MH-GAP-COUNT            PIC 9(5).
