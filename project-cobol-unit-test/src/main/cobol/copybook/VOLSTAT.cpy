      ******************************************************************
      * Copybook: VOLSTAT
      * Purpose:  Feed volume comparison (file VOLSTAT) - rewritten by
      *           every VOLCHK run, one row per feed counted: the
      *           business date, the feed (SITE and the site code for
      *           each site's share of SIGNONTX, SIGNONTX for the whole
      *           file, BADGEEVT for the badge readers), tonight's
      *           count, the trailing average for the same weekday and
      *           how many past nights it was taken over, tonight as a
      *           percentage of it, and the verdict against the INBNDCF
      *           tolerance band.  MORNSTAT prints the rows and flags
      *           the ones outside the band.
      ******************************************************************
       01  VS-VOLUME-RECORD.
           05  VS-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  VS-FEED-NAME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  VS-TODAY-COUNT          PIC 9(7).
           05  FILLER                  PIC X(1).
           05  VS-AVERAGE-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  VS-SAMPLE-NIGHTS        PIC 9(2).
           05  FILLER                  PIC X(1).
           05  VS-PERCENT              PIC 9(4).
           05  FILLER                  PIC X(1).
           05  VS-VERDICT              PIC X(10).
               88  VS-IN-BAND               VALUE 'IN BAND'.
               88  VS-BELOW-BAND            VALUE 'LOW'.
               88  VS-ABOVE-BAND            VALUE 'HIGH'.
               88  VS-NO-HISTORY            VALUE 'NO HISTORY'.
