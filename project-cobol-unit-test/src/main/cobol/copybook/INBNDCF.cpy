      ******************************************************************
      * Copybook: INBNDCF
      * Purpose:  Inbound feed gate control file (file INBNDCF) - two
      *           kinds of row.  A C row holds the cut-off time (HHMM)
      *           FEEDGATE waits for late feeds until, and how many
      *           minutes it waits between looks.  An F row names one
      *           inbound file, whether the night must stop without
      *           it (mandatory Y) or may go on and say so, and
      *           whether it opens with a dated HDR record in the
      *           concentrator's SIGNONCT bracket.  Every site file on
      *           SITELIST is expected without a row here (mandatory,
      *           bracketed), and so are BADGEEVT and HRLEAVER
      *           (optional, no header); an F row for one of them
      *           changes its terms, an F row for any other name adds
      *           that feed.  No C row (or no file) means one look and
      *           no waiting.  A V row sets the volume tolerance band
      *           VOLCHK holds each feed's count to: how many weeks of
      *           the same weekday make the trailing average, the
      *           lowest and highest percentage of that average still
      *           taken as normal, and whether a count outside the
      *           band only warns (W) or stops the chain (S).  No V
      *           row means four weeks, 50 to 200 per cent, warn.
      ******************************************************************
       01  IB-CONTROL-RECORD.
           05  IB-ROW-TYPE             PIC X(1).
               88  IB-CUTOFF-ROW            VALUE 'C'.
               88  IB-FEED-ROW              VALUE 'F'.
               88  IB-VOLUME-ROW            VALUE 'V'.
           05  FILLER                  PIC X(1).
           05  IB-ROW-DATA             PIC X(20).
           05  IB-CUTOFF-FIELDS REDEFINES IB-ROW-DATA.
               10  IB-CUTOFF-HHMM      PIC 9(4).
               10  FILLER              PIC X(1).
               10  IB-RECHECK-MINUTES  PIC 9(2).
               10  FILLER              PIC X(13).
           05  IB-FEED-FIELDS REDEFINES IB-ROW-DATA.
               10  IB-FEED-NAME        PIC X(12).
               10  FILLER              PIC X(1).
               10  IB-MANDATORY-FLAG   PIC X(1).
                   88  IB-FEED-MANDATORY    VALUE 'Y'.
               10  FILLER              PIC X(1).
               10  IB-HEADER-FLAG      PIC X(1).
                   88  IB-FEED-HAS-HEADER   VALUE 'Y'.
               10  FILLER              PIC X(4).
           05  IB-VOLUME-FIELDS REDEFINES IB-ROW-DATA.
               10  IB-HISTORY-WEEKS    PIC 9(2).
               10  FILLER              PIC X(1).
               10  IB-LOW-PERCENT      PIC 9(3).
               10  FILLER              PIC X(1).
               10  IB-HIGH-PERCENT     PIC 9(3).
               10  FILLER              PIC X(1).
               10  IB-VOLUME-ACTION    PIC X(1).
                   88  IB-VOLUME-WARNS      VALUE 'W'.
                   88  IB-VOLUME-STOPS      VALUE 'S'.
               10  FILLER              PIC X(8).
