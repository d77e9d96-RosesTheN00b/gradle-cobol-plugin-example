               88  LO-FORCED-CLOSE         VALUE 'F'.
           05  LO-FORCED-BY            PIC X(20).
           05  LO-CLOSE-REASON         PIC X(10).
      *    Seconds of the session spent on break (BREAKLOG holds the
      *    intervals) - LO-DURATION-SECONDS stays the gross time on
      *    site and net is the difference.  Rows written before the
      *    field went in carry spaces here: readers count them as no
      *    break.
           05  LO-BREAK-SECONDS        PIC 9(6).
