           05  SC-SIGNON-DATE          PIC 9(8).
           05  SC-SIGNON-TIME          PIC 9(8).
           05  SC-TERMINAL-ID          PIC X(4).
      *    Break tracking (BREAKTRK, or a badge OUT/IN while the
      *    session is open): the date and time the current break
      *    began - zero when the person is not on a break - and the
      *    seconds of finished breaks so far.  LOGIN zeroes both at
      *    sign-on; the session's total goes on its logoff row.
           05  SC-BREAK-START-DATE     PIC 9(8).
               88  SC-NOT-ON-BREAK         VALUE ZERO.
           05  SC-BREAK-START-TIME     PIC 9(8).
           05  SC-BREAK-SECONDS        PIC 9(6).
