      ******************************************************************
      * Copybook: BREAKREC
      * Purpose:  One break interval inside an open session (file
      *           BREAKLOG) - who stepped out, which session they
      *           stepped out of (its SESSCUR sign-on date and time),
      *           when they went and came back, and the seconds away.
      *           Written when the break ENDS - by BREAKTRK at the
      *           terminal, by BADGEXLT for a badge OUT/IN pair, or by
      *           SIGNOUT / FORCLOSE closing a break still running
      *           when the session ends.  The session's total goes on
      *           its logoff row as LO-BREAK-SECONDS.
      ******************************************************************
       01  BK-BREAK-RECORD.
           05  BK-USER-NAME            PIC X(20).
           05  BK-SIGNON-DATE          PIC 9(8).
           05  BK-SIGNON-TIME          PIC 9(8).
           05  BK-OUT-DATE             PIC 9(8).
           05  BK-OUT-TIME             PIC 9(8).
           05  BK-IN-DATE              PIC 9(8).
           05  BK-IN-TIME              PIC 9(8).
           05  BK-BREAK-SECONDS        PIC 9(6).
      *    What ended the break: T the person back at the terminal,
      *    B a badge IN at the door, S a sign-out taken while still
      *    on break, F an operator force-closing the session.
           05  BK-END-SOURCE           PIC X(1).
               88  BK-ENDED-AT-TERMINAL    VALUE 'T'.
               88  BK-ENDED-BY-BADGE       VALUE 'B'.
               88  BK-ENDED-BY-SIGNOUT     VALUE 'S'.
               88  BK-ENDED-BY-FORCE       VALUE 'F'.
