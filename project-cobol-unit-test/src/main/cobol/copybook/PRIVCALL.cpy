      ******************************************************************
      * Copybook: PRIVCALL
      * Purpose:  Parameter area for PRIVLGWR, the privileged-action
      *           trail writer.  The operator menu opens the session
      *           (function S) with the operator, role, terminal and
      *           training flag, and closes it (function E) on exit;
      *           function W writes one row.  A program called from
      *           the menu fills in only the event, its own name and
      *           the target - PRIVLGWR remembers who is signed on
      *           and which choice is running.  The break-glass flag
      *           is set on a session opened with the sealed emergency
      *           account; every row of such a session is copied to
      *           the dedicated BRKGLTRL trail as well.
      ******************************************************************
       01  PV-CALL-AREA.
           05  PV-FUNCTION             PIC X(1).
               88  PV-OPEN-SESSION         VALUE 'S'.
               88  PV-WRITE-ROW            VALUE 'W'.
               88  PV-END-SESSION          VALUE 'E'.
           05  PV-OPERATOR             PIC X(20).
           05  PV-ROLE                 PIC X(1).
           05  PV-TERMINAL-ID          PIC X(4).
           05  PV-TRAINING-FLAG        PIC X(1).
           05  PV-EVENT                PIC X(8).
           05  PV-MENU-CHOICE          PIC 9(2).
           05  PV-PROGRAM              PIC X(10).
           05  PV-TARGET               PIC X(20).
           05  PV-BREAK-GLASS-FLAG     PIC X(1).
