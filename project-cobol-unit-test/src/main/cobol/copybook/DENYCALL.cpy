      ******************************************************************
      * Copybook: DENYCALL
      * Purpose:  Parameter area for DENYCHK, the visitor deny-list
      *           check.  The caller names the person being let in,
      *           the sponsor vouching for them (blank when there is
      *           none), itself and the terminal; the result says the
      *           name is barred (Y) or not (N), and for a bar reached
      *           through a former or later name on ALIASXRF, which
      *           deny-list name it matched.
      ******************************************************************
       01  DY-CALL-AREA.
           05  DY-CHECK-NAME           PIC X(20).
           05  DY-SPONSOR-NAME         PIC X(20).
           05  DY-CALLER               PIC X(10).
           05  DY-TERMINAL-ID          PIC X(4).
           05  DY-RESULT               PIC X(1).
               88  DY-BARRED               VALUE 'Y'.
               88  DY-NOT-BARRED           VALUE 'N'.
           05  DY-MATCHED-NAME         PIC X(20).
