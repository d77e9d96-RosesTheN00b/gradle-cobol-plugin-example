      ******************************************************************
      * Copybook: PRIVTRRC
      * Purpose:  Privileged-action trail record (file PRIVTRL) - one
      *           row per operator-menu sign-on and sign-off, per menu
      *           selection (refused ones included), and per person
      *           or program a menu function was pointed at: whose
      *           history was looked up, whose session was closed,
      *           whose master record was maintained, whose run lock
      *           was cleared.  Each row carries the signed-on
      *           operator, the role they held at the time, the
      *           terminal and the timestamp; the destructive flag
      *           marks the lock clear, the force-close, the master
      *           restores and rebuild and the training refresh.
      *           Written only through PRIVLGWR.  Rows written with
      *           no menu sign-on behind them carry NO MENU SIGN-ON
      *           as the operator.  The same layout is used for the
      *           dedicated break-glass trail BRKGLTRL, which also
      *           carries BRKGLCHK's own BG-OPEN, BG-USE, BG-FAIL,
      *           BG-LOCK and BG-SEAL rows.
      ******************************************************************
       01  PT-TRAIL-RECORD.
           05  PT-TIMESTAMP            PIC X(14).
           05  PT-OPERATOR             PIC X(20).
           05  PT-ROLE                 PIC X(1).
           05  PT-TERMINAL-ID          PIC X(4).
           05  PT-EVENT                PIC X(8).
               88  PT-SIGNON               VALUE 'SIGNON'.
               88  PT-SIGNOFF              VALUE 'SIGNOFF'.
               88  PT-SELECTED             VALUE 'SELECT'.
               88  PT-REFUSED              VALUE 'REFUSED'.
               88  PT-TARGETED             VALUE 'TARGET'.
           05  PT-MENU-CHOICE          PIC 9(2).
           05  PT-PROGRAM              PIC X(10).
           05  PT-TARGET               PIC X(20).
           05  PT-DESTRUCTIVE-FLAG     PIC X(1).
               88  PT-DESTRUCTIVE          VALUE 'Y'.
           05  PT-TRAINING-FLAG        PIC X(1).
               88  PT-IN-TRAINING          VALUE 'Y'.
           05  PT-BREAK-GLASS-FLAG     PIC X(1).
               88  PT-BREAK-GLASS          VALUE 'Y'.
