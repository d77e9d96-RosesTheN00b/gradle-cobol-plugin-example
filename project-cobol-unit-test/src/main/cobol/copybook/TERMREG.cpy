      * Purpose:  Terminal registry record - one row per workstation
      *           on the floor (file TERMMAST): the terminal ID the
      *           trails carry, where the terminal physically stands,
      *           and a free-text description.  TERMMNT maintains
      *           the file and logs every touch on TERMHIST.  The
      *           security class says what may sign on there: LOGIN
      *           lets an admin or supervisor role on only at a
      *           secure-room terminal.  A retired terminal keeps
      *           its row, so LOGIN can tell a retired ID from one
      *           that was never registered; both are refused.
      *           Rows written before the class and status existed
      *           read as general floor and active.
      ******************************************************************
       01  TM-TERMINAL-RECORD.
           05  TM-TERMINAL-ID          PIC X(4).
           05  TM-LOCATION             PIC X(20).
           05  TM-DESCRIPTION          PIC X(30).
           05  TM-SECURITY-CLASS       PIC X(1).
               88  TM-CLASS-SECURE          VALUE 'S'.
               88  TM-CLASS-GENERAL         VALUE 'G' ' '.
               88  TM-CLASS-KIOSK           VALUE 'K'.
           05  TM-TERMINAL-STATUS      PIC X(1).
               88  TM-STATUS-ACTIVE         VALUE 'A' ' '.
               88  TM-STATUS-RETIRED        VALUE 'R'.
           05  TM-STATUS-DATE          PIC 9(8).
