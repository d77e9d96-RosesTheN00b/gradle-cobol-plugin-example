      ******************************************************************
      * Copybook: BRKGLSRC
      * Purpose:  Break-glass emergency account control record (file
      *           BRKGLASS, one row) - the sealed admin account for
      *           the day every real admin is away or locked out.
      *           The account lives here, not on USERMAST, so it still
      *           works when the master itself is what was lost.  The
      *           credential is the usual scrambled PINSCRMB residue;
      *           the clear value is kept in the safe.  SEALED until
      *           first used; OPENED for the rest of that business
      *           day; LOCKED from the next business day on until a
      *           supervisor reseals it with a new credential through
      *           BGRESEAL.  BRKGLCHK is the only reader at sign-on.
      ******************************************************************
       01  BG-CONTROL-RECORD.
           05  BG-ACCOUNT-NAME         PIC X(20).
           05  BG-CREDENTIAL           PIC X(4).
           05  BG-STATE                PIC X(1).
               88  BG-SEALED               VALUE 'S'.
               88  BG-OPENED               VALUE 'O'.
               88  BG-LOCKED               VALUE 'L'.
      *    Set when the seal is broken - the business day the
      *    account stays usable for, and where it was first used.
           05  BG-OPENED-DATE          PIC 9(8).
           05  BG-OPENED-TIMESTAMP     PIC X(14).
           05  BG-OPENED-TERMINAL      PIC X(4).
      *    The supervisor who last sealed it, and when.
           05  BG-SEALED-BY            PIC X(20).
           05  BG-SEALED-TIMESTAMP     PIC X(14).
