      ******************************************************************
      * Copybook: BRKGCALL
      * Purpose:  Parameter area for BRKGLCHK, the break-glass account
      *           check.  Function V verifies a sign-on name and PIN:
      *           the result says the name is not the break-glass
      *           account at all (N), or that it is and was granted
      *           (Y), refused on a wrong credential (F) or refused
      *           because the account is locked awaiting reseal (L).
      *           Function C asks whether an open break-glass session
      *           may carry on - Y while the business day it was
      *           opened on lasts, L once it has locked or been
      *           resealed under it.
      ******************************************************************
       01  GC-CALL-AREA.
           05  GC-FUNCTION             PIC X(1).
               88  GC-VERIFY               VALUE 'V'.
               88  GC-CHECK-OPEN           VALUE 'C'.
           05  GC-USER-NAME            PIC X(20).
           05  GC-PIN                  PIC X(4).
           05  GC-TERMINAL-ID          PIC X(4).
           05  GC-CALLER               PIC X(10).
           05  GC-RESULT               PIC X(1).
               88  GC-NOT-BREAK-GLASS      VALUE 'N'.
               88  GC-GRANTED              VALUE 'Y'.
               88  GC-REFUSED              VALUE 'F'.
               88  GC-LOCKED               VALUE 'L'.
