      ******************************************************************
      * Copybook: SHIFTASG
      * Purpose:  Shift assignment record - which SHIFTMST shift a
      *           user is rostered on, from an effective date (file
      *           SHIFTASG, kept by SHIFTMNT).  A user can carry
      *           several rows; on any given day the row with the
      *           latest effective date not after that day governs,
      *           so a rota change is keyed ahead of time and simply
      *           takes over when its day comes.  A user with no row
      *           in force is not rostered on any shift.
      ******************************************************************
       01  SA-ASSIGN-RECORD.
           05  SA-USER-NAME            PIC X(20).
           05  SA-EFFECTIVE-DATE       PIC 9(8).
           05  SA-SHIFT-CODE           PIC X(2).
