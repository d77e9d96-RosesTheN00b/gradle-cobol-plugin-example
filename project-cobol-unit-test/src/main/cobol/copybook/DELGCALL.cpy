      ******************************************************************
      * Copybook: DELGCALL
      * Purpose:  Parameter area for DELEGCHK, the approval delegation
      *           check.  The caller names who is at the keyboard
      *           (the delegate), whom they say they stand in for
      *           (the delegator), which approval is being made and
      *           the date to test; the result says whether an
      *           active DELEGATE row covers it (Y) or not (N).
      *           Scope U is a user-master change release, V a
      *           visitor sponsorship, R a recertification review.
      ******************************************************************
       01  DL-CALL-AREA.
           05  DL-DELEGATE             PIC X(20).
           05  DL-DELEGATOR            PIC X(20).
           05  DL-SCOPE                PIC X(1).
           05  DL-AS-OF-DATE           PIC 9(8).
           05  DL-RESULT               PIC X(1).
               88  DL-DELEGATED            VALUE 'Y'.
               88  DL-NOT-DELEGATED        VALUE 'N'.
