      ******************************************************************
      * Copybook: TCAUDREC
      * Purpose:  Time-correction audit record (file TCAUDIT) - one
      *           row every time a correction is keyed, approved or
      *           rejected: when, what was done, who did it, and the
      *           correction as it stood - so "who moved this start
      *           time, and who let it through" is answered from a
      *           file of its own, apart from the sign-on audit.
      *           The image is sized ahead of the TIMECORR record.
      ******************************************************************
       01  TA-AUDIT-RECORD.
           05  TA-TIMESTAMP            PIC X(14).
           05  TA-ACTION               PIC X(8).
           05  TA-OPERATOR             PIC X(20).
           05  TA-CORRECTION-IMAGE     PIC X(150).
