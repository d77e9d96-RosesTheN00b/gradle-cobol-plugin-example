      ******************************************************************
      * Copybook: SECTRAIN
      * Purpose:  Security-awareness training register (file
      *           SECTRAIN, keyed by sign-on name) - one row per
      *           account holder, carrying the last completion of
      *           the security-awareness course the learning
      *           system reported for them through LMSFEED and
      *           EMPXREF.  LOGIN reads it at sign-on to warn when
      *           the training is about to lapse and to withhold an
      *           admin or supervisor role once it has.  The one
      *           sign-on a lapsed person is let in on with that
      *           role is stamped here, so the next one is refused
      *           it; a fresh completion clears the stamp.  A row
      *           with no completion date is somebody LOGIN had to
      *           record before the learning system ever did.
      ******************************************************************
       01  AW-TRAINING-RECORD.
           05  AW-USER-NAME            PIC X(20).
           05  AW-EMPLOYEE-NUMBER      PIC X(8).
           05  AW-COURSE-CODE          PIC X(8).
           05  AW-COMPLETED-DATE       PIC 9(8).
           05  AW-GRACE-USED-DATE      PIC 9(8).
           05  AW-LOADED-TIMESTAMP     PIC X(14).
