      *           an unusable record) means the long-standing shop
      *           defaults, and every reader echoes the values in
      *           effect to the run log as proof of what policy a
      *           given day ran under.  PASSBACK's repeat-offender
      *           limit rides on the end; a record written before it
      *           existed leaves it blank, which reads as the default.
      *           WTCRPT's working-time limits agreed with the works
      *           council - hours in a day, hours in any seven days
      *           running, and rest hours between one day's last
      *           session and the next day's first - follow on the
      *           same terms, and so does LONEWRK's check-in
      *           interval - minutes a person alone or out of hours
      *           may go without a badge or sign-on before the
      *           review queue hears about it.  The security-
      *           awareness training terms close the record: days a
      *           completion stays current, and how many days before
      *           it lapses LOGIN starts warning.  NOTIFOUT's terms
      *           follow: how many days before a PIN expires its
      *           holder is mailed, and how many days a targeted
      *           sign-on message may sit unconfirmed before the
      *           person it is waiting on is chased.
      ******************************************************************
       01  PL-POLICY-RECORD.
           05  PL-MAX-FAILED-ATTEMPTS  PIC 9(2).
           05  PL-BUSINESS-OPEN-HHMM   PIC 9(4).
           05  FILLER                  PIC X(1).
           05  PL-BUSINESS-CLOSE-HHMM  PIC 9(4).
           05  FILLER                  PIC X(1).
           05  PL-PASSBACK-ALERT-LIMIT PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PL-MAX-DAY-HOURS        PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PL-MAX-WEEK-HOURS       PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PL-MIN-REST-HOURS       PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PL-LONE-CHECKIN-MINUTES PIC 9(3).
           05  FILLER                  PIC X(1).
           05  PL-TRAINING-VALID-DAYS  PIC 9(3).
           05  FILLER                  PIC X(1).
           05  PL-TRAINING-WARN-DAYS   PIC 9(3).
           05  FILLER                  PIC X(1).
           05  PL-PIN-NOTICE-DAYS      PIC 9(3).
           05  FILLER                  PIC X(1).
           05  PL-ACK-CHASE-DAYS       PIC 9(3).
