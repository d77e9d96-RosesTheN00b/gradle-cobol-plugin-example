      *           archive, and how many days an archive stays on
      *           disk before it is purged.  Ops maintains the file;
      *           no record means the shop defaults of 30 and 365.
      *           The pseudonymization days are how long after the
      *           leave date a leaver's name stays in the history
      *           files before PSEUDLVR replaces it with a token;
      *           zero, blank or missing means names are never
      *           replaced.
      ******************************************************************
       01  RT-RETENTION-RECORD.
           05  RT-ONLINE-DAYS          PIC 9(3).
           05  FILLER                  PIC X(1).
           05  RT-ARCHIVE-DAYS         PIC 9(4).
           05  FILLER                  PIC X(1).
           05  RT-PSEUDO-DAYS          PIC 9(4).
