      * and honored by the shared date service's working-day count.
      * A row written as 0000MMDD recurs every year, so the fixed
      * holidays no longer need re-keying each January.
      * The site code limits a row to one site's calendar (the
      * branch's regional holidays are not ours); a row with no
      * site applies everywhere, which is how every row written
      * before the site went in still reads.  HOLIMNT keeps the
      * file.
      ******************************************************************
       01  HD-HOLIDAY-RECORD.
           05  HD-HOLIDAY-DATE         PIC 9(8).
           05  HD-SITE-CODE            PIC X(3).
               88  HD-ALL-SITES             VALUE SPACES.
           05  HD-HOLIDAY-NAME         PIC X(20).
