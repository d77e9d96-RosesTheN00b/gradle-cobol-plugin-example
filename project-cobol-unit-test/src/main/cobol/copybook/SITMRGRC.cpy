      ******************************************************************
      * Copybook: SITMRGRC
      * Purpose:  Site merge outcome (file SITMRGST) - rewritten by
      *           every SITMERGE run, one row per SITELIST row: the
      *           site, its file, the create date on the site's own
      *           header, how many details were read and how many its
      *           trailer promised, and what became of the file -
      *           MERGED, or the reason it was left out of the night.
      *           SITEACK reads it to tell each site what happened.
      ******************************************************************
       01  MS-MERGE-STATUS-RECORD.
           05  MS-SITE-CODE            PIC X(3).
           05  FILLER                  PIC X(1).
           05  MS-FILE-NAME            PIC X(12).
           05  FILLER                  PIC X(1).
           05  MS-CREATE-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  MS-DETAILS-READ         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  MS-TRAILER-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  MS-OUTCOME              PIC X(20).
               88  MS-SITE-MERGED           VALUE 'MERGED'.
