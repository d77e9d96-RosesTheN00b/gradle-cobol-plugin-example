      *          and on file in USERMAST.  Exact duplicates are
      *          dropped.  Good names go to the clean file the batch
      *          drivers read; bad ones go to the reject file with a
      *          reason code and the sending site, so the day shift -
      *          or, through SITEACK, the site itself - can repair and
      *          resubmit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  RJ-SIGNON-NAME          PIC X(20).
           05  FILLER                  PIC X(1).
           05  RJ-REASON-CODE          PIC X(10).
      *    The site that sent the name, so SITEACK can hand each
      *    site back its own rejects.
           05  FILLER                  PIC X(1).
           05  RJ-SITE-CODE            PIC X(3).

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".
           MOVE SPACES TO RJ-REJECT-RECORD
           MOVE ST-SIGNON-NAME TO RJ-SIGNON-NAME
           MOVE WS-REJECT-REASON TO RJ-REASON-CODE
           MOVE ST-SITE-CODE TO RJ-SITE-CODE
           WRITE RJ-REJECT-RECORD
           ADD 1 TO WS-RECORDS-REJECTED.

