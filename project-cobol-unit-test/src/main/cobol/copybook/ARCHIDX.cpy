      ******************************************************************
      * Copybook: ARCHIDX
      * Purpose:  Name index over the monthly archives (file ARCHIDX)
      *           - one row per person per archive file, with the
      *           first and last date that person's rows carry in it
      *           and how many rows there are.  Covers the archives
      *           that are looked up by name: AUDARCH (sign-ons) and
      *           LOGARCH (logoffs).  ARCHPURG keeps it current as it
      *           rolls rows into an archive and drops an archive's
      *           rows when it purges it; ARCHIXRB builds it afresh
      *           from the archives the ARCHMANF manifest names, and
      *           ARCHIXVF balances its counts against the manifest.
      *           A date of zero means no row for that person carried
      *           a readable date.  No index file means it has never
      *           been built - readers then fall back to reading every
      *           archive, as they always did.
      ******************************************************************
       01  AX-INDEX-RECORD.
           05  AX-USER-NAME            PIC X(20).
           05  FILLER                  PIC X(1).
           05  AX-ARCHIVE-NAME         PIC X(15).
           05  FILLER                  PIC X(1).
           05  AX-FIRST-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  AX-LAST-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  AX-ROW-COUNT            PIC 9(7).
