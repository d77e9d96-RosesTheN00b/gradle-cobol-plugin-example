      ******************************************************************
      * Copybook: SITEACK
      * Purpose:  Receipt acknowledgment returned to a site (file
      *           SIGNACK followed by the site code) - what became of
      *           the sign-on file the site sent last night.  An H row
      *           first: the site, our business date, the create date
      *           from the site's own header (so the site can match it
      *           to what it sent), how many details were received,
      *           accepted and rejected, and whether the whole file
      *           was ACCEPTED or EXCLUDED and why.  Then an R row per
      *           reject reason with its count, an N row per rejected
      *           name with its reason code - as sent, so the site
      *           corrects and resubmits without phoning - and a T
      *           row carrying the number of rows before it.
      ******************************************************************
       01  AK-ACK-RECORD.
           05  AK-ROW-TYPE             PIC X(1).
               88  AK-HEADER-ROW            VALUE 'H'.
               88  AK-REASON-ROW            VALUE 'R'.
               88  AK-NAME-ROW              VALUE 'N'.
               88  AK-TRAILER-ROW           VALUE 'T'.
           05  FILLER                  PIC X(1).
           05  AK-ROW-DATA             PIC X(78).
           05  AK-HEADER-FIELDS REDEFINES AK-ROW-DATA.
               10  AK-SITE-CODE        PIC X(3).
               10  FILLER              PIC X(1).
               10  AK-BUSINESS-DATE    PIC 9(8).
               10  FILLER              PIC X(1).
               10  AK-CREATE-DATE      PIC 9(8).
               10  FILLER              PIC X(1).
               10  AK-RECEIVED-COUNT   PIC 9(7).
               10  FILLER              PIC X(1).
               10  AK-ACCEPTED-COUNT   PIC 9(7).
               10  FILLER              PIC X(1).
               10  AK-REJECTED-COUNT   PIC 9(7).
               10  FILLER              PIC X(1).
               10  AK-FILE-STATE       PIC X(8).
                   88  AK-FILE-ACCEPTED     VALUE 'ACCEPTED'.
                   88  AK-FILE-EXCLUDED     VALUE 'EXCLUDED'.
               10  FILLER              PIC X(1).
               10  AK-EXCLUDED-REASON  PIC X(20).
               10  FILLER              PIC X(3).
           05  AK-REASON-FIELDS REDEFINES AK-ROW-DATA.
               10  AK-REASON-CODE      PIC X(10).
               10  FILLER              PIC X(1).
               10  AK-REASON-COUNT     PIC 9(7).
               10  FILLER              PIC X(60).
           05  AK-NAME-FIELDS REDEFINES AK-ROW-DATA.
               10  AK-REJECTED-NAME    PIC X(20).
               10  FILLER              PIC X(1).
               10  AK-NAME-REASON      PIC X(10).
               10  FILLER              PIC X(47).
           05  AK-TRAILER-FIELDS REDEFINES AK-ROW-DATA.
               10  AK-ROW-COUNT        PIC 9(7).
               10  FILLER              PIC X(71).
