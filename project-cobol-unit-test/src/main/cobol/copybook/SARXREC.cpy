      ******************************************************************
      * Copybook: SARXREC
      * Purpose:  Subject access export record (file SAREXPRT.CCYYMMDD)
      *           - everything the shop holds about one person, in
      *           one file.  Cover rows come first and summarize the
      *           whole export for the data-protection officer; then
      *           each source file gets a section: a head row naming
      *           it, one or more detail rows per record held, and a
      *           trailer row carrying the section's record count and
      *           the number of files (generations, archives) read.
      *           Detail rows name the exact file the record came
      *           from and the name it was held under - the current
      *           name or a former one from ALIASXRF.  PIN, duress
      *           PIN and PIN reset code are never carried.
      ******************************************************************
       01  SX-EXPORT-RECORD.
           05  SX-RECORD-TYPE          PIC X(1).
               88  SX-COVER-ROW            VALUE 'C'.
               88  SX-SECTION-HEAD         VALUE 'S'.
               88  SX-DETAIL-ROW           VALUE 'D'.
               88  SX-SECTION-TRAILER      VALUE 'T'.
           05  FILLER                  PIC X(1).
           05  SX-SECTION-ID           PIC X(8).
           05  FILLER                  PIC X(1).
           05  SX-SOURCE-NAME          PIC X(17).
           05  FILLER                  PIC X(1).
           05  SX-HELD-UNDER           PIC X(20).
           05  FILLER                  PIC X(1).
           05  SX-DETAIL-TEXT          PIC X(120).
           05  SX-TRAILER-COUNTS REDEFINES SX-DETAIL-TEXT.
               10  SX-SECTION-RECORDS  PIC 9(7).
               10  FILLER              PIC X(1).
               10  SX-SECTION-FILES    PIC 9(5).
               10  FILLER              PIC X(107).
