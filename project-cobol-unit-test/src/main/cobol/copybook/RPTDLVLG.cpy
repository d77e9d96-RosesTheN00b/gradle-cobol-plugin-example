      ******************************************************************
      * Copybook: RPTDLVLG
      * Purpose:  Report delivery log (file RPTDLVLG) - appended by
      *           every RPTDIST run, one row per report per recipient
      *           on the distribution control file: the business date,
      *           the report file, the recipient, the outbound file it
      *           was copied to, copies, the delivery slot, how many
      *           report lines went into each copy, and the outcome.
      *           NOT DUE means the nightly chain did not run that
      *           report tonight; NOT PRODUCED means it should have and
      *           there is no output on hand.  MORNSTAT lists every
      *           report of the last night that was not delivered.
      ******************************************************************
       01  DL-DELIVERY-RECORD.
           05  DL-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  DL-REPORT-FILE          PIC X(17).
           05  FILLER                  PIC X(1).
           05  DL-RECIPIENT            PIC X(20).
           05  FILLER                  PIC X(1).
           05  DL-OUTBOUND-NAME        PIC X(26).
           05  FILLER                  PIC X(1).
           05  DL-COPIES               PIC 9(2).
           05  FILLER                  PIC X(1).
           05  DL-DELIVERY-SLOT        PIC X(4).
           05  FILLER                  PIC X(1).
           05  DL-LINES-COPIED         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  DL-OUTCOME              PIC X(12).
               88  DL-DELIVERED             VALUE 'DELIVERED'.
               88  DL-NOT-PRODUCED          VALUE 'NOT PRODUCED'.
               88  DL-NOT-DUE               VALUE 'NOT DUE'.
               88  DL-WRITE-FAILED          VALUE 'WRITE FAILED'.
           05  FILLER                  PIC X(1).
           05  DL-TIMESTAMP            PIC X(14).
