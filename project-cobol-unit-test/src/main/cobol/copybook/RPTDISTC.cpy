      ******************************************************************
      * Copybook: RPTDISTC
      * Purpose:  Report distribution control (file RPTDISTC) - one
      *           row per report per recipient: the report program
      *           whose dated output is sent, whether that output is
      *           named by day (PROGRAM.CCYYMMDD) or by month
      *           (PROGRAM.CCYYMM), who gets it, the outbound location
      *           it is dropped in for them, how many copies, and the
      *           delivery slot (HHMM) the recipient expects it by.
      *           RPTDIST reads it after the nightly chain; a report
      *           with several recipients has several rows.
      ******************************************************************
       01  RD-DIST-RECORD.
           05  RD-REPORT-PROGRAM       PIC X(8).
           05  FILLER                  PIC X(1).
           05  RD-NAME-STYLE           PIC X(1).
               88  RD-DAILY-NAME            VALUE 'D' ' '.
               88  RD-MONTHLY-NAME          VALUE 'M'.
           05  FILLER                  PIC X(1).
           05  RD-RECIPIENT            PIC X(20).
           05  FILLER                  PIC X(1).
           05  RD-OUTBOUND-LOCATION    PIC X(8).
           05  FILLER                  PIC X(1).
           05  RD-COPIES               PIC 9(2).
           05  FILLER                  PIC X(1).
           05  RD-DELIVERY-SLOT        PIC X(4).
