      *           sessions on the logoff file: raw seconds for the
      *           audit trail, and hours to two decimals split out
      *           the way payroll's loader wants them.
      *           Once a month is closed (PAYCLOSE) its hours are
      *           never re-exported; a later change to them rides in
      *           the next open month's file as an adjustment row -
      *           the same first thirty bytes carrying the REVISED
      *           figures, told apart by the record type, followed by
      *           the month adjusted and the hours originally paid.
      ******************************************************************
       01  PH-PAYHOURS-RECORD.
           05  PH-EMPLOYEE-NUMBER      PIC X(8).
           05  PH-TOTAL-SECONDS        PIC 9(9).
           05  PH-TOTAL-HOURS          PIC 9(5).
           05  PH-HOURS-HUNDREDTHS     PIC 9(2).
           05  PH-RECORD-TYPE          PIC X(1).
               88  PH-HOURS-ROW            VALUE 'H' SPACE.
               88  PH-ADJUSTMENT-ROW       VALUE 'A'.
       01  PA-ADJUSTMENT-RECORD.
           05  PA-EMPLOYEE-NUMBER      PIC X(8).
           05  PA-EXPORT-MONTH         PIC 9(6).
           05  PA-REVISED-SECONDS      PIC 9(9).
           05  PA-REVISED-HOURS        PIC 9(5).
           05  PA-REVISED-HUNDREDTHS   PIC 9(2).
           05  PA-RECORD-TYPE          PIC X(1).
           05  PA-ADJUSTED-MONTH       PIC 9(6).
           05  PA-ORIGINAL-SECONDS     PIC 9(9).
           05  PA-ORIGINAL-HOURS       PIC 9(5).
           05  PA-ORIGINAL-HUNDREDTHS  PIC 9(2).
