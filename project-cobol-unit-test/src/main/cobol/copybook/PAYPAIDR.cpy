      ******************************************************************
      * Copybook: PAYPAIDR
      * Purpose:  Payroll paid-hours ledger record (file PAYPAID) -
      *           what payroll has been sent for one employee number
      *           for one month, written by PAYCLOSE from the export
      *           it freezes: a row per hours row for the month being
      *           closed, and a row per adjustment row carrying the
      *           revised total for the earlier month it adjusted.
      *           The latest row for a month and employee is what
      *           stands as paid; PAYHOURS measures later changes
      *           against it.
      ******************************************************************
       01  PP-PAID-RECORD.
           05  PP-PAID-MONTH           PIC 9(6).
           05  PP-EMPLOYEE-NUMBER      PIC X(8).
           05  PP-PAID-SECONDS         PIC 9(9).
           05  PP-SENT-IN-MONTH        PIC 9(6).
