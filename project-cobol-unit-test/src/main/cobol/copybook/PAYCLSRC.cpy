      ******************************************************************
      * Copybook: PAYCLSRC
      * Purpose:  Payroll month-close control record (file PAYCLSCT)
      *           - one row per month PAYCLOSE has frozen once its
      *           PAYHOURS export went to payroll.  PAYHOURS refuses
      *           to regenerate a month found here, and reports any
      *           later change to one as an adjustment in the next
      *           open month instead.  Months close in order.
      ******************************************************************
       01  PC-CLOSE-RECORD.
           05  PC-CLOSED-MONTH         PIC 9(6).
           05  PC-CLOSED-DATE          PIC 9(8).
           05  PC-CLOSED-TIME          PIC 9(6).
           05  PC-ROWS-FROZEN          PIC 9(5).
