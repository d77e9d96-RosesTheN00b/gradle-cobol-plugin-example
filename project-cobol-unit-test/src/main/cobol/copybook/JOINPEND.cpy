      ******************************************************************
      * Copybook: JOINPEND
      * Purpose:  Starters waiting for their first day (file
      *           JOINPEND) - one row per account HRJOINER built
      *           inactive.  Each nightly run activates the rows
      *           whose start date has come round, issues the
      *           one-time reset code and queues any role grant,
      *           then drops them; what is left is still waiting.
      ******************************************************************
       01  JP-PENDING-RECORD.
           05  JP-USER-NAME            PIC X(20).
           05  JP-EMPLOYEE-NUMBER      PIC X(8).
           05  JP-START-DATE           PIC 9(8).
           05  JP-REQUESTED-ROLE       PIC X(1).
