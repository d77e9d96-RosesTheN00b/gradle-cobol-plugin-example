      ******************************************************************
      * Copybook: HRJOINRC
      * Purpose:  One new starter per record, as HR's system exports
      *           them (file HRJOINER) - the employee number, the
      *           sign-on name the person will use, the department,
      *           the first working day and the role HR asked for
      *           (A/S/O).  HRJOINER (the batch) builds the user
      *           master entry and the EMPXREF row from it the night
      *           the file arrives - nobody keys a starter by hand.
      ******************************************************************
       01  JN-JOINER-RECORD.
           05  JN-EMPLOYEE-NUMBER      PIC X(8).
           05  JN-USER-NAME            PIC X(20).
           05  JN-DEPT-CODE            PIC X(4).
           05  JN-START-DATE           PIC 9(8).
           05  JN-REQUESTED-ROLE       PIC X(1).
