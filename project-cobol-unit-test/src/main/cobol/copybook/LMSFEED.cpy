      ******************************************************************
      * Copybook: LMSFEED
      * Purpose:  One course completion per record, as the learning
      *           system exports them (file LMSFEED) - the employee
      *           number EMPXREF maps to a sign-on name, the course
      *           code and the day it was completed.  TRNLOAD posts
      *           the security-awareness completions to SECTRAIN
      *           the night the file arrives.
      ******************************************************************
       01  LF-COMPLETION-RECORD.
           05  LF-EMPLOYEE-NUMBER      PIC X(8).
           05  LF-COURSE-CODE          PIC X(8).
           05  LF-COMPLETED-DATE       PIC 9(8).
