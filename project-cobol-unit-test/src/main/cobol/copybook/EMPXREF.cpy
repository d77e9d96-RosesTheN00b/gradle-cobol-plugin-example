      *           HR's system matches on.  Ops maintains the file
      *           alongside the user master; a name with no row here
      *           goes to HREXTRCT's unmatched report instead of
      *           being sent to HR to bounce.  The joiner feed
      *           also leaves the person's hire date here, and the
      *           language their salutes go out in, for ANNIVGEN's
      *           service anniversaries - zero hire date means not
      *           known, blank language means English.
      ******************************************************************
       01  EM-XREF-RECORD.
           05  EM-USER-NAME            PIC X(20).
           05  EM-EMPLOYEE-NUMBER      PIC X(8).
           05  EM-HIRE-DATE            PIC 9(8).
           05  EM-LANGUAGE-CODE        PIC X(2).
