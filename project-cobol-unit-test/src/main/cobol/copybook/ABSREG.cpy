      ******************************************************************
      * Copybook: ABSREG
      * Purpose:  Planned absence register - one row per absence
      *           (file ABSENCES, kept by ABSMNT): who is away, the
      *           first and last day away (both inclusive) and why.
      *           RECONCIL and SHIFTRPT ask ABSCHK whether a roster
      *           no-show is explained by a row here, and flag anyone
      *           who signs on while one is in force.  The recording
      *           supervisor and day are kept so a disputed absence
      *           has someone to ask.
      ******************************************************************
       01  AB-ABSENCE-RECORD.
           05  AB-USER-NAME            PIC X(20).
           05  AB-FROM-DATE            PIC 9(8).
           05  AB-TO-DATE              PIC 9(8).
           05  AB-ABSENCE-TYPE         PIC X(1).
               88  AB-TYPE-VACATION        VALUE 'V'.
               88  AB-TYPE-SICK            VALUE 'S'.
               88  AB-TYPE-TRAVEL          VALUE 'T'.
               88  AB-TYPE-OTHER           VALUE 'O'.
               88  AB-TYPE-VALID           VALUE 'V' 'S' 'T' 'O'.
           05  AB-RECORDED-BY          PIC X(20).
           05  AB-RECORDED-DATE        PIC 9(8).
