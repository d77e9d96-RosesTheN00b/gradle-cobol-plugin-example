      ******************************************************************
      * Copybook: ABSTYPES
      * Purpose:  The planned absence types in print order, with the
      *           heading each one prints under - the codes are the
      *           AB-ABSENCE-TYPE values in ABSREG.  Shared by the
      *           maintenance screen and the reports so a new type is
      *           added in one place.
      ******************************************************************
       01  AT-ABSENCE-TYPE-VALUES.
           05  FILLER PIC X(11) VALUE 'VVACATION'.
           05  FILLER PIC X(11) VALUE 'SSICK'.
           05  FILLER PIC X(11) VALUE 'TTRAVEL'.
           05  FILLER PIC X(11) VALUE 'OOTHER'.
       01  AT-ABSENCE-TYPE-TABLE REDEFINES AT-ABSENCE-TYPE-VALUES.
           05  AT-TYPE-ENTRY OCCURS 4 TIMES.
               10  AT-TYPE-CODE        PIC X(1).
               10  AT-TYPE-NAME        PIC X(10).
       77  AT-TYPE-COUNT PIC 9(1) VALUE 4.
