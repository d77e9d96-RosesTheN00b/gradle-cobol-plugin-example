      ******************************************************************
      * Copybook: SALUTETX
      * Purpose:  Salute transaction row (file SALUTETX) - the salute
      *           text SALUTEBAT hands to CFile, then who it is for.
      *           Rows keyed by hand carry the text alone and read
      *           with the rest blank; ANNIVGEN's service-anniversary
      *           rows also name the person, the years of service
      *           reached and the working day the salute is for, so a
      *           rerun of the same night can tell a row already
      *           written.
      ******************************************************************
       01  ST-SALUTE-RECORD.
           05  ST-SALUTE-TEXT          PIC X(10).
           05  FILLER                  PIC X(1).
           05  ST-RECIPIENT            PIC X(20).
           05  FILLER                  PIC X(1).
           05  ST-SERVICE-YEARS        PIC 9(2).
           05  FILLER                  PIC X(1).
           05  ST-SALUTE-DATE          PIC 9(8).
