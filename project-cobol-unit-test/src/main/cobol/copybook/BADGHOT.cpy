      ******************************************************************
      * Copybook: BADGHOT
      * Purpose:  Lost and stolen badge hotlist - one row per badge
      *           reported missing (file BADGHOT), kept by BADGHOTM
      *           from the operator menu.  The last owner is frozen
      *           at the time of the report so an alert can still
      *           name the person after the BADGXREF row is retired.
      *           Every badge consumer checks the list through
      *           HOTCHK before it trusts an event.
      ******************************************************************
       01  HB-HOTLIST-RECORD.
           05  HB-BADGE-NUMBER         PIC X(10).
           05  HB-REPORTED-DATE        PIC 9(8).
           05  HB-REASON               PIC X(10).
               88  HB-REASON-LOST          VALUE 'LOST'.
               88  HB-REASON-STOLEN        VALUE 'STOLEN'.
           05  HB-LAST-OWNER           PIC X(20).
           05  HB-REPORTED-BY          PIC X(20).
