      ******************************************************************
      * Copybook: MSGWIDTH
      * Purpose:  How wide a catalog text may be where it is shown -
      *           message numbers from / to, the widest text that
      *           fits, and the program whose field sets the limit.
      *           A number in no range is a console line of LOGIN's,
      *           as wide as the catalog row itself.  Shared by the
      *           catalog screen and the completeness check so a new
      *           narrow field is added in one place.
      ******************************************************************
       01  MW-WIDTH-RULE-VALUES.
           05  FILLER PIC X(18) VALUE '04604830GREETCMP'.
           05  FILLER PIC X(18) VALUE '04905115GREETCMP'.
           05  FILLER PIC X(18) VALUE '05906210SALUTEBAT'.
       01  MW-WIDTH-RULE-TABLE REDEFINES MW-WIDTH-RULE-VALUES.
           05  MW-RULE-ENTRY OCCURS 3 TIMES.
               10  MW-RULE-FROM        PIC 9(3).
               10  MW-RULE-TO          PIC 9(3).
               10  MW-RULE-LIMIT       PIC 9(2).
               10  MW-RULE-OWNER       PIC X(10).
       77  MW-RULE-COUNT PIC 9(1) VALUE 3.
       77  MW-DEFAULT-LIMIT PIC 9(2) VALUE 60.
       77  MW-DEFAULT-OWNER PIC X(10) VALUE 'LOGIN'.
