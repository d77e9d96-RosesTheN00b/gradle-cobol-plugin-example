           MOVE 051 TO WS-DEF-NUMBER
           MOVE 'BEDIENER'
               TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 052 TO WS-DEF-NUMBER
           MOVE 'SIGN-ON REFUSED: TERMINAL IS NOT REG'
               & 'ISTERED' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 052 TO WS-DEF-NUMBER
           MOVE 'ANMELDUNG ABGELEHNT: TERMINAL NICHT'
               & ' REGISTRIERT' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 053 TO WS-DEF-NUMBER
           MOVE 'SIGN-ON REFUSED: TERMINAL HAS BEEN '
               & 'RETIRED' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 053 TO WS-DEF-NUMBER
           MOVE 'ANMELDUNG ABGELEHNT: TERMINAL STILL'
               & 'GELEGT' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 054 TO WS-DEF-NUMBER
           MOVE 'SIGN-ON REFUSED: ROLE NOT PERMITTED '
               & 'AT THIS TERMINAL' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 054 TO WS-DEF-NUMBER
           MOVE 'ANMELDUNG ABGELEHNT: ROLLE AN DIESEM'
               & ' TERMINAL NICHT ERLAUBT' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 055 TO WS-DEF-NUMBER
           MOVE 'SECURITY TRAINING DUE SOON - PLEASE RENEW IT'
               TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 055 TO WS-DEF-NUMBER
           MOVE 'SICHERHEITSSCHULUNG BALD FAELLIG - BITTE '
               & 'ERNEUERN' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 056 TO WS-DEF-NUMBER
           MOVE 'SECURITY TRAINING HAS LAPSED - RENEW IT NOW'
               TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 056 TO WS-DEF-NUMBER
           MOVE 'SICHERHEITSSCHULUNG ABGELAUFEN - BITTE '
               & 'SOFORT ERNEUERN' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 057 TO WS-DEF-NUMBER
           MOVE 'ADMIN/SUPERVISOR ROLE ALLOWED THIS ONCE - NOT AGAIN'
               TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 057 TO WS-DEF-NUMBER
           MOVE 'ADMIN-/AUFSICHTSROLLE NUR DIESES EINE MAL '
               & 'ERLAUBT' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 058 TO WS-DEF-NUMBER
           MOVE 'ADMIN/SUPERVISOR ROLE WITHHELD UNTIL TRAINING '
               & 'RENEWED' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 058 TO WS-DEF-NUMBER
           MOVE 'ADMIN-/AUFSICHTSROLLE GESPERRT BIS SCHULUNG '
               & 'ERNEUERT' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
       *> Service-anniversary salutes - ten characters at most,
       *> the width SALUTEBAT hands CFile.
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 059 TO WS-DEF-NUMBER
           MOVE '1 YEAR!' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 059 TO WS-DEF-NUMBER
           MOVE '1 JAHR!' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 060 TO WS-DEF-NUMBER
           MOVE '5 YEARS!' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 060 TO WS-DEF-NUMBER
           MOVE '5 JAHRE!' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 061 TO WS-DEF-NUMBER
           MOVE '10 YEARS!' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 061 TO WS-DEF-NUMBER
           MOVE '10 JAHRE!' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'EN' TO WS-DEF-LANGUAGE
           MOVE 062 TO WS-DEF-NUMBER
           MOVE '25 YEARS!' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT
           MOVE 'DE' TO WS-DEF-LANGUAGE
           MOVE 062 TO WS-DEF-NUMBER
           MOVE '25 JAHRE!' TO WS-DEF-TEXT
           PERFORM 1250-ADD-DEFAULT.

       END PROGRAM MSGTEXT.
