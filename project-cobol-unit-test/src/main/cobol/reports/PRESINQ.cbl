      *          its registry location, and how long the person has
      *          been on - the elapsed time uses the same seconds
      *          arithmetic (midnight wrap included) as LOGIN's
      *          session duration.  A session on a break (BREAKTRK)
      *          says so, with the time the break began.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           DISPLAY '  ' SC-USER-NAME ' ON SINCE ' WS-SIGNON-TIME
               ' (' WS-ELAPSED-SECONDS ' SECONDS)'
           DISPLAY '    AT ' SC-TERMINAL-ID ' - ' WS-SHOW-LOCATION
           IF SC-BREAK-START-DATE IS NUMERIC
                   AND NOT SC-NOT-ON-BREAK
               DISPLAY '    ON A BREAK SINCE '
                   SC-BREAK-START-TIME (1:6)
           END-IF
           PERFORM 1010-READ-SESSION.

       8000-PRINT-FOOTER.
