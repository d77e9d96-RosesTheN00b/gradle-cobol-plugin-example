      *          session on file, and a flag on sessions under ten
      *          seconds (badge-and-run) or over twelve hours (forgot
      *          to log off), so management's "how long are people at
      *          the terminals" finally has an answer.  Time on
      *          break (LO-BREAK-SECONDS, from BREAKTRK and badge
      *          OUT/IN pairs) is reported beside it: each person's
      *          gross, break and net seconds, and the day's totals.
      *          The short/long flags stay on the gross duration -
      *          a long break does not excuse a forgotten sign-out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-LONGEST-SECONDS PIC 9(6) VALUE ZERO.
       01  WS-LONGEST-NAME PIC X(20) VALUE SPACES.
       01  WS-AVERAGE-SECONDS PIC 9(6).
       01  WS-SESSION-BREAK PIC 9(6).
       01  WS-TOTAL-GROSS-SECONDS PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-BREAK-SECONDS PIC 9(9) VALUE ZERO.
       01  WS-NET-SECONDS PIC 9(9).
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-USER-IDX.
               10  WS-TABLE-NAME        PIC X(20).
               10  WS-TABLE-SESSIONS    PIC 9(5).
               10  WS-TABLE-SECONDS     PIC 9(9).
               10  WS-TABLE-BREAK-SECS  PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 999999 TO WS-SHORTEST-SECONDS
           MOVE ZERO TO WS-LONGEST-SECONDS
           MOVE ZERO TO WS-OTHER-DAY-SKIPPED
           MOVE ZERO TO WS-TOTAL-GROSS-SECONDS
           MOVE ZERO TO WS-TOTAL-BREAK-SECONDS
       *> Blank out every slot so an unused one can never spuriously
       *> match a real (non-blank) LO-USER-NAME below in 2100.
           INITIALIZE WS-USER-TABLE
           IF LO-FORCED-CLOSE
               ADD 1 TO WS-FORCED-CLOSES
           END-IF
      *> A row from before the break field went in had no breaks.
           MOVE ZERO TO WS-SESSION-BREAK
           IF LO-BREAK-SECONDS IS NUMERIC
               MOVE LO-BREAK-SECONDS TO WS-SESSION-BREAK
           END-IF
           IF WS-SESSION-BREAK > LO-DURATION-SECONDS
               MOVE LO-DURATION-SECONDS TO WS-SESSION-BREAK
           END-IF
           ADD LO-DURATION-SECONDS TO WS-TOTAL-GROSS-SECONDS
           ADD WS-SESSION-BREAK TO WS-TOTAL-BREAK-SECONDS
           PERFORM 2100-TALLY-USER
           IF LO-DURATION-SECONDS < WS-SHORTEST-SECONDS
               MOVE LO-DURATION-SECONDS TO WS-SHORTEST-SECONDS
               ADD 1 TO WS-TABLE-SESSIONS (WS-USER-IDX)
               ADD LO-DURATION-SECONDS TO WS-TABLE-SECONDS
                   (WS-USER-IDX)
               ADD WS-SESSION-BREAK TO WS-TABLE-BREAK-SECS
                   (WS-USER-IDX)
           ELSE
               IF WS-TABLE-ENTRIES < WS-MAX-USER-ENTRIES
                   ADD 1 TO WS-TABLE-ENTRIES
                   MOVE 1 TO WS-TABLE-SESSIONS (WS-USER-IDX)
                   MOVE LO-DURATION-SECONDS TO WS-TABLE-SECONDS
                       (WS-USER-IDX)
                   MOVE WS-SESSION-BREAK TO WS-TABLE-BREAK-SECS
                       (WS-USER-IDX)
               ELSE
                   IF NOT WS-USER-TABLE-FULL
                       SET WS-USER-TABLE-FULL TO TRUE
           DISPLAY 'UNDER 10 SECONDS   : ' WS-FLAGGED-SHORT
           DISPLAY 'OVER 12 HOURS      : ' WS-FLAGGED-LONG
           DISPLAY 'FORCED CLOSES      : ' WS-FORCED-CLOSES
           COMPUTE WS-NET-SECONDS =
               WS-TOTAL-GROSS-SECONDS - WS-TOTAL-BREAK-SECONDS
           DISPLAY 'GROSS SECONDS      : ' WS-TOTAL-GROSS-SECONDS
           DISPLAY 'ON BREAK SECONDS   : ' WS-TOTAL-BREAK-SECONDS
           DISPLAY 'NET SECONDS        : ' WS-NET-SECONDS
           IF WS-TOTAL-SESSIONS > ZERO
               DISPLAY 'SHORTEST SESSION   : ' WS-SHORTEST-SECONDS
                   ' SECONDS - ' WS-SHORTEST-NAME
                   ' SECONDS - ' WS-LONGEST-NAME
           END-IF
           DISPLAY '------------------------------------------------'
           DISPLAY 'PER-USER SESSIONS / GROSS / BREAK / NET / '
               'AVERAGE GROSS SECONDS'
           PERFORM 8100-PRINT-USER-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-TABLE-ENTRIES
           DIVIDE WS-TABLE-SECONDS (WS-PRINT-IDX)
               BY WS-TABLE-SESSIONS (WS-PRINT-IDX)
               GIVING WS-AVERAGE-SECONDS
           COMPUTE WS-NET-SECONDS = WS-TABLE-SECONDS (WS-PRINT-IDX)
               - WS-TABLE-BREAK-SECS (WS-PRINT-IDX)
           DISPLAY '  ' WS-TABLE-NAME (WS-PRINT-IDX) ' : '
               WS-TABLE-SESSIONS (WS-PRINT-IDX) ' / '
               WS-TABLE-SECONDS (WS-PRINT-IDX) ' / '
               WS-TABLE-BREAK-SECS (WS-PRINT-IDX) ' / '
               WS-NET-SECONDS ' / '
               WS-AVERAGE-SECONDS.

       9000-TERMINATE.
