      *                 HOLIDAYS file skipped too, including the
      *                 recurring rows written as 0000MMDD so a
      *                 fixed holiday no longer needs re-keying
      *                 every single year.  Only the rows for the
      *                 site passed in (plus the all-sites rows)
      *                 count - the branch keeps its own regional
      *                 holidays on the same file.
      *          "90 days" now means 90 days across any month or
      *          year boundary.
      * Tectonics: cobc
       77  WS-HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-HOLIDAYS PIC 9(3) VALUE 100.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ROW OCCURS 100 TIMES.
               10  WS-HOLIDAY-ENTRY     PIC 9(8).
               10  WS-HOLIDAY-SITE      PIC X(3).
       77  WS-SCAN-IDX PIC 9(3).
       01  WS-WORK-DATE PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
       01  WS-DATE-ONE PIC 9(8).
       01  WS-DATE-TWO PIC 9(8).
       01  WS-DATE-RESULT PIC 9(7).
      *    Whose holiday calendar 'W' counts against - blank means
      *    the all-sites rows only.  'N' and 'D' ignore it.
       01  WS-DATE-SITE PIC X(3).

       PROCEDURE DIVISION USING WS-DATE-FUNCTION WS-DATE-ONE
               WS-DATE-TWO WS-DATE-RESULT WS-DATE-SITE.
       0000-DISPATCH-FUNCTION.
           MOVE ZERO TO WS-DATE-RESULT
           IF WS-FUNCTION-DAY-NUMBER

       3410-MATCH-ONE-HOLIDAY.
       *> A row dated 0000MMDD recurs every year - New Year's Day
       *> goes on the file once, not once per January.  Another
       *> site's row is simply not a holiday here.
           IF WS-HOLIDAY-SITE (WS-SCAN-IDX) = SPACES
                   OR WS-HOLIDAY-SITE (WS-SCAN-IDX) = WS-DATE-SITE
               IF WS-HOLIDAY-ENTRY (WS-SCAN-IDX) = WS-WORK-DATE
                   SET WS-DATE-IS-HOLIDAY TO TRUE
               ELSE
                   IF WS-HOLIDAY-ENTRY (WS-SCAN-IDX) (1:4) = '0000'
                           AND WS-HOLIDAY-ENTRY (WS-SCAN-IDX) (5:4)
                           = WS-WORK-DATE (5:4)
                       SET WS-DATE-IS-HOLIDAY TO TRUE
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE HD-HOLIDAY-DATE
               TO WS-HOLIDAY-ENTRY (WS-HOLIDAY-COUNT)
           MOVE HD-SITE-CODE TO WS-HOLIDAY-SITE (WS-HOLIDAY-COUNT)
           PERFORM 3510-READ-HOLIDAY.

       END PROGRAM DATESRV.
