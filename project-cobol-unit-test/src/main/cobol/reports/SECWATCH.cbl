      *          several ADMIN-FAIL events inside a ten-minute window
      *          (and whether they spread across different names,
      *          which smells like someone walking the terminal row),
      *          any activity on a declared HOLIDAYS date (the
      *          calendar of the site the event came from), and any
      *          ADMIN-OK outside business hours.  Alerts go to the
      *          SECALERT file and a summary prints at the end.
      * Tectonics: cobc
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-FILE-STATUS.

           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-FEED-FILE.
       01  HW-HIGH-WATER-RECORD.
           05  HW-LAST-JUDGED          PIC X(14).

       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SECFEED-FILE-STATUS PIC X(2).
       01  WS-HOLIDAY-FILE-STATUS PIC X(2).
       01  WS-HWM-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
      *    The site whose calendar judges this event - its own stamp,
      *    or ours for a row fed before the stamp went in.
       01  WS-EVENT-SITE PIC X(3).
      *    The feed keeps a month of events online now, and the
      *    queue empties SECALERT after every ingest - without a
      *    mark the analyzer would re-accuse every dispositioned
       01  WS-HOLIDAY-MATCH-SWITCH PIC X(1).
           88  WS-EVENT-ON-HOLIDAY      VALUE 'Y'.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ROW OCCURS 100 TIMES.
               10  WS-HOLIDAY-DATE-ENTRY PIC 9(8).
               10  WS-HOLIDAY-SITE      PIC X(3).
       01  WS-FAIL-TABLE.
           05  WS-FAIL-ENTRY OCCURS 10 TIMES.
               10  WS-FAIL-DATE         PIC 9(8).
           MOVE ZERO TO WS-SKIPPED-EVENTS
           INITIALIZE WS-FAIL-TABLE
           PERFORM 1400-READ-HIGH-WATER
           PERFORM 1050-READ-SITE-CODE
           PERFORM 1100-LOAD-HOLIDAYS
           PERFORM 1200-LOAD-TERMINALS
           PERFORM 1300-LOAD-BASELINES
               PERFORM 1010-READ-EVENT
           END-IF.

       1050-READ-SITE-CODE.
           OPEN INPUT SITE-CODE-FILE
           IF WS-SITE-FILE-STATUS = '00'
               READ SITE-CODE-FILE
                   NOT AT END
                       IF SI-SITE-CODE NOT = SPACES
                           MOVE SI-SITE-CODE TO WS-SITE-CODE
                       END-IF
               END-READ
               CLOSE SITE-CODE-FILE
           END-IF.

       1100-LOAD-HOLIDAYS.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           MOVE 'N' TO WS-HOLIDAY-EOF-SWITCH
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE HD-HOLIDAY-DATE
               TO WS-HOLIDAY-DATE-ENTRY (WS-HOLIDAY-COUNT)
           MOVE HD-SITE-CODE TO WS-HOLIDAY-SITE (WS-HOLIDAY-COUNT)
           PERFORM 1110-READ-HOLIDAY.

       1200-LOAD-TERMINALS.
           MOVE SM-EVENT-TIMESTAMP (1:8) TO WS-EVENT-DATE
           MOVE SM-EVENT-TIMESTAMP (9:6) TO WS-EVENT-TIME-PART
           MOVE SM-EVENT-TIMESTAMP (9:4) TO WS-EVENT-HHMM
           IF SM-SITE-CODE = SPACES
               MOVE WS-SITE-CODE TO WS-EVENT-SITE
           ELSE
               MOVE SM-SITE-CODE TO WS-EVENT-SITE
           END-IF
           COMPUTE WS-EVENT-SECONDS =
               (WS-EVENT-HH * 3600) + (WS-EVENT-MM * 60)
               + WS-EVENT-SS

       2210-MATCH-HOLIDAY.
       *> A row dated 0000MMDD recurs every year - the fixed
       *> holidays go on the file once, not once per January.  A
       *> row for another site says nothing about this event: the
       *> branch working through our holiday is a normal day there.
           IF WS-HOLIDAY-SITE (WS-SCAN-IDX) = SPACES
                   OR WS-HOLIDAY-SITE (WS-SCAN-IDX) = WS-EVENT-SITE
               IF WS-HOLIDAY-DATE-ENTRY (WS-SCAN-IDX) = WS-EVENT-DATE
                   SET WS-EVENT-ON-HOLIDAY TO TRUE
               ELSE
                   IF WS-HOLIDAY-DATE-ENTRY (WS-SCAN-IDX) (1:4) = ZERO
                           AND WS-HOLIDAY-DATE-ENTRY (WS-SCAN-IDX)
                           (5:4) = WS-EVENT-DATE (5:4)
                       SET WS-EVENT-ON-HOLIDAY TO TRUE
                   END-IF
               END-IF
           END-IF.

                   + WS-OFFPAT-SLACK-HOURS
               MOVE 'N' TO WS-DATE-FUNCTION
               CALL 'DATESRV' USING WS-DATE-FUNCTION WS-EVENT-DATE
                   WS-ZERO-DATE WS-DAY-NUMBER WS-EVENT-SITE
               DIVIDE WS-DAY-NUMBER BY 7
                   GIVING WS-WEEKDAY-WORK
                   REMAINDER WS-WEEKDAY
