      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lone-worker and after-hours presence watch - OCCUPMST
      *          tells the fire marshal who is inside, but nothing
      *          watched for the person alone in the building late at
      *          night or at a weekend.  Meant to run at intervals,
      *          from the operator menu or the scheduler, with no
      *          console input.  Presence is the union of today's
      *          badge export balanced through BADGXREF (INs not yet
      *          matched by an OUT, as OCCUPMST counts them) and the
      *          open sessions on SESSCUR.  When the clock is outside
      *          the POLICYCF business hours - or it is a weekend or
      *          a HOLIDAYS date for this site - everyone present is
      *          listed; at any hour a single person on site is
      *          listed too.  Each line gives the location (the
      *          session terminal's TERMMAST row, or the door when
      *          the person is only badged in), the time inside and
      *          the minutes since their last badge, sign-on or
      *          break activity.  Anyone listed who has gone longer
      *          than the POLICYCF check-in interval without activity
      *          gets a LONE-WORKER row on SECEXCPT for the alert
      *          review queue - once per quiet spell: a row already
      *          pending, queued or reviewed for the same person and
      *          the same last activity is not raised again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LONEWRK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-EVENT-FILE ASSIGN TO 'BADGEEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT BADGE-XREF-FILE ASSIGN TO 'BADGXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT CURRENT-SESSION-FILE ASSIGN TO 'SESSCUR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-USER-NAME
               FILE STATUS IS WS-SESSION-FILE-STATUS.

           SELECT TERMINAL-REGISTRY-FILE ASSIGN TO 'TERMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMREG-FILE-STATUS.

           SELECT POLICY-FILE ASSIGN TO 'POLICYCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO 'SECEXCPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO WS-REVIEWED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BADGE-EVENT-FILE.
           COPY "BADGEEVT.cpy".

       FD  BADGE-XREF-FILE.
           COPY "BADGXREF.cpy".

       FD  CURRENT-SESSION-FILE.
           COPY "SESSCUR.cpy".

       FD  TERMINAL-REGISTRY-FILE.
           COPY "TERMREG.cpy".

       FD  POLICY-FILE.
           COPY "POLICYCF.cpy".

       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       FD  HOLIDAY-FILE.
           COPY "HOLIDAYCF.cpy".

       FD  EXCEPTION-FILE.
           COPY "SECALERT.cpy".

      *    ALERTQUE and ALERTHST share one layout and one FD - the
      *    name flips between the two reads.
       FD  QUEUE-FILE.
           COPY "ALERTQRC.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EVENT-FILE-STATUS PIC X(2).
       01  WS-XREF-FILE-STATUS PIC X(2).
       01  WS-SESSION-FILE-STATUS PIC X(2).
       01  WS-TERMREG-FILE-STATUS PIC X(2).
       01  WS-POLICY-FILE-STATUS PIC X(2).
       01  WS-POLICY-ECHO PIC X(20).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-HOLIDAY-FILE-STATUS PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS PIC X(2).
       01  WS-QUEUE-FILE-STATUS PIC X(2).
       01  WS-REVIEWED-NAME PIC X(9).
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(80).
      *    Shop defaults, overridden at start-up by the POLICYCF
      *    control record when one is on file.
       77  WS-BUSINESS-OPEN-HHMM PIC 9(4) VALUE 0700.
       77  WS-BUSINESS-CLOSE-HHMM PIC 9(4) VALUE 1900.
       77  WS-CHECKIN-MINUTES PIC 9(3) VALUE 60.
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).
       01  WS-NOW-STAMP PIC X(14).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
       01  WS-AFTER-HOURS-SWITCH PIC X(1) VALUE 'N'.
           88  WS-AFTER-HOURS           VALUE 'Y'.
       01  WS-WHY-AFTER-HOURS PIC X(20).
       01  WS-HOLIDAY-MATCH-SWITCH PIC X(1).
           88  WS-TODAY-IS-HOLIDAY      VALUE 'Y'.
       01  WS-DATE-FUNCTION PIC X(1).
       01  WS-ZERO-DATE PIC 9(8) VALUE ZERO.
       01  WS-DAY-NUMBER PIC 9(7).
       01  WS-WEEKDAY PIC 9(1).
       01  WS-WEEKDAY-WORK PIC 9(7).
       01  WS-MATCHED-NAME PIC X(20).
       01  WS-EVENT-STAMP PIC X(14).
      *    Minutes from a stamp to now - the days between come from
      *    the shared date service, the rest is clock arithmetic.
       01  WS-ELAPSED-STAMP PIC X(14).
       01  WS-ELAPSED-DATE PIC 9(8).
       01  WS-ELAPSED-DAYS PIC 9(7).
       01  WS-CLOCK-WORK PIC 9(4).
       01  WS-CLOCK-WORK-PARTS REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HH             PIC 9(2).
           05  WS-CLOCK-MM             PIC 9(2).
       01  WS-NOW-MINUTES PIC 9(4).
       01  WS-STAMP-MINUTES PIC 9(4).
       01  WS-ELAPSED-SIGNED PIC S9(7).
       01  WS-ELAPSED-MINUTES PIC 9(5).
       01  WS-SHOW-LOCATION PIC X(20).
       01  WS-SHOW-FLAG PIC X(16).
       77  WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-XREF-ENTRIES PIC 9(3) VALUE 500.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-XREF-IDX.
               10  WS-XREF-BADGE        PIC X(10).
               10  WS-XREF-NAME         PIC X(20).
       77  WS-TERM-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-TERM-ENTRIES PIC 9(3) VALUE 100.
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TERM-IDX.
               10  WS-TERM-ID           PIC X(4).
               10  WS-TERM-LOCATION     PIC X(20).
       77  WS-HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-HOLIDAYS PIC 9(3) VALUE 100.
       77  WS-SCAN-IDX PIC 9(3).
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ROW OCCURS 100 TIMES.
               10  WS-HOLIDAY-DATE-ENTRY PIC 9(8).
               10  WS-HOLIDAY-SITE      PIC X(3).
       77  WS-PERSON-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-PERSON-ENTRIES PIC 9(3) VALUE 500.
       01  WS-PERSON-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PERSON-TABLE-FULL     VALUE 'Y'.
       77  WS-PRINT-IDX PIC 9(3).
      *    Everyone seen today by either route.  Badge balance and
      *    session are kept apart; present is either one.
       01  WS-PERSON-TABLE.
           05  WS-PERSON-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PERSON-IDX.
               10  WS-PSN-NAME          PIC X(20).
               10  WS-PSN-INS           PIC 9(3).
               10  WS-PSN-OUTS          PIC 9(3).
               10  WS-PSN-LAST-IN       PIC X(14).
               10  WS-PSN-SESSION-SW    PIC X(1).
                   88  WS-PSN-SIGNED-ON     VALUE 'Y'.
               10  WS-PSN-SIGNON-STAMP  PIC X(14).
               10  WS-PSN-TERMINAL      PIC X(4).
               10  WS-PSN-BREAK-SW      PIC X(1).
                   88  WS-PSN-ON-BREAK      VALUE 'Y'.
               10  WS-PSN-LAST-ACTIVITY PIC X(14).
               10  WS-PSN-PRESENT-SW    PIC X(1).
                   88  WS-PSN-PRESENT       VALUE 'Y'.
               10  WS-PSN-SINCE         PIC X(14).
               10  WS-PSN-OVERDUE-SW    PIC X(1).
                   88  WS-PSN-OVERDUE       VALUE 'Y'.
               10  WS-PSN-ALERTED-SW    PIC X(1).
                   88  WS-PSN-ALREADY-ALERTED VALUE 'Y'.
       77  WS-PRESENT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-WATCHED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-OVERDUE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-ALERT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-UNKNOWN-BADGES PIC 9(3) VALUE ZERO.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'LONEWRK'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 0400-READ-POLICY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-BADGES
           PERFORM 3000-SCAN-SESSIONS
           PERFORM 4000-ASSESS-PERSON
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-PERSON-COUNT
           PERFORM 4500-WATCH-PERSON
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-PERSON-COUNT
           IF WS-OVERDUE-COUNT > ZERO
               PERFORM 5000-NOTE-EXISTING-ALERTS
           END-IF
           PERFORM 8000-PRINT-WATCH-LIST
           PERFORM 9000-TERMINATE
           GOBACK.

       0400-READ-POLICY.
       *> Business hours are the same POLICYCF pair SECWATCH judges
       *> out-of-hours sign-ons by; the check-in interval rides on
       *> the end.  The values in effect go to the run log.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = '00'
               READ POLICY-FILE
                   NOT AT END
                       IF PL-BUSINESS-OPEN-HHMM IS NUMERIC
                               AND PL-BUSINESS-CLOSE-HHMM IS NUMERIC
                               AND PL-BUSINESS-CLOSE-HHMM > ZERO
                           MOVE PL-BUSINESS-OPEN-HHMM
                               TO WS-BUSINESS-OPEN-HHMM
                           MOVE PL-BUSINESS-CLOSE-HHMM
                               TO WS-BUSINESS-CLOSE-HHMM
                       END-IF
                       IF PL-LONE-CHECKIN-MINUTES IS NUMERIC
                               AND PL-LONE-CHECKIN-MINUTES > ZERO
                           MOVE PL-LONE-CHECKIN-MINUTES
                               TO WS-CHECKIN-MINUTES
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF
           MOVE SPACES TO WS-POLICY-ECHO
           STRING 'POL-H' WS-BUSINESS-OPEN-HHMM
               '-' WS-BUSINESS-CLOSE-HHMM
               INTO WS-POLICY-ECHO END-STRING
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-POLICY-ECHO
           MOVE SPACES TO WS-POLICY-ECHO
           STRING 'POL-C' WS-CHECKIN-MINUTES
               INTO WS-POLICY-ECHO END-STRING
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-POLICY-ECHO.

       0900-WRITE-RUNLOG.
       *> One shared run-log row - program, start or end, count and
       *> status - so shift handover reads a file, not the console.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
       *> A presence watch runs on the wall clock, like the muster -
       *> who is in the building NOW has no business date.
           MOVE ZERO TO WS-PERSON-COUNT
           MOVE ZERO TO WS-PRESENT-COUNT
           MOVE ZERO TO WS-WATCHED-COUNT
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE ZERO TO WS-ALERT-COUNT
           MOVE ZERO TO WS-UNKNOWN-BADGES
           MOVE 'N' TO WS-PERSON-FULL-SWITCH
           INITIALIZE WS-PERSON-TABLE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-TODAY-DATE WS-NOW-TIME (1:6)
               INTO WS-NOW-STAMP END-STRING
           MOVE WS-NOW-TIME (1:4) TO WS-CLOCK-WORK
           COMPUTE WS-NOW-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING 'LONEWRK.' WS-TODAY-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE
           PERFORM 1050-READ-SITE-CODE
           PERFORM 1100-LOAD-HOLIDAYS
           PERFORM 1200-LOAD-XREF
           PERFORM 1300-LOAD-TERMINALS
           PERFORM 1500-CHECK-AFTER-HOURS.

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
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-HOLIDAY-TABLE
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = '00'
               PERFORM 1110-READ-HOLIDAY
               PERFORM 1120-STORE-HOLIDAY
                   UNTIL WS-END-OF-FILE
                   OR WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
               IF NOT WS-END-OF-FILE
                   DISPLAY 'LONEWRK WARNING: HOLIDAY TABLE FULL - '
                       'ROWS PAST ' WS-MAX-HOLIDAYS ' IGNORED'
               END-IF
               CLOSE HOLIDAY-FILE
           END-IF.

       1110-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-HOLIDAY.
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE HD-HOLIDAY-DATE
               TO WS-HOLIDAY-DATE-ENTRY (WS-HOLIDAY-COUNT)
           MOVE HD-SITE-CODE TO WS-HOLIDAY-SITE (WS-HOLIDAY-COUNT)
           PERFORM 1110-READ-HOLIDAY.

       1200-LOAD-XREF.
           MOVE ZERO TO WS-XREF-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-XREF-TABLE
           OPEN INPUT BADGE-XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               PERFORM 1210-READ-XREF
               PERFORM 1220-STORE-XREF
                   UNTIL WS-END-OF-FILE
                   OR WS-XREF-COUNT >= WS-MAX-XREF-ENTRIES
               CLOSE BADGE-XREF-FILE
           ELSE
               DISPLAY 'LONEWRK WARNING: NO BADGE CROSS-REFERENCE '
                   '- BADGES SHOW BY NUMBER'
           END-IF.

       1210-READ-XREF.
           READ BADGE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1220-STORE-XREF.
           ADD 1 TO WS-XREF-COUNT
           SET WS-XREF-IDX TO WS-XREF-COUNT
           MOVE BX-BADGE-NUMBER TO WS-XREF-BADGE (WS-XREF-IDX)
           MOVE BX-USER-NAME TO WS-XREF-NAME (WS-XREF-IDX)
           PERFORM 1210-READ-XREF.

       1300-LOAD-TERMINALS.
       *> The session rows carry the terminal ID; the registry turns
       *> it into the floor location someone actually walks to.
           MOVE ZERO TO WS-TERM-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-TERM-TABLE
           OPEN INPUT TERMINAL-REGISTRY-FILE
           IF WS-TERMREG-FILE-STATUS = '00'
               PERFORM 1310-READ-TERMINAL
               PERFORM 1320-STORE-TERMINAL
                   UNTIL WS-END-OF-FILE
                   OR WS-TERM-COUNT >= WS-MAX-TERM-ENTRIES
               CLOSE TERMINAL-REGISTRY-FILE
           END-IF.

       1310-READ-TERMINAL.
           READ TERMINAL-REGISTRY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1320-STORE-TERMINAL.
           ADD 1 TO WS-TERM-COUNT
           SET WS-TERM-IDX TO WS-TERM-COUNT
           MOVE TM-TERMINAL-ID TO WS-TERM-ID (WS-TERM-IDX)
           MOVE TM-LOCATION TO WS-TERM-LOCATION (WS-TERM-IDX)
           PERFORM 1310-READ-TERMINAL.

       1500-CHECK-AFTER-HOURS.
       *> Out of hours is before the open, from the close on, all of
       *> a Saturday or Sunday, and all of a declared holiday for
       *> this site.  Weekday from the shared date service's serial
       *> count: remainder 6 is Saturday and 0 is Sunday.
           MOVE 'N' TO WS-AFTER-HOURS-SWITCH
           MOVE SPACES TO WS-WHY-AFTER-HOURS
           MOVE 'N' TO WS-DATE-FUNCTION
           CALL 'DATESRV' USING WS-DATE-FUNCTION WS-TODAY-DATE
               WS-ZERO-DATE WS-DAY-NUMBER WS-SITE-CODE
           DIVIDE WS-DAY-NUMBER BY 7
               GIVING WS-WEEKDAY-WORK
               REMAINDER WS-WEEKDAY
           MOVE 'N' TO WS-HOLIDAY-MATCH-SWITCH
           PERFORM 1510-MATCH-HOLIDAY
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-HOLIDAY-COUNT
               OR WS-TODAY-IS-HOLIDAY
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               SET WS-AFTER-HOURS TO TRUE
               MOVE 'WEEKEND' TO WS-WHY-AFTER-HOURS
           ELSE
               IF WS-TODAY-IS-HOLIDAY
                   SET WS-AFTER-HOURS TO TRUE
                   MOVE 'DECLARED HOLIDAY' TO WS-WHY-AFTER-HOURS
               ELSE
                   IF WS-NOW-TIME (1:4) < WS-BUSINESS-OPEN-HHMM
                           OR WS-NOW-TIME (1:4)
                               >= WS-BUSINESS-CLOSE-HHMM
                       SET WS-AFTER-HOURS TO TRUE
                       MOVE 'OUTSIDE HOURS' TO WS-WHY-AFTER-HOURS
                   END-IF
               END-IF
           END-IF.

       1510-MATCH-HOLIDAY.
       *> Same matching as SECWATCH: this site's rows and the
       *> all-sites rows, with 0000MMDD recurring every year.
           IF WS-HOLIDAY-SITE (WS-SCAN-IDX) = SPACES
                   OR WS-HOLIDAY-SITE (WS-SCAN-IDX) = WS-SITE-CODE
               IF WS-HOLIDAY-DATE-ENTRY (WS-SCAN-IDX) = WS-TODAY-DATE
                   SET WS-TODAY-IS-HOLIDAY TO TRUE
               ELSE
                   IF WS-HOLIDAY-DATE-ENTRY (WS-SCAN-IDX) (1:4) = ZERO
                           AND WS-HOLIDAY-DATE-ENTRY (WS-SCAN-IDX)
                           (5:4) = WS-TODAY-DATE (5:4)
                       SET WS-TODAY-IS-HOLIDAY TO TRUE
                   END-IF
               END-IF
           END-IF.

       2000-SCAN-BADGES.
       *> Only today's events describe today's building - the export
       *> can carry the tail of yesterday's file.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BADGE-EVENT-FILE
           IF WS-EVENT-FILE-STATUS = '00'
               PERFORM 2010-READ-EVENT
               PERFORM 2100-NOTE-EVENT
                   UNTIL WS-END-OF-FILE
               CLOSE BADGE-EVENT-FILE
           ELSE
               DISPLAY 'LONEWRK: NO BADGE EVENT FILE - STATUS '
                   WS-EVENT-FILE-STATUS ' - SESSIONS ONLY'
           END-IF.

       2010-READ-EVENT.
           READ BADGE-EVENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-NOTE-EVENT.
       *> A badge the cross-reference does not know is still a body
       *> in the building - it shows by number, as in PASSBACK.
           IF BE-EVENT-TIMESTAMP (1:8) = WS-TODAY-DATE
                   AND (BE-BADGED-IN OR BE-BADGED-OUT)
               PERFORM 2200-RESOLVE-BADGE
               MOVE BE-EVENT-TIMESTAMP TO WS-EVENT-STAMP
               PERFORM 2500-FIND-PERSON
               IF WS-NAME-FOUND
                   IF BE-BADGED-IN
                       ADD 1 TO WS-PSN-INS (WS-PERSON-IDX)
                       MOVE BE-EVENT-TIMESTAMP
                           TO WS-PSN-LAST-IN (WS-PERSON-IDX)
                   ELSE
                       ADD 1 TO WS-PSN-OUTS (WS-PERSON-IDX)
                   END-IF
                   PERFORM 2600-NOTE-ACTIVITY
               END-IF
           END-IF
           PERFORM 2010-READ-EVENT.

       2200-RESOLVE-BADGE.
           MOVE SPACES TO WS-MATCHED-NAME
           SET WS-XREF-IDX TO 1
           SEARCH WS-XREF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XREF-IDX > WS-XREF-COUNT
                   CONTINUE
               WHEN WS-XREF-BADGE (WS-XREF-IDX) = BE-BADGE-NUMBER
                   MOVE WS-XREF-NAME (WS-XREF-IDX)
                       TO WS-MATCHED-NAME
           END-SEARCH
           IF WS-MATCHED-NAME = SPACES
               ADD 1 TO WS-UNKNOWN-BADGES
               STRING 'BADGE ' BE-BADGE-NUMBER
                   INTO WS-MATCHED-NAME END-STRING
           END-IF.

       2500-FIND-PERSON.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-PERSON-IDX TO 1
           SEARCH WS-PERSON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PERSON-IDX > WS-PERSON-COUNT
                   CONTINUE
               WHEN WS-PSN-NAME (WS-PERSON-IDX) = WS-MATCHED-NAME
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-NAME-FOUND
               IF WS-PERSON-COUNT < WS-MAX-PERSON-ENTRIES
                   ADD 1 TO WS-PERSON-COUNT
                   SET WS-PERSON-IDX TO WS-PERSON-COUNT
                   MOVE WS-MATCHED-NAME TO WS-PSN-NAME (WS-PERSON-IDX)
                   MOVE ZERO TO WS-PSN-INS (WS-PERSON-IDX)
                   MOVE ZERO TO WS-PSN-OUTS (WS-PERSON-IDX)
                   MOVE 'N' TO WS-PSN-SESSION-SW (WS-PERSON-IDX)
                   MOVE 'N' TO WS-PSN-BREAK-SW (WS-PERSON-IDX)
                   MOVE 'N' TO WS-PSN-PRESENT-SW (WS-PERSON-IDX)
                   MOVE 'N' TO WS-PSN-OVERDUE-SW (WS-PERSON-IDX)
                   MOVE 'N' TO WS-PSN-ALERTED-SW (WS-PERSON-IDX)
                   SET WS-NAME-FOUND TO TRUE
               ELSE
                   IF NOT WS-PERSON-TABLE-FULL
                       SET WS-PERSON-TABLE-FULL TO TRUE
                       DISPLAY 'LONEWRK WARNING: PERSON TABLE FULL - '
                           'NAMES PAST ' WS-MAX-PERSON-ENTRIES
                           ' NOT WATCHED'
                   END-IF
               END-IF
           END-IF.

       2600-NOTE-ACTIVITY.
           IF WS-EVENT-STAMP > WS-PSN-LAST-ACTIVITY (WS-PERSON-IDX)
               MOVE WS-EVENT-STAMP
                   TO WS-PSN-LAST-ACTIVITY (WS-PERSON-IDX)
           END-IF.

       3000-SCAN-SESSIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CURRENT-SESSION-FILE
           IF WS-SESSION-FILE-STATUS = '00'
               PERFORM 3010-READ-SESSION
               PERFORM 3100-NOTE-SESSION
                   UNTIL WS-END-OF-FILE
               CLOSE CURRENT-SESSION-FILE
           ELSE
               DISPLAY 'LONEWRK: NO LIVE SESSION FILE - STATUS '
                   WS-SESSION-FILE-STATUS ' - BADGES ONLY'
           END-IF.

       3010-READ-SESSION.
           READ CURRENT-SESSION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3100-NOTE-SESSION.
       *> The sign-on is activity, and so is the start of a break
       *> still running - running BREAKTRK means someone was at a
       *> terminal.
           MOVE SC-USER-NAME TO WS-MATCHED-NAME
           PERFORM 2500-FIND-PERSON
           IF WS-NAME-FOUND
               MOVE 'Y' TO WS-PSN-SESSION-SW (WS-PERSON-IDX)
               MOVE SC-TERMINAL-ID TO WS-PSN-TERMINAL (WS-PERSON-IDX)
               MOVE SPACES TO WS-EVENT-STAMP
               STRING SC-SIGNON-DATE SC-SIGNON-TIME (1:6)
                   INTO WS-EVENT-STAMP END-STRING
               MOVE WS-EVENT-STAMP
                   TO WS-PSN-SIGNON-STAMP (WS-PERSON-IDX)
               PERFORM 2600-NOTE-ACTIVITY
               IF SC-BREAK-START-DATE IS NUMERIC
                       AND SC-BREAK-START-TIME IS NUMERIC
                       AND NOT SC-NOT-ON-BREAK
                   MOVE 'Y' TO WS-PSN-BREAK-SW (WS-PERSON-IDX)
                   MOVE SPACES TO WS-EVENT-STAMP
                   STRING SC-BREAK-START-DATE SC-BREAK-START-TIME (1:6)
                       INTO WS-EVENT-STAMP END-STRING
                   PERFORM 2600-NOTE-ACTIVITY
               END-IF
           END-IF
           PERFORM 3010-READ-SESSION.

       4000-ASSESS-PERSON.
       *> Present is badged in and not yet out, or signed on.  Time
       *> inside runs from the earlier of the two.
           SET WS-PERSON-IDX TO WS-PRINT-IDX
           IF WS-PSN-INS (WS-PERSON-IDX) > WS-PSN-OUTS (WS-PERSON-IDX)
               MOVE 'Y' TO WS-PSN-PRESENT-SW (WS-PERSON-IDX)
               MOVE WS-PSN-LAST-IN (WS-PERSON-IDX)
                   TO WS-PSN-SINCE (WS-PERSON-IDX)
           END-IF
           IF WS-PSN-SIGNED-ON (WS-PERSON-IDX)
               IF NOT WS-PSN-PRESENT (WS-PERSON-IDX)
                       OR WS-PSN-SIGNON-STAMP (WS-PERSON-IDX)
                           < WS-PSN-SINCE (WS-PERSON-IDX)
                   MOVE WS-PSN-SIGNON-STAMP (WS-PERSON-IDX)
                       TO WS-PSN-SINCE (WS-PERSON-IDX)
               END-IF
               MOVE 'Y' TO WS-PSN-PRESENT-SW (WS-PERSON-IDX)
           END-IF
           IF WS-PSN-PRESENT (WS-PERSON-IDX)
               ADD 1 TO WS-PRESENT-COUNT
           END-IF.

       4500-WATCH-PERSON.
       *> Out of hours everyone present is watched; in hours only
       *> the one person when they are the only one on site.
           SET WS-PERSON-IDX TO WS-PRINT-IDX
           IF WS-PSN-PRESENT (WS-PERSON-IDX)
                   AND (WS-AFTER-HOURS OR WS-PRESENT-COUNT = 1)
               ADD 1 TO WS-WATCHED-COUNT
               MOVE WS-PSN-LAST-ACTIVITY (WS-PERSON-IDX)
                   TO WS-ELAPSED-STAMP
               PERFORM 4900-MINUTES-SINCE
               IF WS-ELAPSED-MINUTES > WS-CHECKIN-MINUTES
                   MOVE 'Y' TO WS-PSN-OVERDUE-SW (WS-PERSON-IDX)
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           END-IF.

       4900-MINUTES-SINCE.
       *> Whole days between the dates from DATESRV, then the clock
       *> difference; a stamp somehow in the future reads as zero.
           MOVE WS-ELAPSED-STAMP (1:8) TO WS-ELAPSED-DATE
           MOVE 'D' TO WS-DATE-FUNCTION
           CALL 'DATESRV' USING WS-DATE-FUNCTION WS-TODAY-DATE
               WS-ELAPSED-DATE WS-ELAPSED-DAYS WS-SITE-CODE
           MOVE WS-ELAPSED-STAMP (9:4) TO WS-CLOCK-WORK
           COMPUTE WS-STAMP-MINUTES = WS-CLOCK-HH * 60 + WS-CLOCK-MM
           COMPUTE WS-ELAPSED-SIGNED = WS-ELAPSED-DAYS * 1440
               + WS-NOW-MINUTES - WS-STAMP-MINUTES
           IF WS-ELAPSED-SIGNED < ZERO
               MOVE ZERO TO WS-ELAPSED-MINUTES
           ELSE
               MOVE WS-ELAPSED-SIGNED TO WS-ELAPSED-MINUTES
           END-IF.

       5000-NOTE-EXISTING-ALERTS.
       *> A LONE-WORKER row for the same person and the same last
       *> activity - still pending on SECEXCPT, open on the queue, or
       *> already reviewed - means this quiet spell has been raised.
       *> New activity gives a new stamp and a fresh alert.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = '00'
               PERFORM 5010-READ-EXCEPTION
               PERFORM 5020-CHECK-EXCEPTION
                   UNTIL WS-END-OF-FILE
               CLOSE EXCEPTION-FILE
           END-IF
           MOVE 'ALERTQUE' TO WS-REVIEWED-NAME
           PERFORM 5100-CHECK-REVIEW-FILE
           MOVE 'ALERTHST' TO WS-REVIEWED-NAME
           PERFORM 5100-CHECK-REVIEW-FILE.

       5010-READ-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       5020-CHECK-EXCEPTION.
           IF AL-ALERT-TYPE = 'LONE-WORKER'
               MOVE AL-USER-NAME TO WS-MATCHED-NAME
               MOVE AL-EVENT-TIMESTAMP TO WS-EVENT-STAMP
               PERFORM 5200-MARK-ALERTED
           END-IF
           PERFORM 5010-READ-EXCEPTION.

       5100-CHECK-REVIEW-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = '00'
               PERFORM 5110-READ-REVIEWED
               PERFORM 5120-CHECK-REVIEWED
                   UNTIL WS-END-OF-FILE
               CLOSE QUEUE-FILE
           END-IF.

       5110-READ-REVIEWED.
           READ QUEUE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       5120-CHECK-REVIEWED.
           IF AQ-ALERT-TYPE = 'LONE-WORKER'
               MOVE AQ-USER-NAME TO WS-MATCHED-NAME
               MOVE AQ-EVENT-TIMESTAMP TO WS-EVENT-STAMP
               PERFORM 5200-MARK-ALERTED
           END-IF
           PERFORM 5110-READ-REVIEWED.

       5200-MARK-ALERTED.
           SET WS-PERSON-IDX TO 1
           SEARCH WS-PERSON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PERSON-IDX > WS-PERSON-COUNT
                   CONTINUE
               WHEN WS-PSN-NAME (WS-PERSON-IDX) = WS-MATCHED-NAME
                   IF WS-PSN-LAST-ACTIVITY (WS-PERSON-IDX)
                           = WS-EVENT-STAMP
                       MOVE 'Y' TO WS-PSN-ALERTED-SW (WS-PERSON-IDX)
                   END-IF
           END-SEARCH.

       7000-EMIT-LINE.
       *> Console for the operator, dated file for the record.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       8000-PRINT-WATCH-LIST.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LONE-WORKER / AFTER-HOURS WATCH - ' WS-TODAY-DATE
               ' ' WS-NOW-TIME (1:6)
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-AFTER-HOURS
               STRING 'OUT OF HOURS (' WS-WHY-AFTER-HOURS
                   ') - EVERYONE PRESENT IS WATCHED'
                   DELIMITED BY '  '
                   INTO WS-REPORT-LINE END-STRING
           ELSE
               STRING 'BUSINESS HOURS ' WS-BUSINESS-OPEN-HHMM '-'
                   WS-BUSINESS-CLOSE-HHMM
                   ' - WATCHING FOR ANYONE ALONE ON SITE'
                   INTO WS-REPORT-LINE END-STRING
           END-IF
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PEOPLE PRESENT: ' WS-PRESENT-COUNT
               '   CHECK-IN INTERVAL: ' WS-CHECKIN-MINUTES ' MIN'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           IF WS-WATCHED-COUNT = ZERO
               MOVE 'NOBODY ALONE OR OUT OF HOURS ON SITE'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE '  NAME' TO WS-REPORT-LINE (1:6)
               MOVE 'LOCATION' TO WS-REPORT-LINE (24:8)
               MOVE 'INSIDE' TO WS-REPORT-LINE (44:6)
               MOVE 'IDLE' TO WS-REPORT-LINE (52:4)
               PERFORM 7000-EMIT-LINE
               OPEN EXTEND EXCEPTION-FILE
               IF WS-EXCEPTION-FILE-STATUS = '35'
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
               PERFORM 8100-PRINT-WATCHED-LINE
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-PERSON-COUNT
               IF WS-EXCEPTION-FILE-STATUS = '00'
                   CLOSE EXCEPTION-FILE
               END-IF
           END-IF
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WATCHED: ' WS-WATCHED-COUNT
               '   PAST CHECK-IN: ' WS-OVERDUE-COUNT
               '   ALERTS RAISED: ' WS-ALERT-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           IF WS-UNKNOWN-BADGES > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BADGE EVENTS NOT ON BADGXREF: '
                   WS-UNKNOWN-BADGES
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-WATCHED-LINE.
       *> Minutes inside and minutes idle, then the location: the
       *> session's terminal, or the door for someone badged in who
       *> never signed on.
           SET WS-PERSON-IDX TO WS-PRINT-IDX
           IF WS-PSN-PRESENT (WS-PERSON-IDX)
                   AND (WS-AFTER-HOURS OR WS-PRESENT-COUNT = 1)
               PERFORM 8200-LOOKUP-LOCATION
               MOVE WS-PSN-SINCE (WS-PERSON-IDX) TO WS-ELAPSED-STAMP
               PERFORM 4900-MINUTES-SINCE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-PSN-NAME (WS-PERSON-IDX)
                   ' ' WS-SHOW-LOCATION
                   ' ' WS-ELAPSED-MINUTES
                   INTO WS-REPORT-LINE END-STRING
               MOVE WS-PSN-LAST-ACTIVITY (WS-PERSON-IDX)
                   TO WS-ELAPSED-STAMP
               PERFORM 4900-MINUTES-SINCE
               MOVE WS-ELAPSED-MINUTES TO WS-REPORT-LINE (51:5)
               MOVE SPACES TO WS-SHOW-FLAG
               IF WS-PSN-OVERDUE (WS-PERSON-IDX)
                   IF WS-PSN-ALREADY-ALERTED (WS-PERSON-IDX)
                       MOVE '** ALERTED' TO WS-SHOW-FLAG
                   ELSE
                       MOVE '** ALERT RAISED' TO WS-SHOW-FLAG
                       PERFORM 8300-RAISE-ALERT
                   END-IF
               ELSE
                   IF WS-PSN-ON-BREAK (WS-PERSON-IDX)
                       MOVE 'ON A BREAK' TO WS-SHOW-FLAG
                   END-IF
               END-IF
               MOVE WS-SHOW-FLAG TO WS-REPORT-LINE (57:16)
               PERFORM 7000-EMIT-LINE
           END-IF.

       8200-LOOKUP-LOCATION.
           IF NOT WS-PSN-SIGNED-ON (WS-PERSON-IDX)
               MOVE 'DOOR - NOT SIGNED ON' TO WS-SHOW-LOCATION
           ELSE
               IF WS-PSN-TERMINAL (WS-PERSON-IDX) = SPACES
                   MOVE 'NO TERMINAL' TO WS-SHOW-LOCATION
               ELSE
                   MOVE 'NOT REGISTERED' TO WS-SHOW-LOCATION
                   SET WS-TERM-IDX TO 1
                   SEARCH WS-TERM-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-TERM-IDX > WS-TERM-COUNT
                           CONTINUE
                       WHEN WS-TERM-ID (WS-TERM-IDX)
                               = WS-PSN-TERMINAL (WS-PERSON-IDX)
                           MOVE WS-TERM-LOCATION (WS-TERM-IDX)
                               TO WS-SHOW-LOCATION
                   END-SEARCH
               END-IF
           END-IF.

       8300-RAISE-ALERT.
       *> Stamped with the last activity, so the reviewer knows when
       *> the person was last heard from - and so the next run can
       *> tell this quiet spell has already been raised.
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO AL-ALERT-RECORD
           MOVE 'LONE-WORKER' TO AL-ALERT-TYPE
           MOVE WS-PSN-LAST-ACTIVITY (WS-PERSON-IDX)
               TO AL-EVENT-TIMESTAMP
           MOVE WS-PSN-NAME (WS-PERSON-IDX) TO AL-USER-NAME
           STRING 'NO ACTIVITY FOR ' WS-ELAPSED-MINUTES ' MINUTES'
               INTO AL-ALERT-DETAIL END-STRING
           MOVE WS-PSN-TERMINAL (WS-PERSON-IDX) TO AL-TERMINAL-ID
           IF WS-EXCEPTION-FILE-STATUS = '00'
               WRITE AL-ALERT-RECORD
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-WATCHED-COUNT TO WS-RUNLOG-COUNT
           MOVE 'OK' TO WS-RUNLOG-STATUS
           IF WS-ALERT-COUNT > ZERO
               MOVE SPACES TO WS-RUNLOG-STATUS
               STRING 'OK-' WS-ALERT-COUNT '-ALERTS'
                   INTO WS-RUNLOG-STATUS END-STRING
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM LONEWRK.
