      ******************************************************************
      * Author:
      * Date:
      * Purpose: Holiday calendar maintenance, in the VISITMNT mold
      *          - HOLIDAYS was hand-edited, and with the branch on
      *          our posting one file now carries two calendars.
      *          Holidays are added and removed here, each for one
      *          site or for every site (no site code), as a dated
      *          row or a recurring 0000MMDD row.  A site code must
      *          be this building's own (SITECF) or one on SITELIST,
      *          so a typo cannot start a calendar nobody reads.  The
      *          maintainer proves who they are (supervisor or admin,
      *          name and PIN) before the screen opens.  The file is
      *          rewritten once on the way out.  Reachable from
      *          OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAYS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

           SELECT SITE-LIST-FILE ASSIGN TO 'SITELIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITELIST-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY "HOLIDAYCF.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       FD  SITE-LIST-FILE.
           COPY "SITELIST.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAY-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITELIST-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-SITE-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SITE-KNOWN            VALUE 'Y'.
       01  WS-MAINTAINER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MAINTAINER-VERIFIED   VALUE 'Y'.
       01  WS-HOLIDAY-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CALENDAR-CHANGED      VALUE 'Y'.
      *    A file too big for its table is shown but never edited -
      *    a save from a partial load would quietly drop the rows
      *    that did not fit.
       01  WS-HOLIDAY-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CALENDAR-READ-ONLY    VALUE 'Y'.
       01  WS-MAINTAINER-NAME PIC X(20).
       01  WS-MAINTAINER-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-DATE-CHECK PIC 9(8).
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-CHECK-YYYY           PIC 9(4).
           05  WS-CHECK-MM             PIC 9(2).
           05  WS-CHECK-DD             PIC 9(2).
       01  WS-DATE-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DATE-VALID            VALUE 'Y'.
       01  WS-SITE-INPUT PIC X(3).
       01  WS-NAME-INPUT PIC X(20).
       01  WS-LIST-SITE PIC X(3).
       01  WS-CONFIRM-INPUT PIC X(1).
       01  WS-SHOW-SITE PIC X(9).
       77  WS-HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(3) VALUE 100.
       77  WS-LIVE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-FOUND-IDX PIC 9(3).
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DATE          PIC 9(8).
               10  WS-HOL-SITE          PIC X(3).
               10  WS-HOL-NAME          PIC X(20).
               10  WS-HOL-REMOVED       PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0060-READ-SITE-CODE
           PERFORM 0070-VERIFY-MAINTAINER
           IF NOT WS-MAINTAINER-VERIFIED
               DISPLAY 'HOLIDAY CALENDAR CLOSED'
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CALENDAR
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-CALENDAR-CHANGED
               PERFORM 8500-REWRITE-CALENDAR
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> The calendar is reference data every terminal reads, not a
       *> practice file - training mode only swaps the user master
       *> the maintainer is checked against.
           MOVE 'N' TO WS-TRAINING-SWITCH
           OPEN INPUT TRAINING-MODE-FILE
           IF WS-TRAINING-FILE-STATUS = '00'
               READ TRAINING-MODE-FILE
                   NOT AT END
                       IF TR-TRAINING-ON
                           SET WS-TRAINING-MODE TO TRUE
                       END-IF
               END-READ
               CLOSE TRAINING-MODE-FILE
           END-IF
           IF WS-TRAINING-MODE
               DISPLAY '*** TRAINING MODE - PRACTICE FILES IN USE ***'
               MOVE 'TUSERMAST' TO WS-USERMAST-NAME
           END-IF.

       0060-READ-SITE-CODE.
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

       0070-VERIFY-MAINTAINER.
           MOVE 'N' TO WS-MAINTAINER-OK-SWITCH
           DISPLAY 'HOLIDAY CALENDAR MAINTENANCE'
           DISPLAY 'ENTER SUPERVISOR OR ADMIN NAME'
           ACCEPT WS-MAINTAINER-NAME
           INSPECT WS-MAINTAINER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-MAINTAINER-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-MAINTAINER-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       PERFORM 0080-CHECK-MAINTAINER
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       0080-CHECK-MAINTAINER.
       *> Same non-numeric guard as LOGIN's 1150.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-MAINTAINER-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-MAINTAINER-PIN
                   WS-PIN-SCRAMBLED
           END-IF
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                   AND UM-STATUS-ACTIVE
                   AND WS-MAINTAINER-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-MAINTAINER-VERIFIED TO TRUE
           ELSE
               DISPLAY 'ERROR: SUPERVISOR CHECK FAILED'
           END-IF.

       0100-LOAD-CALENDAR.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-HOLIDAY-TABLE
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = '00'
               PERFORM 0110-READ-HOLIDAY
               PERFORM 0120-STORE-HOLIDAY
                   UNTIL WS-END-OF-FILE
                   OR WS-HOLIDAY-COUNT >= WS-MAX-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-CALENDAR-READ-ONLY TO TRUE
                   DISPLAY 'HOLIMNT WARNING: HOLIDAYS HAS MORE THAN '
                       WS-MAX-ENTRIES ' ROWS - CALENDAR IS READ-ONLY'
               END-IF
               CLOSE HOLIDAY-FILE
           END-IF.

       0110-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-HOLIDAY.
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE HD-HOLIDAY-DATE TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
           MOVE HD-SITE-CODE TO WS-HOL-SITE (WS-HOLIDAY-COUNT)
           MOVE HD-HOLIDAY-NAME TO WS-HOL-NAME (WS-HOLIDAY-COUNT)
           MOVE 'N' TO WS-HOL-REMOVED (WS-HOLIDAY-COUNT)
           PERFORM 0110-READ-HOLIDAY.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'HOLIDAY CALENDAR MAINTENANCE - THIS SITE '
               WS-SITE-CODE
           DISPLAY 'SIGNED ON: ' WS-MAINTAINER-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. ADD A HOLIDAY'
           DISPLAY '  2. REMOVE A HOLIDAY'
           DISPLAY '  3. LIST HOLIDAYS'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-ADD-HOLIDAY
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-REMOVE-HOLIDAY
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-LIST-CALENDAR
                   ELSE
                       IF WS-MENU-CHOICE = 0
                           SET WS-EXIT-REQUESTED TO TRUE
                       ELSE
                           DISPLAY 'ERROR: INVALID CHOICE'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1600-INPUT-DATE.
       *> YYYYMMDD for one year's date, 0000MMDD for a holiday that
       *> falls on the same day every year.
           DISPLAY 'ENTER DATE YYYYMMDD (0000MMDD = EVERY YEAR)'
           ACCEPT WS-DATE-INPUT
           PERFORM 1610-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               DISPLAY 'ERROR: NOT A VALID DATE'
               GO TO 1600-INPUT-DATE
           END-IF.

       1610-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK-SWITCH
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-CHECK
               IF WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                       AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
                       AND (WS-CHECK-YYYY = ZERO
                           OR WS-CHECK-YYYY >= 1900)
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

       1700-INPUT-SITE.
       *> Blank is every site; anything else must be a site we know.
           DISPLAY 'ENTER SITE CODE (BLANK = ALL SITES)'
           ACCEPT WS-SITE-INPUT
           INSPECT WS-SITE-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-SITE-INPUT NOT = SPACES
               PERFORM 1710-CHECK-SITE-KNOWN
               IF NOT WS-SITE-KNOWN
                   DISPLAY 'ERROR: SITE ' WS-SITE-INPUT
                       ' IS NOT THIS SITE OR ON SITELIST'
                   GO TO 1700-INPUT-SITE
               END-IF
           END-IF.

       1710-CHECK-SITE-KNOWN.
           MOVE 'N' TO WS-SITE-OK-SWITCH
           IF WS-SITE-INPUT = WS-SITE-CODE
               SET WS-SITE-KNOWN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT SITE-LIST-FILE
               IF WS-SITELIST-FILE-STATUS = '00'
                   PERFORM 1720-READ-SITE-LIST
                   PERFORM 1730-MATCH-SITE
                       UNTIL WS-END-OF-FILE OR WS-SITE-KNOWN
                   CLOSE SITE-LIST-FILE
               END-IF
           END-IF.

       1720-READ-SITE-LIST.
           READ SITE-LIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1730-MATCH-SITE.
           IF SL-SITE-CODE = WS-SITE-INPUT
               SET WS-SITE-KNOWN TO TRUE
           ELSE
               PERFORM 1720-READ-SITE-LIST
           END-IF.

       1800-FIND-HOLIDAY.
       *> Looks for the date and site just keyed among the live rows;
       *> WS-FOUND-IDX names the slot when found.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1810-MATCH-HOLIDAY
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-HOLIDAY-COUNT
               OR WS-ENTRY-FOUND.

       1810-MATCH-HOLIDAY.
           IF WS-HOL-REMOVED (WS-WORK-IDX) = 'N'
                   AND WS-HOL-DATE (WS-WORK-IDX) = WS-DATE-CHECK
                   AND WS-HOL-SITE (WS-WORK-IDX) = WS-SITE-INPUT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       2000-ADD-HOLIDAY.
           IF WS-CALENDAR-READ-ONLY
               DISPLAY 'ERROR: CALENDAR IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1600-INPUT-DATE
               PERFORM 1700-INPUT-SITE
               PERFORM 1800-FIND-HOLIDAY
               IF WS-ENTRY-FOUND
                   DISPLAY 'ERROR: ' WS-DATE-CHECK
                       ' IS ALREADY ON THAT CALENDAR'
               ELSE
                   IF WS-HOLIDAY-COUNT >= WS-MAX-ENTRIES
                       DISPLAY 'ERROR: CALENDAR TABLE FULL'
                   ELSE
                       PERFORM 2100-STORE-NEW-HOLIDAY
                   END-IF
               END-IF
           END-IF.

       2100-STORE-NEW-HOLIDAY.
           DISPLAY 'ENTER HOLIDAY NAME'
           ACCEPT WS-NAME-INPUT
           INSPECT WS-NAME-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           ADD 1 TO WS-HOLIDAY-COUNT
           MOVE WS-DATE-CHECK TO WS-HOL-DATE (WS-HOLIDAY-COUNT)
           MOVE WS-SITE-INPUT TO WS-HOL-SITE (WS-HOLIDAY-COUNT)
           MOVE WS-NAME-INPUT TO WS-HOL-NAME (WS-HOLIDAY-COUNT)
           MOVE 'N' TO WS-HOL-REMOVED (WS-HOLIDAY-COUNT)
           SET WS-CALENDAR-CHANGED TO TRUE
           DISPLAY 'HOLIDAY ' WS-DATE-CHECK ' ADDED'.

       3000-REMOVE-HOLIDAY.
           IF WS-CALENDAR-READ-ONLY
               DISPLAY 'ERROR: CALENDAR IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1600-INPUT-DATE
               PERFORM 1700-INPUT-SITE
               PERFORM 1800-FIND-HOLIDAY
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: ' WS-DATE-CHECK
                       ' IS NOT ON THAT CALENDAR'
               ELSE
                   PERFORM 3100-CONFIRM-REMOVE
               END-IF
           END-IF.

       3100-CONFIRM-REMOVE.
           DISPLAY WS-HOL-DATE (WS-FOUND-IDX) ' '
               WS-HOL-NAME (WS-FOUND-IDX)
           DISPLAY 'REMOVE THIS HOLIDAY? (Y/N)'
           ACCEPT WS-CONFIRM-INPUT
           IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
               MOVE 'Y' TO WS-HOL-REMOVED (WS-FOUND-IDX)
               SET WS-CALENDAR-CHANGED TO TRUE
               DISPLAY 'HOLIDAY ' WS-DATE-CHECK ' REMOVED'
           ELSE
               DISPLAY 'REMOVE CANCELLED'
           END-IF.

       4000-LIST-CALENDAR.
       *> One site's calendar is its own rows plus the all-sites
       *> rows - exactly what LOGIN and DATESRV will honor there.
           DISPLAY 'LIST WHICH SITE? (BLANK = EVERY ROW)'
           ACCEPT WS-LIST-SITE
           INSPECT WS-LIST-SITE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-LIVE-COUNT
           DISPLAY 'DATE     SITE      NAME'
           PERFORM 4100-SHOW-ONE-HOLIDAY
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-HOLIDAY-COUNT
           DISPLAY 'HOLIDAYS LISTED: ' WS-LIVE-COUNT.

       4100-SHOW-ONE-HOLIDAY.
           IF WS-HOL-REMOVED (WS-WORK-IDX) = 'N'
                   AND (WS-LIST-SITE = SPACES
                       OR WS-HOL-SITE (WS-WORK-IDX) = SPACES
                       OR WS-HOL-SITE (WS-WORK-IDX) = WS-LIST-SITE)
               ADD 1 TO WS-LIVE-COUNT
               IF WS-HOL-SITE (WS-WORK-IDX) = SPACES
                   MOVE 'ALL SITES' TO WS-SHOW-SITE
               ELSE
                   MOVE WS-HOL-SITE (WS-WORK-IDX) TO WS-SHOW-SITE
               END-IF
               DISPLAY WS-HOL-DATE (WS-WORK-IDX) ' '
                   WS-SHOW-SITE ' '
                   WS-HOL-NAME (WS-WORK-IDX)
           END-IF.

       8500-REWRITE-CALENDAR.
           OPEN OUTPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-HOLIDAY
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-HOLIDAY-COUNT
               CLOSE HOLIDAY-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE HOLIDAYS - STATUS '
                   WS-HOLIDAY-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-HOLIDAY.
           IF WS-HOL-REMOVED (WS-WORK-IDX) = 'N'
               MOVE WS-HOL-DATE (WS-WORK-IDX) TO HD-HOLIDAY-DATE
               MOVE WS-HOL-SITE (WS-WORK-IDX) TO HD-SITE-CODE
               MOVE WS-HOL-NAME (WS-WORK-IDX) TO HD-HOLIDAY-NAME
               WRITE HD-HOLIDAY-RECORD
           END-IF.

       END PROGRAM HOLIMNT.
