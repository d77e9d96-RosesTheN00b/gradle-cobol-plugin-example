      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lost and stolen badge hotlist maintenance - until
      *          now the only answer to a lost card was deleting its
      *          BADGXREF row, after which BADGEXLT filed its events
      *          as UNKNOWN with nobody warned.  Any active user can
      *          report a badge here (name and PIN, so the row says
      *          who reported it); the badge's last owner is taken
      *          from BADGXREF, or keyed when the row is already
      *          gone, and frozen on the BADGHOT row.  Clearing a
      *          recovered badge off the list takes a supervisor or
      *          admin.  Every add and clear writes a before/after
      *          row to the XREFHIST trail beside the XREFMNT rows.
      *          The list is rewritten once on the way out, in the
      *          VISITMNT mold.  Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGHOTM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOTLIST-FILE ASSIGN TO WS-BADGHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTLIST-FILE-STATUS.

           SELECT BADGE-XREF-FILE ASSIGN TO WS-BADGXREF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGE-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT XREF-HISTORY-FILE ASSIGN TO WS-XHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XHIST-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOTLIST-FILE.
           COPY "BADGHOT.cpy".

       FD  BADGE-XREF-FILE.
           COPY "BADGXREF.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  XREF-HISTORY-FILE.
           COPY "XREFHSRC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HOTLIST-FILE-STATUS PIC X(2).
       01  WS-BADGE-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-XHIST-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-BADGHOT-NAME PIC X(9) VALUE 'BADGHOT'.
       01  WS-BADGXREF-NAME PIC X(9) VALUE 'BADGXREF'.
       01  WS-XHIST-NAME PIC X(9) VALUE 'XREFHIST'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-REASON-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-REPORTER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REPORTER-VERIFIED     VALUE 'Y'.
       01  WS-CLEAR-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MAY-CLEAR             VALUE 'Y'.
       01  WS-HOT-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-HOTLIST-CHANGED       VALUE 'Y'.
      *    A list too big for its table is shown but never edited -
      *    a save from a partial load would quietly un-hotlist
      *    whatever did not fit.
       01  WS-HOT-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-HOTLIST-READ-ONLY     VALUE 'Y'.
       01  WS-REPORTER-NAME PIC X(20).
       01  WS-REPORTER-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-NUMBER-INPUT PIC X(10).
       01  WS-OWNER-INPUT PIC X(20).
       01  WS-CONFIRM-INPUT PIC X(1).
       01  WS-HIST-ACTION PIC X(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       77  WS-HOT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(3) VALUE 200.
       77  WS-LIVE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-FOUND-IDX PIC 9(3).
       01  WS-HOT-TABLE.
           05  WS-HOT-ENTRY OCCURS 200 TIMES.
               10  WS-HOT-BADGE         PIC X(10).
               10  WS-HOT-DATE          PIC 9(8).
               10  WS-HOT-REASON        PIC X(10).
               10  WS-HOT-OWNER         PIC X(20).
               10  WS-HOT-REPORTER      PIC X(20).
               10  WS-HOT-CLEARED       PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0070-VERIFY-REPORTER
           IF NOT WS-REPORTER-VERIFIED
               DISPLAY 'BADGE HOTLIST CLOSED'
               GOBACK
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-LOAD-HOTLIST
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-HOTLIST-CHANGED
               PERFORM 8500-REWRITE-HOTLIST
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
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
               MOVE 'TBADGHOT' TO WS-BADGHOT-NAME
               MOVE 'TBADGXREF' TO WS-BADGXREF-NAME
               MOVE 'TXREFHIST' TO WS-XHIST-NAME
           END-IF.

       0070-VERIFY-REPORTER.
       *> Anyone active may report a card missing - the sooner it is
       *> on the list the better - but the row must say who did.
           MOVE 'N' TO WS-REPORTER-OK-SWITCH
           MOVE 'N' TO WS-CLEAR-OK-SWITCH
           DISPLAY 'LOST / STOLEN BADGE HOTLIST'
           DISPLAY 'ENTER YOUR NAME'
           ACCEPT WS-REPORTER-NAME
           INSPECT WS-REPORTER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER YOUR PIN'
           ACCEPT WS-REPORTER-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-REPORTER-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       PERFORM 0080-CHECK-REPORTER
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       0080-CHECK-REPORTER.
       *> Same non-numeric guard as LOGIN's 1150.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-REPORTER-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-REPORTER-PIN WS-PIN-SCRAMBLED
           END-IF
           IF UM-STATUS-ACTIVE
                   AND WS-REPORTER-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-REPORTER-VERIFIED TO TRUE
               IF UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN
                   SET WS-MAY-CLEAR TO TRUE
               END-IF
           ELSE
               DISPLAY 'ERROR: REPORTER CHECK FAILED'
           END-IF.

       0100-LOAD-HOTLIST.
           MOVE ZERO TO WS-HOT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-HOT-TABLE
           OPEN INPUT HOTLIST-FILE
           IF WS-HOTLIST-FILE-STATUS = '00'
               PERFORM 0110-READ-HOTLIST
               PERFORM 0120-STORE-HOTLIST
                   UNTIL WS-END-OF-FILE
                   OR WS-HOT-COUNT >= WS-MAX-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-HOTLIST-READ-ONLY TO TRUE
                   DISPLAY 'BADGHOTM WARNING: BADGHOT HAS MORE THAN '
                       WS-MAX-ENTRIES ' ROWS - LIST IS READ-ONLY'
               END-IF
               CLOSE HOTLIST-FILE
           END-IF.

       0110-READ-HOTLIST.
           READ HOTLIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-HOTLIST.
           ADD 1 TO WS-HOT-COUNT
           MOVE HB-BADGE-NUMBER TO WS-HOT-BADGE (WS-HOT-COUNT)
           MOVE HB-REPORTED-DATE TO WS-HOT-DATE (WS-HOT-COUNT)
           MOVE HB-REASON TO WS-HOT-REASON (WS-HOT-COUNT)
           MOVE HB-LAST-OWNER TO WS-HOT-OWNER (WS-HOT-COUNT)
           MOVE HB-REPORTED-BY TO WS-HOT-REPORTER (WS-HOT-COUNT)
           MOVE 'N' TO WS-HOT-CLEARED (WS-HOT-COUNT)
           PERFORM 0110-READ-HOTLIST.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'LOST / STOLEN BADGE HOTLIST'
           DISPLAY 'SIGNED ON: ' WS-REPORTER-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. REPORT A BADGE LOST OR STOLEN'
           DISPLAY '  2. CLEAR A RECOVERED BADGE'
           DISPLAY '  3. LIST HOTLISTED BADGES'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-REPORT-BADGE
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-CLEAR-BADGE
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-LIST-HOTLIST
                   ELSE
                       IF WS-MENU-CHOICE = 0
                           SET WS-EXIT-REQUESTED TO TRUE
                       ELSE
                           DISPLAY 'ERROR: INVALID CHOICE'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1600-INPUT-NUMBER.
           DISPLAY 'ENTER BADGE NUMBER'
           ACCEPT WS-NUMBER-INPUT
           IF WS-NUMBER-INPUT = SPACES
               DISPLAY 'ERROR: BADGE NUMBER CANNOT BE BLANK'
               GO TO 1600-INPUT-NUMBER
           END-IF
           INSPECT WS-NUMBER-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       1700-INPUT-REASON.
           DISPLAY 'REASON: 1 = LOST   2 = STOLEN'
           ACCEPT WS-REASON-CHOICE
           IF WS-REASON-CHOICE NOT = 1 AND WS-REASON-CHOICE NOT = 2
               DISPLAY 'ERROR: ENTER 1 OR 2'
               GO TO 1700-INPUT-REASON
           END-IF.

       1800-FIND-HOT-BADGE.
       *> Looks for WS-NUMBER-INPUT among the live hotlist rows;
       *> WS-FOUND-IDX names the slot when found.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1810-MATCH-HOT-BADGE
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-HOT-COUNT
               OR WS-ENTRY-FOUND.

       1810-MATCH-HOT-BADGE.
           IF WS-HOT-CLEARED (WS-WORK-IDX) = 'N'
                   AND WS-HOT-BADGE (WS-WORK-IDX) = WS-NUMBER-INPUT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       1900-FIND-LAST-OWNER.
       *> The owner as BADGXREF stands now - blank when the row was
       *> already deleted, and then the reporter keys it.
           MOVE SPACES TO WS-OWNER-INPUT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BADGE-XREF-FILE
           IF WS-BADGE-FILE-STATUS = '00'
               PERFORM 1910-READ-XREF
               PERFORM 1920-MATCH-XREF
                   UNTIL WS-END-OF-FILE
               CLOSE BADGE-XREF-FILE
           END-IF.

       1910-READ-XREF.
           READ BADGE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1920-MATCH-XREF.
           IF BX-BADGE-NUMBER = WS-NUMBER-INPUT
               MOVE BX-USER-NAME TO WS-OWNER-INPUT
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1910-READ-XREF
           END-IF.

       1950-INPUT-OWNER.
           DISPLAY 'BADGE IS NOT ON BADGXREF - ENTER ITS LAST OWNER'
           ACCEPT WS-OWNER-INPUT
           IF WS-OWNER-INPUT = SPACES
               DISPLAY 'ERROR: OWNER CANNOT BE BLANK'
               GO TO 1950-INPUT-OWNER
           END-IF
           INSPECT WS-OWNER-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       2000-REPORT-BADGE.
           IF WS-HOTLIST-READ-ONLY
               DISPLAY 'ERROR: HOTLIST IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1600-INPUT-NUMBER
               PERFORM 1800-FIND-HOT-BADGE
               IF WS-ENTRY-FOUND
                   DISPLAY 'ERROR: BADGE ' WS-NUMBER-INPUT
                       ' IS ALREADY HOTLISTED'
               ELSE
                   IF WS-HOT-COUNT >= WS-MAX-ENTRIES
                       DISPLAY 'ERROR: HOTLIST TABLE FULL'
                   ELSE
                       PERFORM 2100-ADD-HOT-BADGE
                   END-IF
               END-IF
           END-IF.

       2100-ADD-HOT-BADGE.
           PERFORM 1900-FIND-LAST-OWNER
           IF WS-OWNER-INPUT = SPACES
               PERFORM 1950-INPUT-OWNER
           ELSE
               DISPLAY 'LAST OWNER ON BADGXREF: ' WS-OWNER-INPUT
           END-IF
           PERFORM 1700-INPUT-REASON
           ADD 1 TO WS-HOT-COUNT
           MOVE WS-HOT-COUNT TO WS-FOUND-IDX
           MOVE WS-NUMBER-INPUT TO WS-HOT-BADGE (WS-FOUND-IDX)
           MOVE WS-TODAY-DATE TO WS-HOT-DATE (WS-FOUND-IDX)
           IF WS-REASON-CHOICE = 1
               MOVE 'LOST' TO WS-HOT-REASON (WS-FOUND-IDX)
           ELSE
               MOVE 'STOLEN' TO WS-HOT-REASON (WS-FOUND-IDX)
           END-IF
           MOVE WS-OWNER-INPUT TO WS-HOT-OWNER (WS-FOUND-IDX)
           MOVE WS-REPORTER-NAME TO WS-HOT-REPORTER (WS-FOUND-IDX)
           MOVE 'N' TO WS-HOT-CLEARED (WS-FOUND-IDX)
           SET WS-HOTLIST-CHANGED TO TRUE
           MOVE 'HOTLIST' TO WS-HIST-ACTION
           MOVE SPACES TO XH-HISTORY-RECORD
           MOVE WS-NUMBER-INPUT TO XH-AFTER-NUMBER
           MOVE WS-OWNER-INPUT TO XH-AFTER-NAME
           PERFORM 8200-WRITE-TRAIL
           DISPLAY 'BADGE ' WS-NUMBER-INPUT ' HOTLISTED - '
               WS-HOT-REASON (WS-FOUND-IDX).

       3000-CLEAR-BADGE.
       *> Taking a card off the list re-opens the doors to it, so
       *> it takes a supervisor or admin, and a confirmation.
           IF NOT WS-MAY-CLEAR
               DISPLAY 'ERROR: ONLY A SUPERVISOR OR ADMIN MAY CLEAR '
                   'A HOTLISTED BADGE'
           ELSE
               IF WS-HOTLIST-READ-ONLY
                   DISPLAY 'ERROR: HOTLIST IS READ-ONLY THIS SESSION'
               ELSE
                   PERFORM 1600-INPUT-NUMBER
                   PERFORM 1800-FIND-HOT-BADGE
                   IF NOT WS-ENTRY-FOUND
                       DISPLAY 'ERROR: BADGE ' WS-NUMBER-INPUT
                           ' IS NOT HOTLISTED'
                   ELSE
                       PERFORM 3100-CONFIRM-CLEAR
                   END-IF
               END-IF
           END-IF.

       3100-CONFIRM-CLEAR.
           DISPLAY 'BADGE ' WS-HOT-BADGE (WS-FOUND-IDX) ' '
               WS-HOT-REASON (WS-FOUND-IDX) ' ON '
               WS-HOT-DATE (WS-FOUND-IDX) ' - LAST OWNER '
               WS-HOT-OWNER (WS-FOUND-IDX)
           DISPLAY 'CLEAR THIS BADGE AS RECOVERED? (Y/N)'
           ACCEPT WS-CONFIRM-INPUT
           IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
               MOVE 'Y' TO WS-HOT-CLEARED (WS-FOUND-IDX)
               SET WS-HOTLIST-CHANGED TO TRUE
               MOVE 'HOTCLEAR' TO WS-HIST-ACTION
               MOVE SPACES TO XH-HISTORY-RECORD
               PERFORM 8200-WRITE-TRAIL
               DISPLAY 'BADGE ' WS-NUMBER-INPUT ' CLEARED'
           ELSE
               DISPLAY 'CLEAR CANCELLED'
           END-IF.

       4000-LIST-HOTLIST.
           MOVE ZERO TO WS-LIVE-COUNT
           DISPLAY 'BADGE      REPORTED REASON     LAST OWNER'
           PERFORM 4100-SHOW-ONE-BADGE
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-HOT-COUNT
           DISPLAY 'BADGES ON THE HOTLIST: ' WS-LIVE-COUNT.

       4100-SHOW-ONE-BADGE.
           IF WS-HOT-CLEARED (WS-WORK-IDX) = 'N'
               ADD 1 TO WS-LIVE-COUNT
               DISPLAY WS-HOT-BADGE (WS-WORK-IDX) ' '
                   WS-HOT-DATE (WS-WORK-IDX) ' '
                   WS-HOT-REASON (WS-WORK-IDX) ' '
                   WS-HOT-OWNER (WS-WORK-IDX)
           END-IF.

       8200-WRITE-TRAIL.
       *> An add carries the after side, a clear the before side -
       *> the same shape XREFMNT writes for its own files.
           IF WS-HIST-ACTION = 'HOTCLEAR'
               MOVE WS-HOT-BADGE (WS-FOUND-IDX) TO XH-BEFORE-NUMBER
               MOVE WS-HOT-OWNER (WS-FOUND-IDX) TO XH-BEFORE-NAME
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO XH-TIMESTAMP END-STRING
           MOVE 'BADGHOT' TO XH-FILE-ID
           MOVE WS-HIST-ACTION TO XH-ACTION
           MOVE WS-REPORTER-NAME TO XH-OPERATOR
           OPEN EXTEND XREF-HISTORY-FILE
           IF WS-XHIST-FILE-STATUS = '35'
               OPEN OUTPUT XREF-HISTORY-FILE
           END-IF
           IF WS-XHIST-FILE-STATUS = '00'
               WRITE XH-HISTORY-RECORD
           END-IF
           CLOSE XREF-HISTORY-FILE.

       8500-REWRITE-HOTLIST.
           OPEN OUTPUT HOTLIST-FILE
           IF WS-HOTLIST-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-BADGE
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-HOT-COUNT
               CLOSE HOTLIST-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE BADGHOT - STATUS '
                   WS-HOTLIST-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-BADGE.
           IF WS-HOT-CLEARED (WS-WORK-IDX) = 'N'
               MOVE WS-HOT-BADGE (WS-WORK-IDX) TO HB-BADGE-NUMBER
               MOVE WS-HOT-DATE (WS-WORK-IDX) TO HB-REPORTED-DATE
               MOVE WS-HOT-REASON (WS-WORK-IDX) TO HB-REASON
               MOVE WS-HOT-OWNER (WS-WORK-IDX) TO HB-LAST-OWNER
               MOVE WS-HOT-REPORTER (WS-WORK-IDX) TO HB-REPORTED-BY
               WRITE HB-HOTLIST-RECORD
           END-IF.

       END PROGRAM BADGHOTM.
