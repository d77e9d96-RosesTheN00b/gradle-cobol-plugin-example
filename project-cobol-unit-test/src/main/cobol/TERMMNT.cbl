      ******************************************************************
      * Author:
      * Date:
      * Purpose: Terminal registry maintenance, in the VISITMNT mold
      *          - TERMMAST was kept in a text editor, so a terminal
      *          moved to another room kept its old location on
      *          every report and a decommissioned one stayed
      *          "registered" for anyone who knew its ID.  Terminals
      *          are added, relocated, given a security class (secure
      *          room, general floor, kiosk) and retired here.  A
      *          retired terminal keeps its row, so LOGIN can refuse
      *          it by name; a retired ID is never re-used.  The
      *          class decides who may sign on there, so only an
      *          admin (name and PIN) opens the screen, and every
      *          touch writes a before/after row with the admin's
      *          name to the TERMHIST trail.  The registry is
      *          rewritten once on the way out.  Reachable from
      *          OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINAL-REGISTRY-FILE ASSIGN TO WS-TERMMAST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMREG-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT TERMINAL-HISTORY-FILE ASSIGN TO WS-THIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THIST-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-REGISTRY-FILE.
           COPY "TERMREG.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  TERMINAL-HISTORY-FILE.
           COPY "TERMHSRC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TERMREG-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-THIST-FILE-STATUS PIC X(2).
       01  WS-THIST-FILE-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-THIST-FILE-IS-OPEN    VALUE 'Y'.
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-TERMMAST-NAME PIC X(9) VALUE 'TERMMAST'.
       01  WS-THIST-NAME PIC X(9) VALUE 'TERMHIST'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-CLASS-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-ADMIN-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ADMIN-VERIFIED        VALUE 'Y'.
       01  WS-TERM-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTRY-CHANGED      VALUE 'Y'.
      *    A registry too big for its table is shown but never
      *    edited - a save from a partial load would quietly drop
      *    the terminals that did not fit, and LOGIN would refuse
      *    them all the next morning.
       01  WS-TERM-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTRY-READ-ONLY    VALUE 'Y'.
       01  WS-ADMIN-NAME PIC X(20).
       01  WS-ADMIN-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-TERMINAL-INPUT PIC X(4).
       01  WS-LOCATION-INPUT PIC X(20).
       01  WS-DESCRIPTION-INPUT PIC X(30).
       01  WS-CLASS-CODE PIC X(1).
       01  WS-CONFIRM-INPUT PIC X(1).
       01  WS-HIST-ACTION PIC X(8).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-CLASS-NAME PIC X(13).
       01  WS-STATUS-NAME PIC X(7).
       77  WS-TERM-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(3) VALUE 100.
       77  WS-LIVE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-FOUND-IDX PIC 9(3).
       01  WS-TERM-TABLE.
           05  WS-TERM-ENTRY OCCURS 100 TIMES.
               10  WS-TERM-ID           PIC X(4).
               10  WS-TERM-LOCATION     PIC X(20).
               10  WS-TERM-DESCRIPTION  PIC X(30).
               10  WS-TERM-CLASS        PIC X(1).
               10  WS-TERM-STATUS       PIC X(1).
               10  WS-TERM-STATUS-DATE  PIC 9(8).
      *    The before side of the row being changed, held for the
      *    trail while the table slot takes the after side.
       01  WS-BEFORE-LOCATION PIC X(20).
       01  WS-BEFORE-CLASS PIC X(1).
       01  WS-BEFORE-STATUS PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0070-VERIFY-ADMIN
           IF NOT WS-ADMIN-VERIFIED
               DISPLAY 'TERMINAL REGISTRY CLOSED'
               GOBACK
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-LOAD-REGISTRY
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-REGISTRY-CHANGED
               PERFORM 8500-REWRITE-REGISTRY
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
               MOVE 'TTERMMAST' TO WS-TERMMAST-NAME
               MOVE 'TTERMHIST' TO WS-THIST-NAME
           END-IF.

       0070-VERIFY-ADMIN.
       *> The class on a row decides where an admin may sign on, so
       *> the registry itself is an admin's file - a supervisor who
       *> could mark the kiosk "secure" could give themselves a way
       *> round the rule.
           MOVE 'N' TO WS-ADMIN-OK-SWITCH
           DISPLAY 'TERMINAL REGISTRY MAINTENANCE'
           DISPLAY 'ENTER ADMIN NAME'
           ACCEPT WS-ADMIN-NAME
           INSPECT WS-ADMIN-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER ADMIN PIN'
           ACCEPT WS-ADMIN-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-ADMIN-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       PERFORM 0080-CHECK-ADMIN
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       0080-CHECK-ADMIN.
       *> Same non-numeric guard as LOGIN's 1150.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-ADMIN-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-ADMIN-PIN WS-PIN-SCRAMBLED
           END-IF
           IF UM-ROLE-ADMIN AND UM-STATUS-ACTIVE
                   AND WS-ADMIN-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-ADMIN-VERIFIED TO TRUE
           ELSE
               DISPLAY 'ERROR: ADMIN CHECK FAILED'
           END-IF.

       0100-LOAD-REGISTRY.
           MOVE ZERO TO WS-TERM-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-TERM-TABLE
           OPEN INPUT TERMINAL-REGISTRY-FILE
           IF WS-TERMREG-FILE-STATUS = '00'
               PERFORM 0110-READ-REGISTRY
               PERFORM 0120-STORE-TERMINAL
                   UNTIL WS-END-OF-FILE
                   OR WS-TERM-COUNT >= WS-MAX-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-REGISTRY-READ-ONLY TO TRUE
                   DISPLAY 'TERMMNT WARNING: TERMMAST HAS MORE THAN '
                       WS-MAX-ENTRIES ' ROWS - REGISTRY IS READ-ONLY'
               END-IF
               CLOSE TERMINAL-REGISTRY-FILE
           END-IF.

       0110-READ-REGISTRY.
           READ TERMINAL-REGISTRY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-TERMINAL.
       *> Old rows carry no class or status - they come in as the
       *> general floor and active, and are saved that way.
           IF TM-TERMINAL-ID NOT = SPACES
               ADD 1 TO WS-TERM-COUNT
               MOVE TM-TERMINAL-ID TO WS-TERM-ID (WS-TERM-COUNT)
               MOVE TM-LOCATION TO WS-TERM-LOCATION (WS-TERM-COUNT)
               MOVE TM-DESCRIPTION
                   TO WS-TERM-DESCRIPTION (WS-TERM-COUNT)
               IF TM-SECURITY-CLASS = SPACE
                   MOVE 'G' TO WS-TERM-CLASS (WS-TERM-COUNT)
               ELSE
                   MOVE TM-SECURITY-CLASS
                       TO WS-TERM-CLASS (WS-TERM-COUNT)
               END-IF
               IF TM-TERMINAL-STATUS = SPACE
                   MOVE 'A' TO WS-TERM-STATUS (WS-TERM-COUNT)
               ELSE
                   MOVE TM-TERMINAL-STATUS
                       TO WS-TERM-STATUS (WS-TERM-COUNT)
               END-IF
               IF TM-STATUS-DATE IS NUMERIC
                   MOVE TM-STATUS-DATE
                       TO WS-TERM-STATUS-DATE (WS-TERM-COUNT)
               ELSE
                   MOVE ZERO TO WS-TERM-STATUS-DATE (WS-TERM-COUNT)
               END-IF
           END-IF
           PERFORM 0110-READ-REGISTRY.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'TERMINAL REGISTRY MAINTENANCE'
           DISPLAY 'SIGNED ON: ' WS-ADMIN-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. ADD A TERMINAL'
           DISPLAY '  2. RELOCATE A TERMINAL'
           DISPLAY '  3. CHANGE SECURITY CLASS'
           DISPLAY '  4. RETIRE A TERMINAL'
           DISPLAY '  5. LIST TERMINALS'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-ADD-TERMINAL
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-RELOCATE-TERMINAL
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-CHANGE-CLASS
                   ELSE
                       IF WS-MENU-CHOICE = 4
                           PERFORM 5000-RETIRE-TERMINAL
                       ELSE
                           IF WS-MENU-CHOICE = 5
                               PERFORM 6000-LIST-TERMINALS
                           ELSE
                               IF WS-MENU-CHOICE = 0
                                   SET WS-EXIT-REQUESTED TO TRUE
                               ELSE
                                   DISPLAY 'ERROR: INVALID CHOICE'
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1600-INPUT-TERMINAL.
           DISPLAY 'ENTER TERMINAL ID'
           ACCEPT WS-TERMINAL-INPUT
           IF WS-TERMINAL-INPUT = SPACES
               DISPLAY 'ERROR: TERMINAL ID CANNOT BE BLANK'
               GO TO 1600-INPUT-TERMINAL
           END-IF
           INSPECT WS-TERMINAL-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       1650-INPUT-LOCATION.
           DISPLAY 'ENTER LOCATION'
           ACCEPT WS-LOCATION-INPUT
           IF WS-LOCATION-INPUT = SPACES
               DISPLAY 'ERROR: LOCATION CANNOT BE BLANK'
               GO TO 1650-INPUT-LOCATION
           END-IF
           INSPECT WS-LOCATION-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       1700-INPUT-CLASS.
           DISPLAY 'SECURITY CLASS: 1 = SECURE ROOM   '
               '2 = GENERAL FLOOR   3 = KIOSK'
           ACCEPT WS-CLASS-CHOICE
           IF WS-CLASS-CHOICE < 1 OR WS-CLASS-CHOICE > 3
               DISPLAY 'ERROR: ENTER 1, 2 OR 3'
               GO TO 1700-INPUT-CLASS
           END-IF
           IF WS-CLASS-CHOICE = 1
               MOVE 'S' TO WS-CLASS-CODE
           ELSE
               IF WS-CLASS-CHOICE = 2
                   MOVE 'G' TO WS-CLASS-CODE
               ELSE
                   MOVE 'K' TO WS-CLASS-CODE
               END-IF
           END-IF.

       1800-FIND-TERMINAL.
       *> Looks for WS-TERMINAL-INPUT among all rows, retired ones
       *> included; WS-FOUND-IDX names the slot when found.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1810-MATCH-TERMINAL
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-TERM-COUNT
               OR WS-ENTRY-FOUND.

       1810-MATCH-TERMINAL.
           IF WS-TERM-ID (WS-WORK-IDX) = WS-TERMINAL-INPUT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       1850-FIND-LIVE-TERMINAL.
       *> Relocate, reclassify and retire work on a live row only -
       *> a retired terminal stays exactly as it was retired.
           IF WS-REGISTRY-READ-ONLY
               DISPLAY 'ERROR: REGISTRY IS READ-ONLY THIS SESSION'
               MOVE 'N' TO WS-FOUND-SWITCH
           ELSE
               PERFORM 1600-INPUT-TERMINAL
               PERFORM 1800-FIND-TERMINAL
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: TERMINAL ' WS-TERMINAL-INPUT
                       ' IS NOT REGISTERED'
               ELSE
                   IF WS-TERM-STATUS (WS-FOUND-IDX) = 'R'
                       DISPLAY 'ERROR: TERMINAL ' WS-TERMINAL-INPUT
                           ' WAS RETIRED ON '
                           WS-TERM-STATUS-DATE (WS-FOUND-IDX)
                       MOVE 'N' TO WS-FOUND-SWITCH
                   ELSE
                       PERFORM 1900-SAVE-BEFORE-IMAGE
                   END-IF
               END-IF
           END-IF.

       1900-SAVE-BEFORE-IMAGE.
           MOVE WS-TERM-LOCATION (WS-FOUND-IDX) TO WS-BEFORE-LOCATION
           MOVE WS-TERM-CLASS (WS-FOUND-IDX) TO WS-BEFORE-CLASS
           MOVE WS-TERM-STATUS (WS-FOUND-IDX) TO WS-BEFORE-STATUS.

       2000-ADD-TERMINAL.
           IF WS-REGISTRY-READ-ONLY
               DISPLAY 'ERROR: REGISTRY IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1600-INPUT-TERMINAL
               PERFORM 1800-FIND-TERMINAL
               IF WS-ENTRY-FOUND
       *> A retired ID is refused too - the trails already name it,
       *> and a new machine under the old ID would inherit them.
                   DISPLAY 'ERROR: TERMINAL ' WS-TERMINAL-INPUT
                       ' IS ALREADY ON THE REGISTRY'
               ELSE
                   IF WS-TERM-COUNT >= WS-MAX-ENTRIES
                       DISPLAY 'ERROR: REGISTRY TABLE FULL'
                   ELSE
                       PERFORM 2100-STORE-NEW-TERMINAL
                   END-IF
               END-IF
           END-IF.

       2100-STORE-NEW-TERMINAL.
           PERFORM 1650-INPUT-LOCATION
           DISPLAY 'ENTER DESCRIPTION'
           ACCEPT WS-DESCRIPTION-INPUT
           PERFORM 1700-INPUT-CLASS
           ADD 1 TO WS-TERM-COUNT
           MOVE WS-TERM-COUNT TO WS-FOUND-IDX
           MOVE WS-TERMINAL-INPUT TO WS-TERM-ID (WS-FOUND-IDX)
           MOVE WS-LOCATION-INPUT TO WS-TERM-LOCATION (WS-FOUND-IDX)
           MOVE WS-DESCRIPTION-INPUT
               TO WS-TERM-DESCRIPTION (WS-FOUND-IDX)
           MOVE WS-CLASS-CODE TO WS-TERM-CLASS (WS-FOUND-IDX)
           MOVE 'A' TO WS-TERM-STATUS (WS-FOUND-IDX)
           MOVE WS-TODAY-DATE TO WS-TERM-STATUS-DATE (WS-FOUND-IDX)
           SET WS-REGISTRY-CHANGED TO TRUE
           MOVE SPACES TO WS-BEFORE-LOCATION
           MOVE SPACE TO WS-BEFORE-CLASS
           MOVE SPACE TO WS-BEFORE-STATUS
           MOVE 'ADD' TO WS-HIST-ACTION
           PERFORM 8200-WRITE-TRAIL
           DISPLAY 'TERMINAL ' WS-TERMINAL-INPUT ' ADDED'.

       3000-RELOCATE-TERMINAL.
           PERFORM 1850-FIND-LIVE-TERMINAL
           IF WS-ENTRY-FOUND
               DISPLAY 'NOW AT: ' WS-TERM-LOCATION (WS-FOUND-IDX)
               PERFORM 1650-INPUT-LOCATION
               DISPLAY 'ENTER NEW DESCRIPTION (BLANK TO KEEP)'
               ACCEPT WS-DESCRIPTION-INPUT
               MOVE WS-LOCATION-INPUT
                   TO WS-TERM-LOCATION (WS-FOUND-IDX)
               IF WS-DESCRIPTION-INPUT NOT = SPACES
                   MOVE WS-DESCRIPTION-INPUT
                       TO WS-TERM-DESCRIPTION (WS-FOUND-IDX)
               END-IF
               SET WS-REGISTRY-CHANGED TO TRUE
               MOVE 'RELOCATE' TO WS-HIST-ACTION
               PERFORM 8200-WRITE-TRAIL
               DISPLAY 'TERMINAL ' WS-TERMINAL-INPUT ' RELOCATED'
           END-IF.

       4000-CHANGE-CLASS.
           PERFORM 1850-FIND-LIVE-TERMINAL
           IF WS-ENTRY-FOUND
               MOVE WS-TERM-CLASS (WS-FOUND-IDX) TO WS-CLASS-CODE
               PERFORM 8100-NAME-CLASS
               DISPLAY 'NOW CLASSED: ' WS-CLASS-NAME
               PERFORM 1700-INPUT-CLASS
               IF WS-CLASS-CODE = WS-BEFORE-CLASS
                   DISPLAY 'CLASS UNCHANGED'
               ELSE
                   MOVE WS-CLASS-CODE TO WS-TERM-CLASS (WS-FOUND-IDX)
                   SET WS-REGISTRY-CHANGED TO TRUE
                   MOVE 'CLASS' TO WS-HIST-ACTION
                   PERFORM 8200-WRITE-TRAIL
                   PERFORM 8100-NAME-CLASS
                   DISPLAY 'TERMINAL ' WS-TERMINAL-INPUT
                       ' NOW CLASSED ' WS-CLASS-NAME
               END-IF
           END-IF.

       5000-RETIRE-TERMINAL.
       *> Retiring stops every sign-on there at once, so it asks.
           PERFORM 1850-FIND-LIVE-TERMINAL
           IF WS-ENTRY-FOUND
               DISPLAY 'TERMINAL ' WS-TERM-ID (WS-FOUND-IDX) ' AT '
                   WS-TERM-LOCATION (WS-FOUND-IDX)
               DISPLAY 'RETIRE THIS TERMINAL? (Y/N)'
               ACCEPT WS-CONFIRM-INPUT
               IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
                   MOVE 'R' TO WS-TERM-STATUS (WS-FOUND-IDX)
                   MOVE WS-TODAY-DATE
                       TO WS-TERM-STATUS-DATE (WS-FOUND-IDX)
                   SET WS-REGISTRY-CHANGED TO TRUE
                   MOVE 'RETIRE' TO WS-HIST-ACTION
                   PERFORM 8200-WRITE-TRAIL
                   DISPLAY 'TERMINAL ' WS-TERMINAL-INPUT ' RETIRED'
               ELSE
                   DISPLAY 'RETIRE CANCELLED'
               END-IF
           END-IF.

       6000-LIST-TERMINALS.
           MOVE ZERO TO WS-LIVE-COUNT
           DISPLAY 'TERM LOCATION             CLASS         STATUS'
               '  SINCE'
           PERFORM 6100-SHOW-ONE-TERMINAL
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-TERM-COUNT
           DISPLAY 'TERMINALS IN SERVICE: ' WS-LIVE-COUNT
               '   ON FILE: ' WS-TERM-COUNT.

       6100-SHOW-ONE-TERMINAL.
           IF WS-TERM-STATUS (WS-WORK-IDX) = 'R'
               MOVE 'RETIRED' TO WS-STATUS-NAME
           ELSE
               MOVE 'ACTIVE' TO WS-STATUS-NAME
               ADD 1 TO WS-LIVE-COUNT
           END-IF
           MOVE WS-TERM-CLASS (WS-WORK-IDX) TO WS-CLASS-CODE
           PERFORM 8100-NAME-CLASS
           DISPLAY WS-TERM-ID (WS-WORK-IDX) ' '
               WS-TERM-LOCATION (WS-WORK-IDX) ' '
               WS-CLASS-NAME ' ' WS-STATUS-NAME ' '
               WS-TERM-STATUS-DATE (WS-WORK-IDX).

       8100-NAME-CLASS.
           IF WS-CLASS-CODE = 'S'
               MOVE 'SECURE ROOM' TO WS-CLASS-NAME
           ELSE
               IF WS-CLASS-CODE = 'K'
                   MOVE 'KIOSK' TO WS-CLASS-NAME
               ELSE
                   MOVE 'GENERAL FLOOR' TO WS-CLASS-NAME
               END-IF
           END-IF.

       8200-WRITE-TRAIL.
       *> Before side from 1900's image (blank for an add), after
       *> side from the table slot as it now stands.
           MOVE SPACES TO TH-HISTORY-RECORD
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO TH-TIMESTAMP END-STRING
           MOVE WS-HIST-ACTION TO TH-ACTION
           MOVE WS-ADMIN-NAME TO TH-OPERATOR
           MOVE WS-TERM-ID (WS-FOUND-IDX) TO TH-TERMINAL-ID
           MOVE WS-BEFORE-LOCATION TO TH-BEFORE-LOCATION
           MOVE WS-BEFORE-CLASS TO TH-BEFORE-CLASS
           MOVE WS-BEFORE-STATUS TO TH-BEFORE-STATUS
           MOVE WS-TERM-LOCATION (WS-FOUND-IDX) TO TH-AFTER-LOCATION
           MOVE WS-TERM-CLASS (WS-FOUND-IDX) TO TH-AFTER-CLASS
           MOVE WS-TERM-STATUS (WS-FOUND-IDX) TO TH-AFTER-STATUS
           MOVE 'N' TO WS-THIST-FILE-OPEN-SWITCH
           OPEN EXTEND TERMINAL-HISTORY-FILE
           IF WS-THIST-FILE-STATUS = '35'
               OPEN OUTPUT TERMINAL-HISTORY-FILE
           END-IF
           IF WS-THIST-FILE-STATUS = '00'
               SET WS-THIST-FILE-IS-OPEN TO TRUE
               WRITE TH-HISTORY-RECORD
           ELSE
               DISPLAY 'WARNING: TERMHIST NOT WRITTEN - STATUS '
                   WS-THIST-FILE-STATUS
           END-IF
           IF WS-THIST-FILE-IS-OPEN
               CLOSE TERMINAL-HISTORY-FILE
               MOVE 'N' TO WS-THIST-FILE-OPEN-SWITCH
           END-IF.

       8500-REWRITE-REGISTRY.
           OPEN OUTPUT TERMINAL-REGISTRY-FILE
           IF WS-TERMREG-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-TERMINAL
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-TERM-COUNT
               CLOSE TERMINAL-REGISTRY-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE TERMMAST - STATUS '
                   WS-TERMREG-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-TERMINAL.
           MOVE WS-TERM-ID (WS-WORK-IDX) TO TM-TERMINAL-ID
           MOVE WS-TERM-LOCATION (WS-WORK-IDX) TO TM-LOCATION
           MOVE WS-TERM-DESCRIPTION (WS-WORK-IDX) TO TM-DESCRIPTION
           MOVE WS-TERM-CLASS (WS-WORK-IDX) TO TM-SECURITY-CLASS
           MOVE WS-TERM-STATUS (WS-WORK-IDX) TO TM-TERMINAL-STATUS
           MOVE WS-TERM-STATUS-DATE (WS-WORK-IDX) TO TM-STATUS-DATE
           WRITE TM-TERMINAL-RECORD.

       END PROGRAM TERMMNT.
