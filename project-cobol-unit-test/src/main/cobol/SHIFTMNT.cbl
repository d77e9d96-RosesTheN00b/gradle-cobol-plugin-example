      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shift assignment maintenance - rosters each user on
      *          a SHIFTMST shift from an effective date (SHIFTASG),
      *          so LATERPT can hold people to the shift they were
      *          scheduled for instead of guessing it from the time
      *          they turned up.  A change is keyed as a new row
      *          with its own effective date; the old row stays, so
      *          the file is also the record of who was on which
      *          shift on any past day.  For that reason only a row
      *          not yet in force can be removed - a row that has
      *          governed a day is superseded, never erased.  The
      *          user must be on the user master and the shift on
      *          SHIFTMST.  The maintainer proves who they are
      *          (supervisor or admin, name and PIN) before the
      *          screen opens; the file is rewritten once on the way
      *          out.  Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGN-FILE ASSIGN TO WS-SHIFTASG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT SHIFT-FILE ASSIGN TO 'SHIFTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGN-FILE.
           COPY "SHIFTASG.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  SHIFT-FILE.
           COPY "SHIFTCF.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ASSIGN-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-SHIFT-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-SHIFTASG-NAME PIC X(9) VALUE 'SHIFTASG'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-USER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-USER-KNOWN            VALUE 'Y'.
       01  WS-SHIFT-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SHIFT-KNOWN           VALUE 'Y'.
       01  WS-MAINTAINER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MAINTAINER-VERIFIED   VALUE 'Y'.
       01  WS-ASSIGN-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ASSIGNMENTS-CHANGED   VALUE 'Y'.
      *    A file too big for its table is shown but never edited -
      *    a save from a partial load would quietly drop the rows
      *    that did not fit.
       01  WS-ASSIGN-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ASSIGNMENTS-READ-ONLY VALUE 'Y'.
       01  WS-MAINTAINER-NAME PIC X(20).
       01  WS-MAINTAINER-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-USER-INPUT PIC X(20).
       01  WS-SHIFT-INPUT PIC X(2).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-DATE-CHECK PIC 9(8).
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-CHECK-YYYY           PIC 9(4).
           05  WS-CHECK-MM             PIC 9(2).
           05  WS-CHECK-DD             PIC 9(2).
       01  WS-CONFIRM-INPUT PIC X(1).
       01  WS-IN-FORCE-MARK PIC X(9).
       01  WS-IN-FORCE-DATE PIC 9(8).
       77  WS-ASSIGN-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(3) VALUE 500.
       77  WS-LIVE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-FOUND-IDX PIC 9(3).
       01  WS-ASSIGN-TABLE.
           05  WS-ASSIGN-ENTRY OCCURS 500 TIMES.
               10  WS-ASG-USER          PIC X(20).
               10  WS-ASG-DATE          PIC 9(8).
               10  WS-ASG-SHIFT         PIC X(2).
               10  WS-ASG-REMOVED       PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0070-VERIFY-MAINTAINER
           IF NOT WS-MAINTAINER-VERIFIED
               DISPLAY 'SHIFT ASSIGNMENT CLOSED'
               GOBACK
           END-IF
           PERFORM 0100-LOAD-ASSIGNMENTS
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-ASSIGNMENTS-CHANGED
               PERFORM 8500-REWRITE-ASSIGNMENTS
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
               MOVE 'TSHIFTASG' TO WS-SHIFTASG-NAME
           END-IF.

       0070-VERIFY-MAINTAINER.
           MOVE 'N' TO WS-MAINTAINER-OK-SWITCH
           DISPLAY 'SHIFT ASSIGNMENT MAINTENANCE'
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

       0100-LOAD-ASSIGNMENTS.
           MOVE ZERO TO WS-ASSIGN-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-ASSIGN-TABLE
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-FILE-STATUS = '00'
               PERFORM 0110-READ-ASSIGNMENT
               PERFORM 0120-STORE-ASSIGNMENT
                   UNTIL WS-END-OF-FILE
                   OR WS-ASSIGN-COUNT >= WS-MAX-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-ASSIGNMENTS-READ-ONLY TO TRUE
                   DISPLAY 'SHIFTMNT WARNING: SHIFTASG HAS MORE THAN '
                       WS-MAX-ENTRIES ' ROWS - FILE IS READ-ONLY'
               END-IF
               CLOSE ASSIGN-FILE
           END-IF.

       0110-READ-ASSIGNMENT.
           READ ASSIGN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-ASSIGNMENT.
           ADD 1 TO WS-ASSIGN-COUNT
           MOVE SA-USER-NAME TO WS-ASG-USER (WS-ASSIGN-COUNT)
           MOVE SA-EFFECTIVE-DATE TO WS-ASG-DATE (WS-ASSIGN-COUNT)
           MOVE SA-SHIFT-CODE TO WS-ASG-SHIFT (WS-ASSIGN-COUNT)
           MOVE 'N' TO WS-ASG-REMOVED (WS-ASSIGN-COUNT)
           PERFORM 0110-READ-ASSIGNMENT.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'SHIFT ASSIGNMENT MAINTENANCE'
           DISPLAY 'SIGNED ON: ' WS-MAINTAINER-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. ASSIGN A USER TO A SHIFT'
           DISPLAY '  2. REMOVE A FUTURE ASSIGNMENT'
           DISPLAY '  3. LIST ASSIGNMENTS'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-ASSIGN-SHIFT
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-REMOVE-ASSIGNMENT
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-LIST-ASSIGNMENTS
                   ELSE
                       IF WS-MENU-CHOICE = 0
                           SET WS-EXIT-REQUESTED TO TRUE
                       ELSE
                           DISPLAY 'ERROR: INVALID CHOICE'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1500-INPUT-USER.
           DISPLAY 'ENTER USER NAME'
           ACCEPT WS-USER-INPUT
           INSPECT WS-USER-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-USER-INPUT = SPACES
               DISPLAY 'ERROR: USER NAME IS REQUIRED'
               GO TO 1500-INPUT-USER
           END-IF.

       1510-CHECK-USER-KNOWN.
           MOVE 'N' TO WS-USER-OK-SWITCH
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-USER-INPUT TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-USER-KNOWN TO TRUE
               END-READ
               CLOSE USER-MASTER-FILE
           END-IF.

       1600-INPUT-DATE.
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD)'
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY 'ERROR: NOT A VALID DATE'
               GO TO 1600-INPUT-DATE
           END-IF
           MOVE WS-DATE-INPUT TO WS-DATE-CHECK
           IF WS-CHECK-YYYY < 1900
                   OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                   OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               DISPLAY 'ERROR: NOT A VALID DATE'
               GO TO 1600-INPUT-DATE
           END-IF.

       1700-INPUT-SHIFT.
           DISPLAY 'ENTER SHIFT CODE'
           ACCEPT WS-SHIFT-INPUT
           INSPECT WS-SHIFT-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 1710-CHECK-SHIFT-KNOWN
           IF NOT WS-SHIFT-KNOWN
               DISPLAY 'ERROR: SHIFT ' WS-SHIFT-INPUT
                   ' IS NOT ON SHIFTMST'
               GO TO 1700-INPUT-SHIFT
           END-IF.

       1710-CHECK-SHIFT-KNOWN.
           MOVE 'N' TO WS-SHIFT-OK-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-FILE-STATUS = '00'
               PERFORM 1720-READ-SHIFT
               PERFORM 1730-MATCH-SHIFT
                   UNTIL WS-END-OF-FILE OR WS-SHIFT-KNOWN
               CLOSE SHIFT-FILE
           END-IF.

       1720-READ-SHIFT.
           READ SHIFT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1730-MATCH-SHIFT.
           IF SH-SHIFT-CODE = WS-SHIFT-INPUT
               SET WS-SHIFT-KNOWN TO TRUE
           ELSE
               PERFORM 1720-READ-SHIFT
           END-IF.

       1800-FIND-ASSIGNMENT.
       *> Looks for the user and effective date just keyed among the
       *> live rows; WS-FOUND-IDX names the slot when found.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1810-MATCH-ASSIGNMENT
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ASSIGN-COUNT
               OR WS-ENTRY-FOUND.

       1810-MATCH-ASSIGNMENT.
           IF WS-ASG-REMOVED (WS-WORK-IDX) = 'N'
                   AND WS-ASG-USER (WS-WORK-IDX) = WS-USER-INPUT
                   AND WS-ASG-DATE (WS-WORK-IDX) = WS-DATE-CHECK
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       2000-ASSIGN-SHIFT.
           IF WS-ASSIGNMENTS-READ-ONLY
               DISPLAY 'ERROR: SHIFTASG IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1500-INPUT-USER
               PERFORM 1510-CHECK-USER-KNOWN
               IF NOT WS-USER-KNOWN
                   DISPLAY 'ERROR: ' WS-USER-INPUT
                       ' IS NOT ON THE USER MASTER'
               ELSE
                   PERFORM 1700-INPUT-SHIFT
                   PERFORM 1600-INPUT-DATE
                   PERFORM 1800-FIND-ASSIGNMENT
                   IF WS-ENTRY-FOUND
                       PERFORM 2200-REPLACE-ASSIGNMENT
                   ELSE
                       PERFORM 2100-ADD-ASSIGNMENT
                   END-IF
               END-IF
           END-IF.

       2100-ADD-ASSIGNMENT.
           IF WS-ASSIGN-COUNT >= WS-MAX-ENTRIES
               DISPLAY 'ERROR: ASSIGNMENT TABLE FULL'
           ELSE
               ADD 1 TO WS-ASSIGN-COUNT
               MOVE WS-USER-INPUT TO WS-ASG-USER (WS-ASSIGN-COUNT)
               MOVE WS-DATE-CHECK TO WS-ASG-DATE (WS-ASSIGN-COUNT)
               MOVE WS-SHIFT-INPUT TO WS-ASG-SHIFT (WS-ASSIGN-COUNT)
               MOVE 'N' TO WS-ASG-REMOVED (WS-ASSIGN-COUNT)
               SET WS-ASSIGNMENTS-CHANGED TO TRUE
               DISPLAY WS-USER-INPUT ' ON SHIFT ' WS-SHIFT-INPUT
                   ' FROM ' WS-DATE-CHECK
           END-IF.

       2200-REPLACE-ASSIGNMENT.
       *> Same user, same day - a correction of that row, not a
       *> second one competing with it.  A row already in force
       *> stays as it is; the change is keyed from a later date.
           IF WS-DATE-CHECK <= WS-TODAY-DATE
               DISPLAY 'ERROR: THE ' WS-DATE-CHECK ' ROW IS ALREADY '
                   'IN FORCE - KEY THE CHANGE FROM A LATER DATE'
           ELSE
               DISPLAY WS-USER-INPUT ' IS ALREADY ON SHIFT '
                   WS-ASG-SHIFT (WS-FOUND-IDX) ' FROM '
                   WS-DATE-CHECK
               DISPLAY 'CHANGE IT TO SHIFT ' WS-SHIFT-INPUT '? (Y/N)'
               ACCEPT WS-CONFIRM-INPUT
               IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
                   MOVE WS-SHIFT-INPUT TO WS-ASG-SHIFT (WS-FOUND-IDX)
                   SET WS-ASSIGNMENTS-CHANGED TO TRUE
                   DISPLAY 'ASSIGNMENT CHANGED'
               ELSE
                   DISPLAY 'CHANGE CANCELLED'
               END-IF
           END-IF.

       3000-REMOVE-ASSIGNMENT.
           IF WS-ASSIGNMENTS-READ-ONLY
               DISPLAY 'ERROR: SHIFTASG IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1500-INPUT-USER
               PERFORM 1600-INPUT-DATE
               PERFORM 1800-FIND-ASSIGNMENT
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: NO ASSIGNMENT FOR ' WS-USER-INPUT
                       ' FROM ' WS-DATE-CHECK
               ELSE
                   IF WS-DATE-CHECK <= WS-TODAY-DATE
                       DISPLAY 'ERROR: THAT ROW HAS ALREADY BEEN IN '
                           'FORCE - IT CANNOT BE REMOVED'
                   ELSE
                       PERFORM 3100-CONFIRM-REMOVE
                   END-IF
               END-IF
           END-IF.

       3100-CONFIRM-REMOVE.
           DISPLAY WS-USER-INPUT ' ON SHIFT '
               WS-ASG-SHIFT (WS-FOUND-IDX) ' FROM ' WS-DATE-CHECK
           DISPLAY 'REMOVE THIS ASSIGNMENT? (Y/N)'
           ACCEPT WS-CONFIRM-INPUT
           IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
               MOVE 'Y' TO WS-ASG-REMOVED (WS-FOUND-IDX)
               SET WS-ASSIGNMENTS-CHANGED TO TRUE
               DISPLAY 'ASSIGNMENT REMOVED'
           ELSE
               DISPLAY 'REMOVE CANCELLED'
           END-IF.

       4000-LIST-ASSIGNMENTS.
       *> The row in force today is marked, so the screen answers
       *> "what shift is this person on" without date arithmetic.
           DISPLAY 'LIST WHICH USER? (BLANK = EVERYONE)'
           ACCEPT WS-USER-INPUT
           INSPECT WS-USER-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-LIVE-COUNT
           DISPLAY 'USER                 FROM     SHIFT'
           PERFORM 4100-SHOW-ONE-ASSIGNMENT
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ASSIGN-COUNT
           DISPLAY 'ASSIGNMENTS LISTED: ' WS-LIVE-COUNT.

       4100-SHOW-ONE-ASSIGNMENT.
           IF WS-ASG-REMOVED (WS-WORK-IDX) = 'N'
                   AND (WS-USER-INPUT = SPACES
                       OR WS-ASG-USER (WS-WORK-IDX) = WS-USER-INPUT)
               ADD 1 TO WS-LIVE-COUNT
               PERFORM 4200-FIND-IN-FORCE-DATE
               IF WS-ASG-DATE (WS-WORK-IDX) = WS-IN-FORCE-DATE
                   MOVE 'IN FORCE' TO WS-IN-FORCE-MARK
               ELSE
                   IF WS-ASG-DATE (WS-WORK-IDX) > WS-TODAY-DATE
                       MOVE 'FUTURE' TO WS-IN-FORCE-MARK
                   ELSE
                       MOVE 'SUPERSEDED' TO WS-IN-FORCE-MARK
                   END-IF
               END-IF
               DISPLAY WS-ASG-USER (WS-WORK-IDX) ' '
                   WS-ASG-DATE (WS-WORK-IDX) ' '
                   WS-ASG-SHIFT (WS-WORK-IDX) '    '
                   WS-IN-FORCE-MARK
           END-IF.

       4200-FIND-IN-FORCE-DATE.
       *> The latest effective date not after today among this
       *> user's live rows - the rule LATERPT applies.
           MOVE ZERO TO WS-IN-FORCE-DATE
           PERFORM 4210-CHECK-IN-FORCE
               VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-ASSIGN-COUNT.

       4210-CHECK-IN-FORCE.
           IF WS-ASG-REMOVED (WS-FOUND-IDX) = 'N'
                   AND WS-ASG-USER (WS-FOUND-IDX)
                       = WS-ASG-USER (WS-WORK-IDX)
                   AND WS-ASG-DATE (WS-FOUND-IDX) <= WS-TODAY-DATE
                   AND WS-ASG-DATE (WS-FOUND-IDX) > WS-IN-FORCE-DATE
               MOVE WS-ASG-DATE (WS-FOUND-IDX) TO WS-IN-FORCE-DATE
           END-IF.

       8500-REWRITE-ASSIGNMENTS.
           OPEN OUTPUT ASSIGN-FILE
           IF WS-ASSIGN-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-ASSIGNMENT
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-ASSIGN-COUNT
               CLOSE ASSIGN-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE SHIFTASG - STATUS '
                   WS-ASSIGN-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-ASSIGNMENT.
           IF WS-ASG-REMOVED (WS-WORK-IDX) = 'N'
               MOVE WS-ASG-USER (WS-WORK-IDX) TO SA-USER-NAME
               MOVE WS-ASG-DATE (WS-WORK-IDX) TO SA-EFFECTIVE-DATE
               MOVE WS-ASG-SHIFT (WS-WORK-IDX) TO SA-SHIFT-CODE
               WRITE SA-ASSIGN-RECORD
           END-IF.

       END PROGRAM SHIFTMNT.
