      ******************************************************************
      * Author:
      * Date:
      * Purpose: Approval delegation maintenance - supervisors set up
      *          their own cover before going away, so the release
      *          queue, visitor sponsorships and recertification
      *          reviews waiting on them do not sit untouched.  The
      *          supervisor signs on with name and PIN (checked
      *          against the user master the way UMAPPROV checks a
      *          reviewer) and may then name a delegate - an active
      *          user other than themselves - with a from and to
      *          date and a scope: U user-master change releases,
      *          V visitor sponsorships, R recertification reviews,
      *          or A all three.  Their own rows can be listed and
      *          cancelled; a cancelled row is kept, marked X.  The
      *          DELEGATE file is held in storage while the screen
      *          runs and rewritten once on the way out.  Every
      *          set-up and cancellation goes on the privileged-
      *          action trail.  DELEGCHK is what the approval
      *          programs ask.  Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELEGMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGATION-FILE ASSIGN TO WS-DELEGATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELEGATE-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELEGATION-FILE.
           COPY "DELEGREC.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DELEGATE-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-DELEGATE-NAME PIC X(9) VALUE 'DELEGATE'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-FILE-CHANGED          VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DELEGATION-TABLE-FULL VALUE 'Y'.
       01  WS-SUPV-NAME PIC X(20).
       01  WS-SUPV-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-SUPV-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SUPV-VERIFIED         VALUE 'Y'.
       01  WS-DELEGATE-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DELEGATE-OK           VALUE 'Y'.
       01  WS-DELEGATE-INPUT PIC X(20).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-FROM-INPUT PIC 9(8).
       01  WS-TO-INPUT PIC 9(8).
       01  WS-SCOPE-INPUT PIC X(1).
       01  WS-ROW-INPUT PIC X(3).
       01  WS-ROW-NUMBER PIC 9(3).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       77  WS-DELEGATION-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-DELEGATIONS PIC 9(3) VALUE 500.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-LISTED-COUNT PIC 9(3) VALUE ZERO.
      *    The whole file in storage while the screen runs.
       01  WS-DELEGATION-TABLE.
           05  WS-DELEGATION-ENTRY OCCURS 500 TIMES.
               10  WS-DELEGATION-ROW    PIC X(72).
           COPY "DELEGREC.cpy" REPLACING LEADING ==DG-== BY ==DW-==.
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0500-VERIFY-SUPERVISOR
           IF NOT WS-SUPV-VERIFIED
               DISPLAY 'SUPERVISOR CHECK FAILED - NOTHING CHANGED'
               GOBACK
           END-IF
           PERFORM 0100-LOAD-DELEGATIONS
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-FILE-CHANGED
               PERFORM 8500-REWRITE-DELEGATIONS
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> The class practises setting up cover on the practice file
       *> against the practice master, never the live one.
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
               MOVE 'TDELEGATE' TO WS-DELEGATE-NAME
           END-IF.

       0100-LOAD-DELEGATIONS.
           MOVE ZERO TO WS-DELEGATION-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-DELEGATION-TABLE
           OPEN INPUT DELEGATION-FILE
           IF WS-DELEGATE-FILE-STATUS = '00'
               PERFORM 0110-READ-DELEGATION
               PERFORM 0120-STORE-DELEGATION
                   UNTIL WS-END-OF-FILE
                   OR WS-DELEGATION-COUNT >= WS-MAX-DELEGATIONS
               IF NOT WS-END-OF-FILE
                   SET WS-DELEGATION-TABLE-FULL TO TRUE
                   DISPLAY 'DELEGMNT WARNING: DELEGATION TABLE FULL '
                       '- LIST ONLY, NOTHING CAN BE CHANGED'
               END-IF
               CLOSE DELEGATION-FILE
           END-IF.

       0110-READ-DELEGATION.
           READ DELEGATION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-DELEGATION.
           ADD 1 TO WS-DELEGATION-COUNT
           MOVE DG-DELEGATION-RECORD
               TO WS-DELEGATION-ROW (WS-DELEGATION-COUNT)
           PERFORM 0110-READ-DELEGATION.

       0500-VERIFY-SUPERVISOR.
       *> Same check UMAPPROV's 1500 runs - name and PIN against
       *> the master, supervisor or admin, active.  Only the person
       *> going away sets up their own cover.
           MOVE 'N' TO WS-SUPV-OK-SWITCH
           DISPLAY 'ENTER YOUR NAME (THE SUPERVISOR GOING AWAY)'
           ACCEPT WS-SUPV-NAME
           INSPECT WS-SUPV-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-SUPV-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-SUPV-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0510-CHECK-SUPERVISOR
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       0510-CHECK-SUPERVISOR.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-SUPV-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-SUPV-PIN WS-PIN-SCRAMBLED
           END-IF
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                   AND UM-STATUS-ACTIVE
                   AND WS-SUPV-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-SUPV-VERIFIED TO TRUE
           END-IF.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'APPROVAL DELEGATION - ' WS-SUPV-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. SET UP COVER WHILE I AM AWAY'
           DISPLAY '  2. LIST MY DELEGATIONS'
           DISPLAY '  3. CANCEL A DELEGATION'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-ADD-DELEGATION
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-LIST-MY-DELEGATIONS
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-CANCEL-DELEGATION
                   ELSE
                       IF WS-MENU-CHOICE = 0
                           SET WS-EXIT-REQUESTED TO TRUE
                       ELSE
                           DISPLAY 'ERROR: INVALID CHOICE'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1500-INPUT-DELEGATE.
       *> The stand-in must be a live account, and never the
       *> supervisor themselves.
           MOVE 'N' TO WS-DELEGATE-OK-SWITCH
           DISPLAY 'ENTER THE DELEGATE NAME, BLANK TO QUIT'
           ACCEPT WS-DELEGATE-INPUT
           IF WS-DELEGATE-INPUT = SPACES
               GO TO 1500-EXIT
           END-IF
           INSPECT WS-DELEGATE-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-DELEGATE-INPUT = WS-SUPV-NAME
               DISPLAY 'ERROR: YOU CANNOT BE YOUR OWN DELEGATE'
               GO TO 1500-INPUT-DELEGATE
           END-IF
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-DELEGATE-INPUT TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       IF UM-STATUS-ACTIVE
                           SET WS-DELEGATE-OK TO TRUE
                       ELSE
                           DISPLAY 'ERROR: THAT ACCOUNT IS INACTIVE'
                       END-IF
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
               GO TO 1500-EXIT
           END-IF
           IF NOT WS-DELEGATE-OK
               GO TO 1500-INPUT-DELEGATE
           END-IF.

       1500-EXIT.
           EXIT.

       1600-INPUT-DATES.
       *> Same date edit VISITMNT puts on a visitor's window; a cover
       *> that has already ended is refused outright.
           DISPLAY 'ENTER FIRST DAY OF COVER (YYYYMMDD)'
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY 'ERROR: DATE MUST BE 8 NUMERIC DIGITS'
               GO TO 1600-INPUT-DATES
           END-IF
           MOVE WS-DATE-INPUT TO WS-FROM-INPUT
           IF WS-FROM-INPUT (5:2) < '01' OR WS-FROM-INPUT (5:2) > '12'
                   OR WS-FROM-INPUT (7:2) < '01'
                   OR WS-FROM-INPUT (7:2) > '31'
               DISPLAY 'ERROR: NOT A REAL CALENDAR DATE'
               GO TO 1600-INPUT-DATES
           END-IF
           DISPLAY 'ENTER LAST DAY OF COVER (YYYYMMDD)'
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NOT NUMERIC
               DISPLAY 'ERROR: DATE MUST BE 8 NUMERIC DIGITS'
               GO TO 1600-INPUT-DATES
           END-IF
           MOVE WS-DATE-INPUT TO WS-TO-INPUT
           IF WS-TO-INPUT (5:2) < '01' OR WS-TO-INPUT (5:2) > '12'
                   OR WS-TO-INPUT (7:2) < '01'
                   OR WS-TO-INPUT (7:2) > '31'
               DISPLAY 'ERROR: NOT A REAL CALENDAR DATE'
               GO TO 1600-INPUT-DATES
           END-IF
           IF WS-TO-INPUT < WS-FROM-INPUT
               DISPLAY 'ERROR: LAST DAY BEFORE FIRST DAY'
               GO TO 1600-INPUT-DATES
           END-IF
           IF WS-TO-INPUT < WS-TODAY-DATE
               DISPLAY 'ERROR: THAT COVER HAS ALREADY ENDED'
               GO TO 1600-INPUT-DATES
           END-IF.

       1700-INPUT-SCOPE.
           DISPLAY 'COVER FOR: U=USER CHANGE RELEASES '
               'V=VISITOR SPONSORSHIPS R=RECERTIFICATION A=ALL'
           ACCEPT WS-SCOPE-INPUT
           INSPECT WS-SCOPE-INPUT CONVERTING 'uvra' TO 'UVRA'
           MOVE WS-SCOPE-INPUT TO DW-SCOPE
           IF NOT DW-SCOPE-VALID
               DISPLAY 'ERROR: U, V, R OR A'
               GO TO 1700-INPUT-SCOPE
           END-IF.

       2000-ADD-DELEGATION.
           IF WS-DELEGATION-TABLE-FULL
                   OR WS-DELEGATION-COUNT >= WS-MAX-DELEGATIONS
               DISPLAY 'ERROR: DELEGATION FILE FULL'
           ELSE
               PERFORM 1500-INPUT-DELEGATE THRU 1500-EXIT
               IF WS-DELEGATE-OK
                   PERFORM 1600-INPUT-DATES
                   MOVE SPACES TO DW-DELEGATION-RECORD
                   PERFORM 1700-INPUT-SCOPE
                   MOVE WS-SUPV-NAME TO DW-DELEGATOR
                   MOVE WS-DELEGATE-INPUT TO DW-DELEGATE
                   MOVE WS-FROM-INPUT TO DW-FROM-DATE
                   MOVE WS-TO-INPUT TO DW-TO-DATE
                   SET DW-STATUS-ACTIVE TO TRUE
                   ACCEPT WS-STAMP-TIME FROM TIME
                   STRING WS-TODAY-DATE WS-STAMP-TIME (1:6)
                       INTO DW-SET-UP-TIMESTAMP END-STRING
                   ADD 1 TO WS-DELEGATION-COUNT
                   MOVE DW-DELEGATION-RECORD
                       TO WS-DELEGATION-ROW (WS-DELEGATION-COUNT)
                   SET WS-FILE-CHANGED TO TRUE
                   DISPLAY 'COVER SET UP: ' DW-DELEGATE ' FROM '
                       DW-FROM-DATE ' TO ' DW-TO-DATE
                       ' SCOPE ' DW-SCOPE
                   PERFORM 8000-TRAIL-THE-CHANGE
               END-IF
           END-IF.

       3000-LIST-MY-DELEGATIONS.
           MOVE ZERO TO WS-LISTED-COUNT
           DISPLAY ' ROW DELEGATE             FROM     TO       '
               'SCOPE STATUS'
           PERFORM 3100-LIST-ONE-ROW
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-DELEGATION-COUNT
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'NO DELEGATIONS ON FILE FOR YOU'
           END-IF.

       3100-LIST-ONE-ROW.
           MOVE WS-DELEGATION-ROW (WS-WORK-IDX)
               TO DW-DELEGATION-RECORD
           IF DW-DELEGATOR = WS-SUPV-NAME
               ADD 1 TO WS-LISTED-COUNT
               DISPLAY ' ' WS-WORK-IDX ' ' DW-DELEGATE ' '
                   DW-FROM-DATE ' ' DW-TO-DATE ' ' DW-SCOPE
                   '     ' DW-STATUS
           END-IF.

       4000-CANCEL-DELEGATION.
       *> Only the supervisor's own active rows can be cancelled;
       *> the row stays on file, marked X.
           IF WS-DELEGATION-TABLE-FULL
               DISPLAY 'ERROR: DELEGATION FILE FULL - LIST ONLY'
           ELSE
               PERFORM 3000-LIST-MY-DELEGATIONS
               DISPLAY 'ENTER ROW NUMBER TO CANCEL, BLANK TO QUIT'
               ACCEPT WS-ROW-INPUT
               IF WS-ROW-INPUT NOT = SPACES
                   PERFORM 4100-CANCEL-ONE-ROW
               END-IF
           END-IF.

       4100-CANCEL-ONE-ROW.
           MOVE ZERO TO WS-ROW-NUMBER
           INSPECT WS-ROW-INPUT REPLACING LEADING SPACE BY ZERO
           IF WS-ROW-INPUT IS NUMERIC
               MOVE WS-ROW-INPUT TO WS-ROW-NUMBER
           END-IF
           IF WS-ROW-NUMBER = ZERO
                   OR WS-ROW-NUMBER > WS-DELEGATION-COUNT
               DISPLAY 'ERROR: NO SUCH ROW'
           ELSE
               MOVE WS-DELEGATION-ROW (WS-ROW-NUMBER)
                   TO DW-DELEGATION-RECORD
               IF DW-DELEGATOR NOT = WS-SUPV-NAME
                       OR NOT DW-STATUS-ACTIVE
                   DISPLAY 'ERROR: NOT ONE OF YOUR ACTIVE DELEGATIONS'
               ELSE
                   SET DW-STATUS-CANCELLED TO TRUE
                   MOVE DW-DELEGATION-RECORD
                       TO WS-DELEGATION-ROW (WS-ROW-NUMBER)
                   SET WS-FILE-CHANGED TO TRUE
                   DISPLAY 'COVER CANCELLED: ' DW-DELEGATE
                   PERFORM 8000-TRAIL-THE-CHANGE
               END-IF
           END-IF.

       8000-TRAIL-THE-CHANGE.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'DELEGMNT' TO PV-PROGRAM
           MOVE DW-DELEGATE TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       8500-REWRITE-DELEGATIONS.
           OPEN OUTPUT DELEGATION-FILE
           IF WS-DELEGATE-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-ROW
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-DELEGATION-COUNT
               CLOSE DELEGATION-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE DELEGATE - STATUS '
                   WS-DELEGATE-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-ROW.
           MOVE WS-DELEGATION-ROW (WS-WORK-IDX)
               TO DG-DELEGATION-RECORD
           WRITE DG-DELEGATION-RECORD.

       END PROGRAM DELEGMNT.
