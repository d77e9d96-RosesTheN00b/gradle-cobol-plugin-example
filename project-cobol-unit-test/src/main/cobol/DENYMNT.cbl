      ******************************************************************
      * Author:
      * Date:
      * Purpose: Visitor deny-list maintenance - the paper list of
      *          people security will not admit (staff dismissed for
      *          cause, barred contractors) kept on file, in the
      *          DELEGMNT mold, so VISITMNT and LOGIN can refuse them
      *          through DENYCHK.  The list is restricted: the
      *          maintainer signs on with name and PIN and must be an
      *          active admin on the user master.  A name is barred
      *          with a reason, and the admin who barred it and the
      *          date go on the row; lifting a bar keeps the row,
      *          marked X.  The DENYLIST file is held in storage while
      *          the screen runs and rewritten once on the way out.
      *          Every bar and every lift goes on the privileged-
      *          action trail.  Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENYMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DENY-FILE ASSIGN TO WS-DENYLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENY-FILE-STATUS.

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
       FD  DENY-FILE.
           COPY "DENYREC.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DENY-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-DENYLIST-NAME PIC X(9) VALUE 'DENYLIST'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-FILE-CHANGED          VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DENY-TABLE-FULL       VALUE 'Y'.
       01  WS-ADMIN-NAME PIC X(20).
       01  WS-ADMIN-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-ADMIN-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ADMIN-VERIFIED        VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
       01  WS-DENIED-INPUT PIC X(20).
       01  WS-REASON-INPUT PIC X(30).
       01  WS-ROW-INPUT PIC X(3).
       01  WS-ROW-NUMBER PIC 9(3).
       01  WS-TODAY-DATE PIC 9(8).
       77  WS-DENY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-DENY-ENTRIES PIC 9(3) VALUE 500.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-LISTED-COUNT PIC 9(3) VALUE ZERO.
      *    The whole file in storage while the screen runs.
       01  WS-DENY-TABLE.
           05  WS-DENY-ENTRY OCCURS 500 TIMES.
               10  WS-DENY-ROW          PIC X(79).
           COPY "DENYREC.cpy" REPLACING LEADING ==DN-== BY ==DW-==.
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0500-VERIFY-ADMIN
           IF NOT WS-ADMIN-VERIFIED
               DISPLAY 'ADMIN CHECK FAILED - NOTHING CHANGED'
               GOBACK
           END-IF
           PERFORM 0100-LOAD-DENY-LIST
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-FILE-CHANGED
               PERFORM 8500-REWRITE-DENY-LIST
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> The class practises on the practice list against the
       *> practice master, never the live ones.
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
               MOVE 'TDENYLIST' TO WS-DENYLIST-NAME
           END-IF.

       0100-LOAD-DENY-LIST.
           MOVE ZERO TO WS-DENY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-DENY-TABLE
           OPEN INPUT DENY-FILE
           IF WS-DENY-FILE-STATUS = '00'
               PERFORM 0110-READ-DENY
               PERFORM 0120-STORE-DENY
                   UNTIL WS-END-OF-FILE
                   OR WS-DENY-COUNT >= WS-MAX-DENY-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-DENY-TABLE-FULL TO TRUE
                   DISPLAY 'DENYMNT WARNING: DENY TABLE FULL '
                       '- LIST ONLY, NOTHING CAN BE CHANGED'
               END-IF
               CLOSE DENY-FILE
           END-IF.

       0110-READ-DENY.
           READ DENY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-DENY.
           ADD 1 TO WS-DENY-COUNT
           MOVE DN-DENY-RECORD TO WS-DENY-ROW (WS-DENY-COUNT)
           PERFORM 0110-READ-DENY.

       0500-VERIFY-ADMIN.
       *> Same name-and-PIN check DELEGMNT's 0500 runs, but only an
       *> active admin gets in - the list is restricted.
           MOVE 'N' TO WS-ADMIN-OK-SWITCH
           DISPLAY 'ENTER YOUR NAME (ADMIN)'
           ACCEPT WS-ADMIN-NAME
           INSPECT WS-ADMIN-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-ADMIN-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-ADMIN-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0510-CHECK-ADMIN
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       0510-CHECK-ADMIN.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-ADMIN-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-ADMIN-PIN WS-PIN-SCRAMBLED
           END-IF
           IF UM-ROLE-ADMIN
                   AND UM-STATUS-ACTIVE
                   AND WS-ADMIN-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-ADMIN-VERIFIED TO TRUE
           END-IF.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'VISITOR DENY LIST - ' WS-ADMIN-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. BAR A NAME'
           DISPLAY '  2. LIST THE DENY LIST'
           DISPLAY '  3. LIFT A BAR'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-ADD-BAR
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-LIST-DENY-LIST
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-LIFT-BAR
                   ELSE
                       IF WS-MENU-CHOICE = 0
                           SET WS-EXIT-REQUESTED TO TRUE
                       ELSE
                           DISPLAY 'ERROR: INVALID CHOICE'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1500-FIND-ACTIVE-BAR.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 1510-MATCH-ONE-ROW
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-DENY-COUNT
               OR WS-NAME-FOUND.

       1510-MATCH-ONE-ROW.
           MOVE WS-DENY-ROW (WS-WORK-IDX) TO DW-DENY-RECORD
           IF DW-DENIED-NAME = WS-DENIED-INPUT AND DW-STATUS-ACTIVE
               SET WS-NAME-FOUND TO TRUE
           END-IF.

       2000-ADD-BAR.
           IF WS-DENY-TABLE-FULL
                   OR WS-DENY-COUNT >= WS-MAX-DENY-ENTRIES
               DISPLAY 'ERROR: DENY LIST FULL'
           ELSE
               DISPLAY 'ENTER THE NAME TO BAR, BLANK TO QUIT'
               ACCEPT WS-DENIED-INPUT
               INSPECT WS-DENIED-INPUT CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-DENIED-INPUT NOT = SPACES
                   PERFORM 1500-FIND-ACTIVE-BAR
                   IF WS-NAME-FOUND
                       DISPLAY 'ERROR: THAT NAME IS ALREADY BARRED'
                   ELSE
                       PERFORM 2100-STORE-NEW-BAR
                   END-IF
               END-IF
           END-IF.

       2100-STORE-NEW-BAR.
           DISPLAY 'ENTER THE REASON'
           ACCEPT WS-REASON-INPUT
           MOVE SPACES TO DW-DENY-RECORD
           MOVE WS-DENIED-INPUT TO DW-DENIED-NAME
           MOVE WS-REASON-INPUT TO DW-REASON
           MOVE WS-ADMIN-NAME TO DW-ADDED-BY
           MOVE WS-TODAY-DATE TO DW-ADDED-DATE
           SET DW-STATUS-ACTIVE TO TRUE
           ADD 1 TO WS-DENY-COUNT
           MOVE DW-DENY-RECORD TO WS-DENY-ROW (WS-DENY-COUNT)
           SET WS-FILE-CHANGED TO TRUE
           DISPLAY 'BARRED: ' DW-DENIED-NAME
           PERFORM 8000-TRAIL-THE-CHANGE.

       3000-LIST-DENY-LIST.
           MOVE ZERO TO WS-LISTED-COUNT
           DISPLAY ' ROW NAME                 ADDED    BY         '
               '          STATUS'
           PERFORM 3100-LIST-ONE-ROW
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-DENY-COUNT
           IF WS-LISTED-COUNT = ZERO
               DISPLAY 'THE DENY LIST IS EMPTY'
           END-IF.

       3100-LIST-ONE-ROW.
           MOVE WS-DENY-ROW (WS-WORK-IDX) TO DW-DENY-RECORD
           ADD 1 TO WS-LISTED-COUNT
           DISPLAY ' ' WS-WORK-IDX ' ' DW-DENIED-NAME ' '
               DW-ADDED-DATE ' ' DW-ADDED-BY ' ' DW-STATUS
           DISPLAY '     ' DW-REASON.

       4000-LIFT-BAR.
       *> Only an active bar can be lifted; the row stays on file,
       *> marked X.
           IF WS-DENY-TABLE-FULL
               DISPLAY 'ERROR: DENY LIST FULL - LIST ONLY'
           ELSE
               PERFORM 3000-LIST-DENY-LIST
               DISPLAY 'ENTER ROW NUMBER TO LIFT, BLANK TO QUIT'
               ACCEPT WS-ROW-INPUT
               IF WS-ROW-INPUT NOT = SPACES
                   PERFORM 4100-LIFT-ONE-ROW
               END-IF
           END-IF.

       4100-LIFT-ONE-ROW.
           MOVE ZERO TO WS-ROW-NUMBER
           INSPECT WS-ROW-INPUT REPLACING LEADING SPACE BY ZERO
           IF WS-ROW-INPUT IS NUMERIC
               MOVE WS-ROW-INPUT TO WS-ROW-NUMBER
           END-IF
           IF WS-ROW-NUMBER = ZERO
                   OR WS-ROW-NUMBER > WS-DENY-COUNT
               DISPLAY 'ERROR: NO SUCH ROW'
           ELSE
               MOVE WS-DENY-ROW (WS-ROW-NUMBER) TO DW-DENY-RECORD
               IF NOT DW-STATUS-ACTIVE
                   DISPLAY 'ERROR: THAT BAR IS ALREADY LIFTED'
               ELSE
                   SET DW-STATUS-LIFTED TO TRUE
                   MOVE DW-DENY-RECORD TO WS-DENY-ROW (WS-ROW-NUMBER)
                   SET WS-FILE-CHANGED TO TRUE
                   DISPLAY 'BAR LIFTED: ' DW-DENIED-NAME
                   PERFORM 8000-TRAIL-THE-CHANGE
               END-IF
           END-IF.

       8000-TRAIL-THE-CHANGE.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'DENYMNT' TO PV-PROGRAM
           MOVE DW-DENIED-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       8500-REWRITE-DENY-LIST.
           OPEN OUTPUT DENY-FILE
           IF WS-DENY-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-ROW
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-DENY-COUNT
               CLOSE DENY-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE DENYLIST - STATUS '
                   WS-DENY-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-ROW.
           MOVE WS-DENY-ROW (WS-WORK-IDX) TO DN-DENY-RECORD
           WRITE DN-DENY-RECORD.

       END PROGRAM DENYMNT.
