      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the two cross-reference files, in
      *          the VISITMNT mold - BADGXREF (badge number to name)
      *          and EMPXREF (name to employee number) were kept in
      *          a text editor, and one typo quietly broke badge
      *          translation and the payroll export for that person.
      *          Badge and employee numbers are added, changed,
      *          reassigned to another name and retired here against
      *          names that must be on the user master.  A number
      *          already assigned to someone else is refused, as is
      *          an employee number longer than EMPXREF's eight, a name
      *          gets one employee number only, and every touch
      *          writes a before/after row with the maintainer's
      *          name to the XREFHIST trail.  The maintainer proves
      *          who they are (supervisor or admin, name and PIN)
      *          before the screen opens.  Reachable from OPERMENU.
      *          An employee link also carries the hire date the
      *          service anniversaries count from and the language
      *          the person's salutes go out in - keyed when the link
      *          is added, correctable under change, where a blank
      *          answer leaves each part as it was.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-XREF-FILE ASSIGN TO WS-BADGXREF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGE-FILE-STATUS.

           SELECT EMPLOYEE-XREF-FILE ASSIGN TO WS-EMPXREF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPXREF-FILE-STATUS.

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
       FD  BADGE-XREF-FILE.
           COPY "BADGXREF.cpy".

       FD  EMPLOYEE-XREF-FILE.
           COPY "EMPXREF.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  XREF-HISTORY-FILE.
           COPY "XREFHSRC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BADGE-FILE-STATUS PIC X(2).
       01  WS-EMPXREF-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-XHIST-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-BADGXREF-NAME PIC X(9) VALUE 'BADGXREF'.
       01  WS-EMPXREF-NAME PIC X(9) VALUE 'EMPXREF'.
       01  WS-XHIST-NAME PIC X(9) VALUE 'XREFHIST'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-USER-SWITCH PIC X(1) VALUE 'N'.
           88  WS-USER-ON-MASTER        VALUE 'Y'.
       01  WS-MAINT-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MAINTAINER-VERIFIED   VALUE 'Y'.
       01  WS-BADGE-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BADGES-CHANGED        VALUE 'Y'.
       01  WS-EMP-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EMPLOYEES-CHANGED     VALUE 'Y'.
      *    A file too big for its table is shown but never edited -
      *    a save from a partial load would drop whatever did not
      *    fit, and a duplicate check over half the file proves
      *    nothing.
       01  WS-BADGE-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BADGES-READ-ONLY      VALUE 'Y'.
       01  WS-EMP-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EMPLOYEES-READ-ONLY   VALUE 'Y'.
       01  WS-MAINT-NAME PIC X(20).
       01  WS-MAINT-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-NAME-INPUT PIC X(20).
       01  WS-NUMBER-INPUT PIC X(10).
       01  WS-NEW-NUMBER PIC X(10).
       01  WS-HIRE-INPUT PIC X(8).
       01  WS-HIRE-INPUT-PARTS REDEFINES WS-HIRE-INPUT.
           05  WS-HIRE-INPUT-YYYY      PIC 9(4).
           05  WS-HIRE-INPUT-MM        PIC 9(2).
           05  WS-HIRE-INPUT-DD        PIC 9(2).
       01  WS-LANGUAGE-INPUT PIC X(2).
       01  WS-HIST-FILE-ID PIC X(8).
       01  WS-HIST-ACTION PIC X(8).
       01  WS-BEFORE-NUMBER PIC X(10).
       01  WS-BEFORE-NAME PIC X(20).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       77  WS-BADGE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-EMP-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(3) VALUE 500.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-FOUND-IDX PIC 9(3).
       77  WS-SAVED-IDX PIC 9(3).
       77  WS-LINK-COUNT PIC 9(3).
      *    Both files in storage while the screen runs - each is
      *    rewritten once on the way out, retired rows left behind.
       01  WS-BADGE-TABLE.
           05  WS-BADGE-ENTRY OCCURS 500 TIMES.
               10  WS-BADGE-NUMBER      PIC X(10).
               10  WS-BADGE-NAME        PIC X(20).
               10  WS-BADGE-RETIRED     PIC X(1).
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 500 TIMES.
               10  WS-EMP-NAME          PIC X(20).
               10  WS-EMP-NUMBER        PIC X(8).
               10  WS-EMP-HIRE-DATE     PIC 9(8).
               10  WS-EMP-LANGUAGE      PIC X(2).
               10  WS-EMP-RETIRED       PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0070-VERIFY-MAINTAINER
           IF NOT WS-MAINTAINER-VERIFIED
               DISPLAY 'CROSS-REFERENCE MAINTENANCE CLOSED'
               GOBACK
           END-IF
           PERFORM 0100-LOAD-BADGES
           PERFORM 0200-LOAD-EMPLOYEES
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-BADGES-CHANGED
               PERFORM 8500-REWRITE-BADGES
           END-IF
           IF WS-EMPLOYEES-CHANGED
               PERFORM 8600-REWRITE-EMPLOYEES
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> Practice sessions edit practice copies, the way VISITMNT
       *> keeps the class off the live register.
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
               MOVE 'TBADGXREF' TO WS-BADGXREF-NAME
               MOVE 'TEMPXREF' TO WS-EMPXREF-NAME
               MOVE 'TXREFHIST' TO WS-XHIST-NAME
           END-IF.

       0070-VERIFY-MAINTAINER.
       *> The trail must say who handed the badge over, so the
       *> maintainer signs on here with name and PIN - supervisor or
       *> admin, active - the shape of USERMNT's requestor check.
           MOVE 'N' TO WS-MAINT-OK-SWITCH
           DISPLAY 'CROSS-REFERENCE MAINTENANCE'
           DISPLAY 'ENTER YOUR NAME'
           ACCEPT WS-MAINT-NAME
           INSPECT WS-MAINT-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER YOUR PIN'
           ACCEPT WS-MAINT-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-MAINT-NAME TO UM-USER-NAME
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
       *> Same non-numeric guard as LOGIN's 1150 - the scrambler's
       *> garbage escape must never match an unusable rebuilt PIN.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-MAINT-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-MAINT-PIN WS-PIN-SCRAMBLED
           END-IF
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                   AND UM-STATUS-ACTIVE
                   AND WS-MAINT-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-MAINTAINER-VERIFIED TO TRUE
           ELSE
               DISPLAY 'ERROR: MAINTAINER CHECK FAILED'
           END-IF.

       0100-LOAD-BADGES.
           MOVE ZERO TO WS-BADGE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-BADGE-TABLE
           OPEN INPUT BADGE-XREF-FILE
           IF WS-BADGE-FILE-STATUS = '00'
               PERFORM 0110-READ-BADGE
               PERFORM 0120-STORE-BADGE
                   UNTIL WS-END-OF-FILE
                   OR WS-BADGE-COUNT >= WS-MAX-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-BADGES-READ-ONLY TO TRUE
                   DISPLAY 'XREFMNT WARNING: BADGXREF HAS MORE THAN '
                       WS-MAX-ENTRIES ' ROWS - BADGES ARE READ-ONLY'
               END-IF
               CLOSE BADGE-XREF-FILE
           END-IF.

       0110-READ-BADGE.
           READ BADGE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-BADGE.
           ADD 1 TO WS-BADGE-COUNT
           MOVE BX-BADGE-NUMBER TO WS-BADGE-NUMBER (WS-BADGE-COUNT)
           MOVE BX-USER-NAME TO WS-BADGE-NAME (WS-BADGE-COUNT)
           MOVE 'N' TO WS-BADGE-RETIRED (WS-BADGE-COUNT)
           PERFORM 0110-READ-BADGE.

       0200-LOAD-EMPLOYEES.
           MOVE ZERO TO WS-EMP-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-EMP-TABLE
           OPEN INPUT EMPLOYEE-XREF-FILE
           IF WS-EMPXREF-FILE-STATUS = '00'
               PERFORM 0210-READ-EMPLOYEE
               PERFORM 0220-STORE-EMPLOYEE
                   UNTIL WS-END-OF-FILE
                   OR WS-EMP-COUNT >= WS-MAX-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-EMPLOYEES-READ-ONLY TO TRUE
                   DISPLAY 'XREFMNT WARNING: EMPXREF HAS MORE THAN '
                       WS-MAX-ENTRIES ' ROWS - EMPLOYEE NUMBERS ARE '
                       'READ-ONLY'
               END-IF
               CLOSE EMPLOYEE-XREF-FILE
           END-IF.

       0210-READ-EMPLOYEE.
           READ EMPLOYEE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0220-STORE-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT
           MOVE EM-USER-NAME TO WS-EMP-NAME (WS-EMP-COUNT)
           MOVE EM-EMPLOYEE-NUMBER TO WS-EMP-NUMBER (WS-EMP-COUNT)
       *> Rows written before the hire date was carried read short -
       *> those come in as not known rather than as garbage.
           IF EM-HIRE-DATE IS NUMERIC
               MOVE EM-HIRE-DATE TO WS-EMP-HIRE-DATE (WS-EMP-COUNT)
           ELSE
               MOVE ZERO TO WS-EMP-HIRE-DATE (WS-EMP-COUNT)
           END-IF
           MOVE EM-LANGUAGE-CODE TO WS-EMP-LANGUAGE (WS-EMP-COUNT)
           MOVE 'N' TO WS-EMP-RETIRED (WS-EMP-COUNT)
           PERFORM 0210-READ-EMPLOYEE.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'BADGE / EMPLOYEE CROSS-REFERENCE MAINTENANCE'
           DISPLAY 'MAINTAINER: ' WS-MAINT-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. ADD BADGE'
           DISPLAY '  2. CHANGE BADGE NUMBER (REISSUE)'
           DISPLAY '  3. REASSIGN BADGE TO ANOTHER NAME'
           DISPLAY '  4. RETIRE BADGE'
           DISPLAY '  5. ADD EMPLOYEE NUMBER'
           DISPLAY '  6. CHANGE EMPLOYEE NUMBER / HIRE DETAILS'
           DISPLAY '  7. REASSIGN EMPLOYEE NUMBER TO ANOTHER NAME'
           DISPLAY '  8. RETIRE EMPLOYEE NUMBER'
           DISPLAY '  9. DISPLAY LINKS FOR A NAME'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-ADD-BADGE
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 2100-CHANGE-BADGE
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 2200-REASSIGN-BADGE
                   ELSE
                       IF WS-MENU-CHOICE = 4
                           PERFORM 2300-RETIRE-BADGE
                       ELSE
                           PERFORM 1400-DISPATCH-MORE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1400-DISPATCH-MORE.
           IF WS-MENU-CHOICE = 5
               PERFORM 3000-ADD-EMPLOYEE
           ELSE
               IF WS-MENU-CHOICE = 6
                   PERFORM 3100-CHANGE-EMPLOYEE
               ELSE
                   IF WS-MENU-CHOICE = 7
                       PERFORM 3200-REASSIGN-EMPLOYEE
                   ELSE
                       IF WS-MENU-CHOICE = 8
                           PERFORM 3300-RETIRE-EMPLOYEE
                       ELSE
                           IF WS-MENU-CHOICE = 9
                               PERFORM 4000-DISPLAY-LINKS
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

       1500-INPUT-NAME.
       *> The name every link hangs off must already be on the user
       *> master - a link to a name nobody can sign on as is exactly
       *> the silent breakage the hand edits used to cause.
           DISPLAY 'ENTER USER NAME'
           ACCEPT WS-NAME-INPUT
           IF WS-NAME-INPUT = SPACES
               DISPLAY 'ERROR: NAME CANNOT BE BLANK'
               GO TO 1500-INPUT-NAME
           END-IF
           INSPECT WS-NAME-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 1550-CHECK-USER.

       1550-CHECK-USER.
           MOVE 'N' TO WS-USER-SWITCH
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-NAME-INPUT TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: ' WS-NAME-INPUT
                           ' IS NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       SET WS-USER-ON-MASTER TO TRUE
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       1600-INPUT-NUMBER.
           DISPLAY 'ENTER NUMBER'
           ACCEPT WS-NUMBER-INPUT
           IF WS-NUMBER-INPUT = SPACES
               DISPLAY 'ERROR: NUMBER CANNOT BE BLANK'
               GO TO 1600-INPUT-NUMBER
           END-IF
           INSPECT WS-NUMBER-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       1650-INPUT-EMP-NUMBER.
       *> The input field is badge-wide; an employee number is only
       *> eight on EMPXREF, so anything longer is refused rather than
       *> cut short into somebody else's number.
           PERFORM 1600-INPUT-NUMBER
           IF WS-NUMBER-INPUT (9:2) NOT = SPACES
               DISPLAY 'ERROR: EMPLOYEE NUMBER IS AT MOST 8 CHARACTERS'
               GO TO 1650-INPUT-EMP-NUMBER
           END-IF.

       1700-INPUT-NEW-NUMBER.
           DISPLAY 'ENTER NEW NUMBER'
           ACCEPT WS-NEW-NUMBER
           IF WS-NEW-NUMBER = SPACES
               DISPLAY 'ERROR: NUMBER CANNOT BE BLANK'
               GO TO 1700-INPUT-NEW-NUMBER
           END-IF
           INSPECT WS-NEW-NUMBER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       1800-FIND-BADGE.
       *> Looks for WS-NUMBER-INPUT among the live badge rows;
       *> WS-FOUND-IDX names the slot when found.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1810-MATCH-BADGE
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-BADGE-COUNT
               OR WS-ENTRY-FOUND.

       1810-MATCH-BADGE.
           IF WS-BADGE-RETIRED (WS-WORK-IDX) = 'N'
                   AND WS-BADGE-NUMBER (WS-WORK-IDX)
                       = WS-NUMBER-INPUT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       1850-FIND-EMP-NUMBER.
       *> Same for an employee number in WS-NUMBER-INPUT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1860-MATCH-EMP-NUMBER
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-EMP-COUNT
               OR WS-ENTRY-FOUND.

       1860-MATCH-EMP-NUMBER.
           IF WS-EMP-RETIRED (WS-WORK-IDX) = 'N'
                   AND WS-EMP-NUMBER (WS-WORK-IDX)
                       = WS-NUMBER-INPUT (1:8)
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       1870-FIND-EMP-NAME.
       *> And the one live EMPXREF row for the name in
       *> WS-NAME-INPUT.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1880-MATCH-EMP-NAME
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-EMP-COUNT
               OR WS-ENTRY-FOUND.

       1880-MATCH-EMP-NAME.
           IF WS-EMP-RETIRED (WS-WORK-IDX) = 'N'
                   AND WS-EMP-NAME (WS-WORK-IDX) = WS-NAME-INPUT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       2000-ADD-BADGE.
           IF WS-BADGES-READ-ONLY
               DISPLAY 'ERROR: BADGES ARE READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1500-INPUT-NAME
               IF WS-USER-ON-MASTER
                   DISPLAY 'BADGE NUMBER TO ISSUE'
                   PERFORM 1600-INPUT-NUMBER
                   PERFORM 1800-FIND-BADGE
                   IF WS-ENTRY-FOUND
                       DISPLAY 'ERROR: BADGE ' WS-NUMBER-INPUT
                           ' IS ALREADY ASSIGNED TO '
                           WS-BADGE-NAME (WS-FOUND-IDX)
                   ELSE
                       IF WS-BADGE-COUNT >= WS-MAX-ENTRIES
                           DISPLAY 'ERROR: BADGE TABLE FULL'
                       ELSE
                           ADD 1 TO WS-BADGE-COUNT
                           MOVE WS-NUMBER-INPUT
                               TO WS-BADGE-NUMBER (WS-BADGE-COUNT)
                           MOVE WS-NAME-INPUT
                               TO WS-BADGE-NAME (WS-BADGE-COUNT)
                           MOVE 'N'
                               TO WS-BADGE-RETIRED (WS-BADGE-COUNT)
                           SET WS-BADGES-CHANGED TO TRUE
                           MOVE SPACES TO WS-BEFORE-NUMBER
                           MOVE SPACES TO WS-BEFORE-NAME
                           MOVE 'ADD' TO WS-HIST-ACTION
                           MOVE WS-BADGE-COUNT TO WS-FOUND-IDX
                           PERFORM 8000-TRAIL-BADGE
                           DISPLAY 'BADGE ' WS-NUMBER-INPUT
                               ' ISSUED TO ' WS-NAME-INPUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-CHANGE-BADGE.
       *> A reissued card: same person, new number.  The new number
       *> must not belong to anyone, this person included.
           IF WS-BADGES-READ-ONLY
               DISPLAY 'ERROR: BADGES ARE READ-ONLY THIS SESSION'
           ELSE
               DISPLAY 'BADGE NUMBER BEING REPLACED'
               PERFORM 1600-INPUT-NUMBER
               PERFORM 1800-FIND-BADGE
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: BADGE ' WS-NUMBER-INPUT
                       ' IS NOT ON FILE'
               ELSE
                   MOVE WS-FOUND-IDX TO WS-SAVED-IDX
                   PERFORM 1700-INPUT-NEW-NUMBER
                   MOVE WS-NUMBER-INPUT TO WS-BEFORE-NUMBER
                   MOVE WS-NEW-NUMBER TO WS-NUMBER-INPUT
                   PERFORM 1800-FIND-BADGE
                   IF WS-ENTRY-FOUND
                       DISPLAY 'ERROR: BADGE ' WS-NEW-NUMBER
                           ' IS ALREADY ASSIGNED TO '
                           WS-BADGE-NAME (WS-FOUND-IDX)
                   ELSE
                       MOVE WS-SAVED-IDX TO WS-FOUND-IDX
                       MOVE WS-BADGE-NAME (WS-FOUND-IDX)
                           TO WS-BEFORE-NAME
                       MOVE WS-NEW-NUMBER
                           TO WS-BADGE-NUMBER (WS-FOUND-IDX)
                       SET WS-BADGES-CHANGED TO TRUE
                       MOVE 'CHANGE' TO WS-HIST-ACTION
                       PERFORM 8000-TRAIL-BADGE
                       DISPLAY 'BADGE ' WS-BEFORE-NUMBER
                           ' REPLACED BY ' WS-NEW-NUMBER
                   END-IF
               END-IF
           END-IF.

       2200-REASSIGN-BADGE.
           IF WS-BADGES-READ-ONLY
               DISPLAY 'ERROR: BADGES ARE READ-ONLY THIS SESSION'
           ELSE
               DISPLAY 'BADGE NUMBER BEING REASSIGNED'
               PERFORM 1600-INPUT-NUMBER
               PERFORM 1800-FIND-BADGE
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: BADGE ' WS-NUMBER-INPUT
                       ' IS NOT ON FILE'
               ELSE
                   DISPLAY 'NEW HOLDER'
                   PERFORM 1500-INPUT-NAME
                   IF WS-USER-ON-MASTER
                       MOVE WS-BADGE-NUMBER (WS-FOUND-IDX)
                           TO WS-BEFORE-NUMBER
                       MOVE WS-BADGE-NAME (WS-FOUND-IDX)
                           TO WS-BEFORE-NAME
                       MOVE WS-NAME-INPUT
                           TO WS-BADGE-NAME (WS-FOUND-IDX)
                       SET WS-BADGES-CHANGED TO TRUE
                       MOVE 'REASSIGN' TO WS-HIST-ACTION
                       PERFORM 8000-TRAIL-BADGE
                       DISPLAY 'BADGE ' WS-NUMBER-INPUT ' MOVED FROM '
                           WS-BEFORE-NAME ' TO ' WS-NAME-INPUT
                   END-IF
               END-IF
           END-IF.

       2300-RETIRE-BADGE.
           IF WS-BADGES-READ-ONLY
               DISPLAY 'ERROR: BADGES ARE READ-ONLY THIS SESSION'
           ELSE
               DISPLAY 'BADGE NUMBER BEING RETIRED'
               PERFORM 1600-INPUT-NUMBER
               PERFORM 1800-FIND-BADGE
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: BADGE ' WS-NUMBER-INPUT
                       ' IS NOT ON FILE'
               ELSE
                   MOVE WS-BADGE-NUMBER (WS-FOUND-IDX)
                       TO WS-BEFORE-NUMBER
                   MOVE WS-BADGE-NAME (WS-FOUND-IDX)
                       TO WS-BEFORE-NAME
                   MOVE 'Y' TO WS-BADGE-RETIRED (WS-FOUND-IDX)
                   SET WS-BADGES-CHANGED TO TRUE
                   MOVE 'RETIRE' TO WS-HIST-ACTION
                   PERFORM 8000-TRAIL-BADGE
                   DISPLAY 'BADGE ' WS-NUMBER-INPUT ' RETIRED'
               END-IF
           END-IF.

       3000-ADD-EMPLOYEE.
       *> One employee number per person - EMPXREF is one row per
       *> person, and HREXTRCT and PAYHOURS take the first they see.
           IF WS-EMPLOYEES-READ-ONLY
               DISPLAY 'ERROR: EMPLOYEE NUMBERS ARE READ-ONLY THIS '
                   'SESSION'
           ELSE
               PERFORM 1500-INPUT-NAME
               IF WS-USER-ON-MASTER
                   PERFORM 1870-FIND-EMP-NAME
                   IF WS-ENTRY-FOUND
                       DISPLAY 'ERROR: ' WS-NAME-INPUT
                           ' ALREADY HAS EMPLOYEE NUMBER '
                           WS-EMP-NUMBER (WS-FOUND-IDX)
                           ' - USE CHANGE'
                   ELSE
                       DISPLAY 'EMPLOYEE NUMBER TO LINK'
                       PERFORM 1650-INPUT-EMP-NUMBER
                       PERFORM 1850-FIND-EMP-NUMBER
                       IF WS-ENTRY-FOUND
                           DISPLAY 'ERROR: EMPLOYEE NUMBER '
                               WS-NUMBER-INPUT (1:8)
                               ' IS ALREADY ASSIGNED TO '
                               WS-EMP-NAME (WS-FOUND-IDX)
                       ELSE
                           PERFORM 3050-STORE-NEW-EMPLOYEE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3050-STORE-NEW-EMPLOYEE.
           IF WS-EMP-COUNT >= WS-MAX-ENTRIES
               DISPLAY 'ERROR: EMPLOYEE TABLE FULL'
           ELSE
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-NAME-INPUT TO WS-EMP-NAME (WS-EMP-COUNT)
               MOVE WS-NUMBER-INPUT (1:8)
                   TO WS-EMP-NUMBER (WS-EMP-COUNT)
               MOVE ZERO TO WS-EMP-HIRE-DATE (WS-EMP-COUNT)
               MOVE SPACES TO WS-EMP-LANGUAGE (WS-EMP-COUNT)
               MOVE 'N' TO WS-EMP-RETIRED (WS-EMP-COUNT)
               MOVE WS-EMP-COUNT TO WS-FOUND-IDX
               PERFORM 3060-INPUT-HIRE-DETAILS
               SET WS-EMPLOYEES-CHANGED TO TRUE
               MOVE SPACES TO WS-BEFORE-NUMBER
               MOVE SPACES TO WS-BEFORE-NAME
               MOVE 'ADD' TO WS-HIST-ACTION
               PERFORM 8100-TRAIL-EMPLOYEE
               DISPLAY 'EMPLOYEE ' WS-NUMBER-INPUT (1:8)
                   ' LINKED TO ' WS-NAME-INPUT
           END-IF.

       3060-INPUT-HIRE-DETAILS.
       *> The hire date the service anniversaries count from and the
       *> language the salute goes out in, for the link in
       *> WS-FOUND-IDX.  A blank answer leaves the part as it is -
       *> on a new link that means not known, which ANNIVGEN skips,
       *> and English.
           DISPLAY 'HIRE DATE (YYYYMMDD) OR BLANK TO LEAVE AS IS'
           ACCEPT WS-HIRE-INPUT
           IF WS-HIRE-INPUT NOT = SPACES
               IF WS-HIRE-INPUT IS NOT NUMERIC
                   DISPLAY 'ERROR: HIRE DATE MUST BE YYYYMMDD'
                   GO TO 3060-INPUT-HIRE-DETAILS
               END-IF
               IF WS-HIRE-INPUT-MM < 1 OR WS-HIRE-INPUT-MM > 12
                       OR WS-HIRE-INPUT-DD < 1
                       OR WS-HIRE-INPUT-DD > 31
                   DISPLAY 'ERROR: HIRE DATE MUST BE YYYYMMDD'
                   GO TO 3060-INPUT-HIRE-DETAILS
               END-IF
               MOVE WS-HIRE-INPUT TO WS-EMP-HIRE-DATE (WS-FOUND-IDX)
           END-IF
           DISPLAY 'SALUTE LANGUAGE (EN/DE) OR BLANK TO LEAVE AS IS'
           ACCEPT WS-LANGUAGE-INPUT
           INSPECT WS-LANGUAGE-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-LANGUAGE-INPUT NOT = SPACES
               MOVE WS-LANGUAGE-INPUT TO WS-EMP-LANGUAGE (WS-FOUND-IDX)
           END-IF.

       3100-CHANGE-EMPLOYEE.
           IF WS-EMPLOYEES-READ-ONLY
               DISPLAY 'ERROR: EMPLOYEE NUMBERS ARE READ-ONLY THIS '
                   'SESSION'
           ELSE
               PERFORM 1500-INPUT-NAME
               PERFORM 1870-FIND-EMP-NAME
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: ' WS-NAME-INPUT
                       ' HAS NO EMPLOYEE NUMBER - USE ADD'
               ELSE
                   MOVE WS-FOUND-IDX TO WS-SAVED-IDX
                   DISPLAY 'CURRENT EMPLOYEE NUMBER: '
                       WS-EMP-NUMBER (WS-FOUND-IDX)
                   DISPLAY 'HIRE DATE / LANGUAGE   : '
                       WS-EMP-HIRE-DATE (WS-FOUND-IDX) ' / '
                       WS-EMP-LANGUAGE (WS-FOUND-IDX)
       *> A blank new number keeps the current one, so a hire date
       *> or language can be corrected on its own.
                   PERFORM 3110-INPUT-CHANGED-NUMBER
                   IF WS-NEW-NUMBER = SPACES
                       MOVE WS-EMP-NUMBER (WS-FOUND-IDX)
                           TO WS-NEW-NUMBER
                   END-IF
                   MOVE WS-NEW-NUMBER TO WS-NUMBER-INPUT
                   PERFORM 1850-FIND-EMP-NUMBER
                   IF WS-ENTRY-FOUND
                           AND WS-FOUND-IDX NOT = WS-SAVED-IDX
                       DISPLAY 'ERROR: EMPLOYEE NUMBER '
                           WS-NEW-NUMBER (1:8)
                           ' IS ALREADY ASSIGNED TO '
                           WS-EMP-NAME (WS-FOUND-IDX)
                   ELSE
                       MOVE WS-SAVED-IDX TO WS-FOUND-IDX
                       MOVE WS-EMP-NUMBER (WS-FOUND-IDX)
                           TO WS-BEFORE-NUMBER
                       MOVE WS-EMP-NAME (WS-FOUND-IDX)
                           TO WS-BEFORE-NAME
                       MOVE WS-NEW-NUMBER (1:8)
                           TO WS-EMP-NUMBER (WS-FOUND-IDX)
                       PERFORM 3060-INPUT-HIRE-DETAILS
                       SET WS-EMPLOYEES-CHANGED TO TRUE
                       MOVE 'CHANGE' TO WS-HIST-ACTION
                       PERFORM 8100-TRAIL-EMPLOYEE
                       DISPLAY 'EMPLOYEE NUMBER FOR ' WS-NAME-INPUT
                           ' NOW ' WS-NEW-NUMBER (1:8)
                   END-IF
               END-IF
           END-IF.

       3110-INPUT-CHANGED-NUMBER.
           DISPLAY 'NEW NUMBER OR BLANK TO KEEP IT'
           ACCEPT WS-NEW-NUMBER
           INSPECT WS-NEW-NUMBER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-NEW-NUMBER (9:2) NOT = SPACES
               DISPLAY 'ERROR: EMPLOYEE NUMBER IS AT MOST 8 CHARACTERS'
               GO TO 3110-INPUT-CHANGED-NUMBER
           END-IF.

       3200-REASSIGN-EMPLOYEE.
           IF WS-EMPLOYEES-READ-ONLY
               DISPLAY 'ERROR: EMPLOYEE NUMBERS ARE READ-ONLY THIS '
                   'SESSION'
           ELSE
               DISPLAY 'EMPLOYEE NUMBER BEING REASSIGNED'
               PERFORM 1650-INPUT-EMP-NUMBER
               PERFORM 1850-FIND-EMP-NUMBER
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: EMPLOYEE NUMBER '
                       WS-NUMBER-INPUT (1:8) ' IS NOT ON FILE'
               ELSE
                   MOVE WS-FOUND-IDX TO WS-SAVED-IDX
                   DISPLAY 'NEW HOLDER'
                   PERFORM 1500-INPUT-NAME
                   IF WS-USER-ON-MASTER
                       PERFORM 1870-FIND-EMP-NAME
                       IF WS-ENTRY-FOUND
                           DISPLAY 'ERROR: ' WS-NAME-INPUT
                               ' ALREADY HAS EMPLOYEE NUMBER '
                               WS-EMP-NUMBER (WS-FOUND-IDX)
                       ELSE
                           MOVE WS-SAVED-IDX TO WS-FOUND-IDX
                           MOVE WS-EMP-NUMBER (WS-FOUND-IDX)
                               TO WS-BEFORE-NUMBER
                           MOVE WS-EMP-NAME (WS-FOUND-IDX)
                               TO WS-BEFORE-NAME
                           MOVE WS-NAME-INPUT
                               TO WS-EMP-NAME (WS-FOUND-IDX)
                           SET WS-EMPLOYEES-CHANGED TO TRUE
                           MOVE 'REASSIGN' TO WS-HIST-ACTION
                           PERFORM 8100-TRAIL-EMPLOYEE
                           DISPLAY 'EMPLOYEE ' WS-BEFORE-NUMBER (1:8)
                               ' MOVED FROM ' WS-BEFORE-NAME
                               ' TO ' WS-NAME-INPUT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3300-RETIRE-EMPLOYEE.
           IF WS-EMPLOYEES-READ-ONLY
               DISPLAY 'ERROR: EMPLOYEE NUMBERS ARE READ-ONLY THIS '
                   'SESSION'
           ELSE
               DISPLAY 'EMPLOYEE NUMBER BEING RETIRED'
               PERFORM 1650-INPUT-EMP-NUMBER
               PERFORM 1850-FIND-EMP-NUMBER
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: EMPLOYEE NUMBER '
                       WS-NUMBER-INPUT (1:8) ' IS NOT ON FILE'
               ELSE
                   MOVE WS-EMP-NUMBER (WS-FOUND-IDX)
                       TO WS-BEFORE-NUMBER
                   MOVE WS-EMP-NAME (WS-FOUND-IDX) TO WS-BEFORE-NAME
                   MOVE 'Y' TO WS-EMP-RETIRED (WS-FOUND-IDX)
                   SET WS-EMPLOYEES-CHANGED TO TRUE
                   MOVE 'RETIRE' TO WS-HIST-ACTION
                   PERFORM 8100-TRAIL-EMPLOYEE
                   DISPLAY 'EMPLOYEE NUMBER ' WS-NUMBER-INPUT (1:8)
                       ' RETIRED'
               END-IF
           END-IF.

       4000-DISPLAY-LINKS.
           DISPLAY 'ENTER USER NAME'
           ACCEPT WS-NAME-INPUT
           INSPECT WS-NAME-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'LINKS FOR ' WS-NAME-INPUT
           PERFORM 1870-FIND-EMP-NAME
           IF WS-ENTRY-FOUND
               DISPLAY '  EMPLOYEE NUMBER : '
                   WS-EMP-NUMBER (WS-FOUND-IDX)
               DISPLAY '  HIRE DATE       : '
                   WS-EMP-HIRE-DATE (WS-FOUND-IDX)
               DISPLAY '  SALUTE LANGUAGE : '
                   WS-EMP-LANGUAGE (WS-FOUND-IDX)
           ELSE
               DISPLAY '  EMPLOYEE NUMBER : NONE'
           END-IF
           MOVE ZERO TO WS-LINK-COUNT
           PERFORM 4100-SHOW-ONE-BADGE
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-BADGE-COUNT
           IF WS-LINK-COUNT = ZERO
               DISPLAY '  BADGE           : NONE'
           END-IF.

       4100-SHOW-ONE-BADGE.
           IF WS-BADGE-RETIRED (WS-WORK-IDX) = 'N'
                   AND WS-BADGE-NAME (WS-WORK-IDX) = WS-NAME-INPUT
               ADD 1 TO WS-LINK-COUNT
               DISPLAY '  BADGE           : '
                   WS-BADGE-NUMBER (WS-WORK-IDX)
           END-IF.

       8000-TRAIL-BADGE.
       *> The before side was set by the caller; the after side is
       *> the slot as it now stands, blank for a retire.
           MOVE 'BADGXREF' TO WS-HIST-FILE-ID
           MOVE SPACES TO XH-HISTORY-RECORD
           IF WS-BADGE-RETIRED (WS-FOUND-IDX) = 'N'
               MOVE WS-BADGE-NUMBER (WS-FOUND-IDX) TO XH-AFTER-NUMBER
               MOVE WS-BADGE-NAME (WS-FOUND-IDX) TO XH-AFTER-NAME
           END-IF
           PERFORM 8200-WRITE-TRAIL.

       8100-TRAIL-EMPLOYEE.
           MOVE 'EMPXREF' TO WS-HIST-FILE-ID
           MOVE SPACES TO XH-HISTORY-RECORD
           IF WS-EMP-RETIRED (WS-FOUND-IDX) = 'N'
               MOVE WS-EMP-NUMBER (WS-FOUND-IDX) TO XH-AFTER-NUMBER
               MOVE WS-EMP-NAME (WS-FOUND-IDX) TO XH-AFTER-NAME
           END-IF
           PERFORM 8200-WRITE-TRAIL.

       8200-WRITE-TRAIL.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO XH-TIMESTAMP END-STRING
           MOVE WS-HIST-FILE-ID TO XH-FILE-ID
           MOVE WS-HIST-ACTION TO XH-ACTION
           MOVE WS-MAINT-NAME TO XH-OPERATOR
           MOVE WS-BEFORE-NUMBER TO XH-BEFORE-NUMBER
           MOVE WS-BEFORE-NAME TO XH-BEFORE-NAME
           OPEN EXTEND XREF-HISTORY-FILE
           IF WS-XHIST-FILE-STATUS = '35'
               OPEN OUTPUT XREF-HISTORY-FILE
           END-IF
           IF WS-XHIST-FILE-STATUS = '00'
               WRITE XH-HISTORY-RECORD
           END-IF
           CLOSE XREF-HISTORY-FILE.

       8500-REWRITE-BADGES.
           OPEN OUTPUT BADGE-XREF-FILE
           IF WS-BADGE-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-BADGE
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-BADGE-COUNT
               CLOSE BADGE-XREF-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE BADGXREF - STATUS '
                   WS-BADGE-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-BADGE.
           IF WS-BADGE-RETIRED (WS-WORK-IDX) = 'N'
               MOVE WS-BADGE-NUMBER (WS-WORK-IDX) TO BX-BADGE-NUMBER
               MOVE WS-BADGE-NAME (WS-WORK-IDX) TO BX-USER-NAME
               WRITE BX-XREF-RECORD
           END-IF.

       8600-REWRITE-EMPLOYEES.
           OPEN OUTPUT EMPLOYEE-XREF-FILE
           IF WS-EMPXREF-FILE-STATUS = '00'
               PERFORM 8610-WRITE-ONE-EMPLOYEE
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-EMP-COUNT
               CLOSE EMPLOYEE-XREF-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE EMPXREF - STATUS '
                   WS-EMPXREF-FILE-STATUS
           END-IF.

       8610-WRITE-ONE-EMPLOYEE.
           IF WS-EMP-RETIRED (WS-WORK-IDX) = 'N'
               MOVE WS-EMP-NAME (WS-WORK-IDX) TO EM-USER-NAME
               MOVE WS-EMP-NUMBER (WS-WORK-IDX) TO EM-EMPLOYEE-NUMBER
               MOVE WS-EMP-HIRE-DATE (WS-WORK-IDX) TO EM-HIRE-DATE
               MOVE WS-EMP-LANGUAGE (WS-WORK-IDX) TO EM-LANGUAGE-CODE
               WRITE EM-XREF-RECORD
           END-IF.

       END PROGRAM XREFMNT.
