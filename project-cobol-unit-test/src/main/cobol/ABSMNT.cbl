      ******************************************************************
      * Author:
      * Date:
      * Purpose: Planned absence maintenance - supervisors record
      *          who is away, from when to when and why (ABSENCES),
      *          so the morning no-show lists in RECONCIL and
      *          SHIFTRPT stop carrying people who are simply on
      *          vacation, off sick or travelling.  An absence can be
      *          cut short (the person came back early) or cancelled
      *          outright; a second absence overlapping one already
      *          on file for the same person is refused, so a day is
      *          never explained twice.  The person must be on the
      *          user master.  The maintainer proves who they are
      *          (supervisor or admin, name and PIN) before the
      *          screen opens, and is recorded on every row they
      *          add.  The file is rewritten once on the way out.
      *          Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-FILE ASSIGN TO WS-ABSENCES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

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
       FD  ABSENCE-FILE.
           COPY "ABSREG.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
           COPY "ABSTYPES.cpy".
       01  WS-ABSENCE-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-ABSENCES-NAME PIC X(9) VALUE 'ABSENCES'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-OVERLAP-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ABSENCE-OVERLAPS      VALUE 'Y'.
       01  WS-USER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-USER-KNOWN            VALUE 'Y'.
       01  WS-MAINTAINER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MAINTAINER-VERIFIED   VALUE 'Y'.
       01  WS-ABSENCE-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTER-CHANGED      VALUE 'Y'.
      *    A file too big for its table is shown but never edited -
      *    a save from a partial load would quietly drop the rows
      *    that did not fit.
       01  WS-ABSENCE-LOCK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTER-READ-ONLY    VALUE 'Y'.
       01  WS-MAINTAINER-NAME PIC X(20).
       01  WS-MAINTAINER-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-USER-INPUT PIC X(20).
       01  WS-TYPE-INPUT PIC X(1).
       01  WS-TYPE-NAME PIC X(10).
       01  WS-DATE-PROMPT PIC X(40).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-DATE-CHECK PIC 9(8).
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-CHECK-YYYY           PIC 9(4).
           05  WS-CHECK-MM             PIC 9(2).
           05  WS-CHECK-DD             PIC 9(2).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-CONFIRM-INPUT PIC X(1).
       01  WS-STATE-MARK PIC X(7).
       77  WS-TYPE-IDX PIC 9(1).
       77  WS-ABS-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(4) VALUE 1000.
       77  WS-LIVE-COUNT PIC 9(4) VALUE ZERO.
       77  WS-WORK-IDX PIC 9(4).
       77  WS-FOUND-IDX PIC 9(4).
       01  WS-ABS-TABLE.
           05  WS-ABS-ENTRY OCCURS 1000 TIMES.
               10  WS-ABS-NAME          PIC X(20).
               10  WS-ABS-FROM          PIC 9(8).
               10  WS-ABS-TO            PIC 9(8).
               10  WS-ABS-TYPE          PIC X(1).
               10  WS-ABS-BY            PIC X(20).
               10  WS-ABS-ON            PIC 9(8).
               10  WS-ABS-REMOVED       PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0070-VERIFY-MAINTAINER
           IF NOT WS-MAINTAINER-VERIFIED
               DISPLAY 'ABSENCE REGISTER CLOSED'
               GOBACK
           END-IF
           PERFORM 0100-LOAD-REGISTER
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-REGISTER-CHANGED
               PERFORM 8500-REWRITE-REGISTER
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
               MOVE 'TABSENCES' TO WS-ABSENCES-NAME
           END-IF.

       0070-VERIFY-MAINTAINER.
           MOVE 'N' TO WS-MAINTAINER-OK-SWITCH
           DISPLAY 'PLANNED ABSENCE REGISTER'
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

       0100-LOAD-REGISTER.
           MOVE ZERO TO WS-ABS-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-ABS-TABLE
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS = '00'
               PERFORM 0110-READ-ABSENCE
               PERFORM 0120-STORE-ABSENCE
                   UNTIL WS-END-OF-FILE
                   OR WS-ABS-COUNT >= WS-MAX-ENTRIES
               IF NOT WS-END-OF-FILE
                   SET WS-REGISTER-READ-ONLY TO TRUE
                   DISPLAY 'ABSMNT WARNING: ABSENCES HAS MORE THAN '
                       WS-MAX-ENTRIES ' ROWS - REGISTER IS READ-ONLY'
               END-IF
               CLOSE ABSENCE-FILE
           END-IF.

       0110-READ-ABSENCE.
           READ ABSENCE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-ABSENCE.
           ADD 1 TO WS-ABS-COUNT
           MOVE AB-USER-NAME TO WS-ABS-NAME (WS-ABS-COUNT)
           MOVE AB-FROM-DATE TO WS-ABS-FROM (WS-ABS-COUNT)
           MOVE AB-TO-DATE TO WS-ABS-TO (WS-ABS-COUNT)
           MOVE AB-ABSENCE-TYPE TO WS-ABS-TYPE (WS-ABS-COUNT)
           MOVE AB-RECORDED-BY TO WS-ABS-BY (WS-ABS-COUNT)
           MOVE AB-RECORDED-DATE TO WS-ABS-ON (WS-ABS-COUNT)
           MOVE 'N' TO WS-ABS-REMOVED (WS-ABS-COUNT)
           PERFORM 0110-READ-ABSENCE.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'PLANNED ABSENCE REGISTER'
           DISPLAY 'SIGNED ON: ' WS-MAINTAINER-NAME
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. RECORD AN ABSENCE'
           DISPLAY '  2. CUT SHORT OR CANCEL AN ABSENCE'
           DISPLAY '  3. LIST ABSENCES'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-RECORD-ABSENCE
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-AMEND-ABSENCE
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-LIST-ABSENCES
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
       *> WS-DATE-PROMPT says which date is wanted; the answer comes
       *> back in WS-DATE-CHECK.
           DISPLAY WS-DATE-PROMPT
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

       1700-INPUT-TYPE.
           DISPLAY 'ABSENCE TYPE:'
           PERFORM 1710-SHOW-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > AT-TYPE-COUNT
           DISPLAY 'ENTER TYPE'
           ACCEPT WS-TYPE-INPUT
           INSPECT WS-TYPE-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 1720-FIND-TYPE-NAME
           IF WS-TYPE-NAME = SPACES
               DISPLAY 'ERROR: NOT AN ABSENCE TYPE'
               GO TO 1700-INPUT-TYPE
           END-IF.

       1710-SHOW-TYPE.
           DISPLAY '  ' AT-TYPE-CODE (WS-TYPE-IDX) ' = '
               AT-TYPE-NAME (WS-TYPE-IDX).

       1720-FIND-TYPE-NAME.
           MOVE SPACES TO WS-TYPE-NAME
           PERFORM 1730-MATCH-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > AT-TYPE-COUNT.

       1730-MATCH-TYPE.
           IF AT-TYPE-CODE (WS-TYPE-IDX) = WS-TYPE-INPUT
               MOVE AT-TYPE-NAME (WS-TYPE-IDX) TO WS-TYPE-NAME
           END-IF.

       1800-FIND-ABSENCE.
       *> The live row for this user starting on this date;
       *> WS-FOUND-IDX names the slot when found.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM 1810-MATCH-ABSENCE
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ABS-COUNT
               OR WS-ENTRY-FOUND.

       1810-MATCH-ABSENCE.
           IF WS-ABS-REMOVED (WS-WORK-IDX) = 'N'
                   AND WS-ABS-NAME (WS-WORK-IDX) = WS-USER-INPUT
                   AND WS-ABS-FROM (WS-WORK-IDX) = WS-FROM-DATE
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       1900-CHECK-OVERLAP.
       *> Any live row for the same person sharing a day with the
       *> range just keyed.
           MOVE 'N' TO WS-OVERLAP-SWITCH
           PERFORM 1910-MATCH-OVERLAP
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ABS-COUNT
               OR WS-ABSENCE-OVERLAPS.

       1910-MATCH-OVERLAP.
           IF WS-ABS-REMOVED (WS-WORK-IDX) = 'N'
                   AND WS-ABS-NAME (WS-WORK-IDX) = WS-USER-INPUT
                   AND WS-ABS-FROM (WS-WORK-IDX) <= WS-TO-DATE
                   AND WS-ABS-TO (WS-WORK-IDX) >= WS-FROM-DATE
               SET WS-ABSENCE-OVERLAPS TO TRUE
               DISPLAY 'ERROR: OVERLAPS THE ABSENCE FROM '
                   WS-ABS-FROM (WS-WORK-IDX) ' TO '
                   WS-ABS-TO (WS-WORK-IDX)
           END-IF.

       2000-RECORD-ABSENCE.
           IF WS-REGISTER-READ-ONLY
               DISPLAY 'ERROR: REGISTER IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1500-INPUT-USER
               PERFORM 1510-CHECK-USER-KNOWN
               IF NOT WS-USER-KNOWN
                   DISPLAY 'ERROR: ' WS-USER-INPUT
                       ' IS NOT ON THE USER MASTER'
               ELSE
                   PERFORM 1700-INPUT-TYPE
                   MOVE 'ENTER FIRST DAY AWAY (YYYYMMDD)'
                       TO WS-DATE-PROMPT
                   PERFORM 1600-INPUT-DATE
                   MOVE WS-DATE-CHECK TO WS-FROM-DATE
                   MOVE 'ENTER LAST DAY AWAY (YYYYMMDD)'
                       TO WS-DATE-PROMPT
                   PERFORM 1600-INPUT-DATE
                   MOVE WS-DATE-CHECK TO WS-TO-DATE
                   IF WS-TO-DATE < WS-FROM-DATE
                       DISPLAY 'ERROR: LAST DAY IS BEFORE FIRST DAY'
                   ELSE
                       PERFORM 1900-CHECK-OVERLAP
                       IF NOT WS-ABSENCE-OVERLAPS
                           PERFORM 2100-ADD-ABSENCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-ADD-ABSENCE.
           IF WS-ABS-COUNT >= WS-MAX-ENTRIES
               DISPLAY 'ERROR: ABSENCE TABLE FULL'
           ELSE
               ADD 1 TO WS-ABS-COUNT
               MOVE WS-USER-INPUT TO WS-ABS-NAME (WS-ABS-COUNT)
               MOVE WS-FROM-DATE TO WS-ABS-FROM (WS-ABS-COUNT)
               MOVE WS-TO-DATE TO WS-ABS-TO (WS-ABS-COUNT)
               MOVE WS-TYPE-INPUT TO WS-ABS-TYPE (WS-ABS-COUNT)
               MOVE WS-MAINTAINER-NAME TO WS-ABS-BY (WS-ABS-COUNT)
               MOVE WS-TODAY-DATE TO WS-ABS-ON (WS-ABS-COUNT)
               MOVE 'N' TO WS-ABS-REMOVED (WS-ABS-COUNT)
               SET WS-REGISTER-CHANGED TO TRUE
               DISPLAY WS-TYPE-NAME ' RECORDED FOR ' WS-USER-INPUT
                   ' ' WS-FROM-DATE ' TO ' WS-TO-DATE
           END-IF.

       3000-AMEND-ABSENCE.
           IF WS-REGISTER-READ-ONLY
               DISPLAY 'ERROR: REGISTER IS READ-ONLY THIS SESSION'
           ELSE
               PERFORM 1500-INPUT-USER
               MOVE 'ENTER FIRST DAY OF THE ABSENCE (YYYYMMDD)'
                   TO WS-DATE-PROMPT
               PERFORM 1600-INPUT-DATE
               MOVE WS-DATE-CHECK TO WS-FROM-DATE
               PERFORM 1800-FIND-ABSENCE
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'ERROR: NO ABSENCE FOR ' WS-USER-INPUT
                       ' STARTING ' WS-FROM-DATE
               ELSE
                   PERFORM 3100-CHOOSE-AMENDMENT
               END-IF
           END-IF.

       3100-CHOOSE-AMENDMENT.
       *> C cancels the whole absence; S keeps it but ends it on an
       *> earlier day - the person came back before they were due.
           DISPLAY WS-USER-INPUT ' AWAY ' WS-ABS-FROM (WS-FOUND-IDX)
               ' TO ' WS-ABS-TO (WS-FOUND-IDX)
               ' TYPE ' WS-ABS-TYPE (WS-FOUND-IDX)
           DISPLAY 'C = CANCEL IT, S = CUT IT SHORT, ANY OTHER KEY '
               '= LEAVE IT'
           ACCEPT WS-CONFIRM-INPUT
           IF WS-CONFIRM-INPUT = 'C' OR WS-CONFIRM-INPUT = 'c'
               MOVE 'Y' TO WS-ABS-REMOVED (WS-FOUND-IDX)
               SET WS-REGISTER-CHANGED TO TRUE
               DISPLAY 'ABSENCE CANCELLED'
           ELSE
               IF WS-CONFIRM-INPUT = 'S' OR WS-CONFIRM-INPUT = 's'
                   PERFORM 3200-CUT-SHORT
               ELSE
                   DISPLAY 'ABSENCE LEFT AS IT WAS'
               END-IF
           END-IF.

       3200-CUT-SHORT.
           MOVE 'ENTER NEW LAST DAY AWAY (YYYYMMDD)' TO WS-DATE-PROMPT
           PERFORM 1600-INPUT-DATE
           IF WS-DATE-CHECK < WS-ABS-FROM (WS-FOUND-IDX)
                   OR WS-DATE-CHECK >= WS-ABS-TO (WS-FOUND-IDX)
               DISPLAY 'ERROR: NEW LAST DAY MUST FALL INSIDE THE '
                   'ABSENCE AND BEFORE ITS CURRENT END'
           ELSE
               MOVE WS-DATE-CHECK TO WS-ABS-TO (WS-FOUND-IDX)
               SET WS-REGISTER-CHANGED TO TRUE
               DISPLAY 'ABSENCE NOW ENDS ' WS-DATE-CHECK
           END-IF.

       4000-LIST-ABSENCES.
           DISPLAY 'LIST WHICH USER? (BLANK = EVERYONE)'
           ACCEPT WS-USER-INPUT
           INSPECT WS-USER-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-LIVE-COUNT
           DISPLAY 'USER                 FROM     TO       TYPE'
               '       STATE   RECORDED BY'
           PERFORM 4100-SHOW-ONE-ABSENCE
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ABS-COUNT
           DISPLAY 'ABSENCES LISTED: ' WS-LIVE-COUNT.

       4100-SHOW-ONE-ABSENCE.
           IF WS-ABS-REMOVED (WS-WORK-IDX) = 'N'
                   AND (WS-USER-INPUT = SPACES
                       OR WS-ABS-NAME (WS-WORK-IDX) = WS-USER-INPUT)
               ADD 1 TO WS-LIVE-COUNT
               MOVE WS-ABS-TYPE (WS-WORK-IDX) TO WS-TYPE-INPUT
               PERFORM 1720-FIND-TYPE-NAME
               IF WS-ABS-TO (WS-WORK-IDX) < WS-TODAY-DATE
                   MOVE 'PAST' TO WS-STATE-MARK
               ELSE
                   IF WS-ABS-FROM (WS-WORK-IDX) > WS-TODAY-DATE
                       MOVE 'FUTURE' TO WS-STATE-MARK
                   ELSE
                       MOVE 'CURRENT' TO WS-STATE-MARK
                   END-IF
               END-IF
               DISPLAY WS-ABS-NAME (WS-WORK-IDX) ' '
                   WS-ABS-FROM (WS-WORK-IDX) ' '
                   WS-ABS-TO (WS-WORK-IDX) ' '
                   WS-TYPE-NAME ' ' WS-STATE-MARK ' '
                   WS-ABS-BY (WS-WORK-IDX)
           END-IF.

       8500-REWRITE-REGISTER.
           OPEN OUTPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-ABSENCE
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-ABS-COUNT
               CLOSE ABSENCE-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE ABSENCES - STATUS '
                   WS-ABSENCE-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-ABSENCE.
           IF WS-ABS-REMOVED (WS-WORK-IDX) = 'N'
               MOVE WS-ABS-NAME (WS-WORK-IDX) TO AB-USER-NAME
               MOVE WS-ABS-FROM (WS-WORK-IDX) TO AB-FROM-DATE
               MOVE WS-ABS-TO (WS-WORK-IDX) TO AB-TO-DATE
               MOVE WS-ABS-TYPE (WS-WORK-IDX) TO AB-ABSENCE-TYPE
               MOVE WS-ABS-BY (WS-WORK-IDX) TO AB-RECORDED-BY
               MOVE WS-ABS-ON (WS-WORK-IDX) TO AB-RECORDED-DATE
               WRITE AB-ABSENCE-RECORD
           END-IF.

       END PROGRAM ABSMNT.
