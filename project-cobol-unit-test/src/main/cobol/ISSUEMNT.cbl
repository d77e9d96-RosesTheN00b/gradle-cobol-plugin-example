      ******************************************************************
      * Author:
      * Date:
      * Purpose: Facilities maintenance for the keys and equipment
      *          issue register, in the CONTRMNT mold - the register
      *          is held in storage while the screen runs and
      *          rewritten once on the way out.  An item goes out
      *          to an active account on the user master, and a
      *          serial already out to somebody cannot go out again
      *          until it is back.  Returns and write-offs close
      *          the item with the day it happened.  The lists show
      *          what one person holds, everything still out, and
      *          the leavers on LEAVEREG not yet cleared with what
      *          they still have.  When the register is saved every
      *          leaver whose clearance was outstanding or unchecked
      *          (a row older than the status, left blank, counts as
      *          unchecked in the list and here) and who now holds
      *          nothing is marked cleared on LEAVEREG.  Each item
      *          touched goes on the privileged-action trail.
      *          Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISSUEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUE-FILE ASSIGN TO WS-ISSUEREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT LEAVER-REGISTER-FILE ASSIGN TO WS-LEAVEREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISSUE-FILE.
           COPY "ISSUEREG.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  LEAVER-REGISTER-FILE.
           COPY "LEAVEREG.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ISSUE-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-REGISTER-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-ISSUEREG-NAME PIC X(9) VALUE 'ISSUEREG'.
       01  WS-LEAVEREG-NAME PIC X(9) VALUE 'LEAVEREG'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ITEM-FOUND            VALUE 'Y'.
       01  WS-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTER-CHANGED      VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ISSUE-TABLE-FULL      VALUE 'Y'.
       01  WS-SAVED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTER-SAVED        VALUE 'Y'.
       01  WS-HOLDER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-HOLDER-OK             VALUE 'Y'.
       01  WS-ITEM-SERIAL PIC X(15).
       01  WS-ITEM-TYPE PIC X(1).
       01  WS-HOLDER-NAME PIC X(20).
       01  WS-DATE-PROMPT PIC X(40).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-DATE-ENTERED PIC 9(8).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-CLOSE-STATUS PIC X(1).
       01  WS-ITEM-STATE PIC X(11).
       77  WS-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(4) VALUE 2000.
       77  WS-WORK-IDX PIC 9(4).
       77  WS-SCAN-IDX PIC 9(4).
       77  WS-LIST-COUNT PIC 9(4) VALUE ZERO.
       77  WS-ITEMS-HELD PIC 9(4) VALUE ZERO.
      *    The whole register in storage while the screen runs.
       01  WS-ISSUE-TABLE.
           05  WS-ISSUE-ENTRY OCCURS 2000 TIMES.
               10  WS-IR-RECORD         PIC X(53).
           COPY "ISSUEREG.cpy" REPLACING LEADING ==IR-== BY ==IW-==.
      *    The leaver register, read whole when clearances are
      *    settled on the way out.
       77  WS-LEAVER-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-LEAVERS PIC 9(4) VALUE 2000.
       77  WS-LEAVERS-CLEARED PIC 9(4) VALUE ZERO.
       01  WS-LEAVER-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-LEAVER-TABLE-FULL     VALUE 'Y'.
       01  WS-LEAVER-TABLE.
           05  WS-LEAVER-ENTRY OCCURS 2000 TIMES.
               10  WS-LR-RECORD         PIC X(45).
           COPY "LEAVEREG.cpy" REPLACING LEADING ==LR-== BY ==LW-==.
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           CALL 'BUSDATSV' USING WS-BUSINESS-DATE
           PERFORM 0100-LOAD-ISSUES
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-REGISTER-CHANGED
               PERFORM 8500-REWRITE-ISSUES
               IF WS-REGISTER-SAVED
                   PERFORM 8600-SETTLE-CLEARANCES
               END-IF
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> The class issues against the practice register and checks
       *> holders against the practice user master, as CONTRMNT does.
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
               MOVE 'TISSUEREG' TO WS-ISSUEREG-NAME
               MOVE 'TLEAVEREG' TO WS-LEAVEREG-NAME
           END-IF.

       0100-LOAD-ISSUES.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-ISSUE-TABLE
           OPEN INPUT ISSUE-FILE
           IF WS-ISSUE-FILE-STATUS = '00'
               PERFORM 0110-READ-ISSUE
               PERFORM 0120-STORE-ENTRY
                   UNTIL WS-END-OF-FILE
                   OR WS-ENTRY-COUNT >= WS-MAX-ENTRIES
       *> Saving a register the table could not hold would drop the
       *> items past the limit - better to refuse the save.
               IF NOT WS-END-OF-FILE
                   SET WS-ISSUE-TABLE-FULL TO TRUE
                   DISPLAY 'ISSUEMNT WARNING: ISSUE TABLE FULL - '
                       'CHANGES WILL NOT BE SAVED'
               END-IF
               CLOSE ISSUE-FILE
           END-IF.

       0110-READ-ISSUE.
           READ ISSUE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE IR-ISSUE-RECORD TO WS-IR-RECORD (WS-ENTRY-COUNT)
           PERFORM 0110-READ-ISSUE.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'KEYS AND EQUIPMENT ISSUE REGISTER'
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. ISSUE ITEM'
           DISPLAY '  2. RECORD ITEM RETURNED'
           DISPLAY '  3. WRITE OFF ITEM'
           DISPLAY '  4. LIST ITEMS FOR A PERSON'
           DISPLAY '  5. LIST ALL ITEMS STILL OUT'
           DISPLAY '  6. LIST LEAVERS NOT CLEARED'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-ISSUE-ITEM
           ELSE
               IF WS-MENU-CHOICE = 2
                   MOVE 'R' TO WS-CLOSE-STATUS
                   PERFORM 3000-CLOSE-ITEM
               ELSE
                   IF WS-MENU-CHOICE = 3
                       MOVE 'W' TO WS-CLOSE-STATUS
                       PERFORM 3000-CLOSE-ITEM
                   ELSE
                       IF WS-MENU-CHOICE = 4
                           PERFORM 5000-LIST-FOR-PERSON
                       ELSE
                           IF WS-MENU-CHOICE = 5
                               PERFORM 6000-LIST-OUTSTANDING
                           ELSE
                               PERFORM 1310-DISPATCH-REST
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1310-DISPATCH-REST.
           IF WS-MENU-CHOICE = 6
               PERFORM 7000-LIST-UNCLEARED
           ELSE
               IF WS-MENU-CHOICE = 0
                   SET WS-EXIT-REQUESTED TO TRUE
               ELSE
                   DISPLAY 'ERROR: INVALID CHOICE'
               END-IF
           END-IF.

       1500-INPUT-SERIAL.
           DISPLAY 'ENTER ITEM SERIAL OR KEY NUMBER'
           ACCEPT WS-ITEM-SERIAL
           IF WS-ITEM-SERIAL = SPACES
               DISPLAY 'ERROR: SERIAL CANNOT BE BLANK'
               GO TO 1500-INPUT-SERIAL
           END-IF
           INSPECT WS-ITEM-SERIAL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       1510-FIND-OUTSTANDING.
       *> Only the row still out counts - earlier issues of the same
       *> serial stay on the register as its history.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-WORK-IDX
           PERFORM 1520-MATCH-OUTSTANDING
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ENTRY-COUNT
               OR WS-ITEM-FOUND
           IF WS-ITEM-FOUND
               SUBTRACT 1 FROM WS-WORK-IDX
           END-IF.

       1520-MATCH-OUTSTANDING.
           MOVE WS-IR-RECORD (WS-WORK-IDX) TO IW-ISSUE-RECORD
           IF IW-ITEM-SERIAL = WS-ITEM-SERIAL AND IW-STILL-OUT
               SET WS-ITEM-FOUND TO TRUE
           END-IF.

       1600-INPUT-DATE.
       *> Blank takes the business date; otherwise the same calendar
       *> edit CONTRMNT puts on contract dates.
           DISPLAY WS-DATE-PROMPT
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-BUSINESS-DATE TO WS-DATE-ENTERED
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC
                   DISPLAY 'ERROR: DATE MUST BE 8 NUMERIC DIGITS'
                   GO TO 1600-INPUT-DATE
               END-IF
               MOVE WS-DATE-INPUT TO WS-DATE-ENTERED
               IF WS-DATE-ENTERED (5:2) < '01'
                       OR WS-DATE-ENTERED (5:2) > '12'
                       OR WS-DATE-ENTERED (7:2) < '01'
                       OR WS-DATE-ENTERED (7:2) > '31'
                   DISPLAY 'ERROR: NOT A REAL CALENDAR DATE'
                   GO TO 1600-INPUT-DATE
               END-IF
           END-IF.

       1700-INPUT-HOLDER.
       *> Equipment goes to somebody who can be asked for it back -
       *> an active account on the user master.
           MOVE 'N' TO WS-HOLDER-OK-SWITCH
           DISPLAY 'ENTER NAME OF THE PERSON RECEIVING THE ITEM'
           ACCEPT WS-HOLDER-NAME
           INSPECT WS-HOLDER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-HOLDER-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: NAME NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       IF UM-STATUS-ACTIVE
                           SET WS-HOLDER-OK TO TRUE
                       ELSE
                           DISPLAY 'ERROR: ACCOUNT IS NOT ACTIVE'
                       END-IF
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       1800-INPUT-ITEM-TYPE.
           DISPLAY 'ENTER ITEM TYPE - K KEY, L LAPTOP, C ACCESS CARD, '
               'E OTHER EQUIPMENT'
           ACCEPT WS-ITEM-TYPE
           INSPECT WS-ITEM-TYPE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-ITEM-TYPE TO IW-ITEM-TYPE
           IF NOT IW-ITEM-TYPE-VALID
               DISPLAY 'ERROR: ITEM TYPE MUST BE K, L, C OR E'
               GO TO 1800-INPUT-ITEM-TYPE
           END-IF.

       2000-ISSUE-ITEM.
           PERFORM 1500-INPUT-SERIAL
           PERFORM 1510-FIND-OUTSTANDING
           IF WS-ITEM-FOUND
               DISPLAY 'ERROR: ITEM STILL OUT TO ' IW-USER-NAME
           ELSE
               IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
                   DISPLAY 'ERROR: ISSUE REGISTER FULL'
               ELSE
                   PERFORM 1800-INPUT-ITEM-TYPE
                   PERFORM 1700-INPUT-HOLDER
                   IF WS-HOLDER-OK
                       MOVE 'ENTER ISSUE DATE (YYYYMMDD) OR BLANK'
                           TO WS-DATE-PROMPT
                       PERFORM 1600-INPUT-DATE
                       MOVE SPACES TO IW-ISSUE-RECORD
                       MOVE WS-HOLDER-NAME TO IW-USER-NAME
                       MOVE WS-ITEM-TYPE TO IW-ITEM-TYPE
                       MOVE WS-ITEM-SERIAL TO IW-ITEM-SERIAL
                       MOVE WS-DATE-ENTERED TO IW-ISSUE-DATE
                       MOVE ZERO TO IW-RETURN-DATE
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE WS-ENTRY-COUNT TO WS-WORK-IDX
                       PERFORM 8000-STORE-AND-TRAIL
                       DISPLAY 'ITEM ISSUED: ' WS-ITEM-SERIAL ' TO '
                           WS-HOLDER-NAME
                   ELSE
                       DISPLAY 'ITEM NOT ISSUED'
                   END-IF
               END-IF
           END-IF.

       3000-CLOSE-ITEM.
       *> A return and a write-off close the item the same way; only
       *> the status letter differs.  Either one can settle a
       *> leaver's clearance once the register is saved.
           PERFORM 1500-INPUT-SERIAL
           PERFORM 1510-FIND-OUTSTANDING
           IF NOT WS-ITEM-FOUND
               DISPLAY 'ERROR: NO ISSUE OF THAT ITEM IS STILL OUT'
           ELSE
               DISPLAY 'OUT TO ' IW-USER-NAME ' SINCE ' IW-ISSUE-DATE
               IF WS-CLOSE-STATUS = 'R'
                   MOVE 'ENTER RETURN DATE (YYYYMMDD) OR BLANK'
                       TO WS-DATE-PROMPT
               ELSE
                   MOVE 'ENTER WRITE-OFF DATE (YYYYMMDD) OR BLANK'
                       TO WS-DATE-PROMPT
               END-IF
               PERFORM 1600-INPUT-DATE
               IF WS-DATE-ENTERED < IW-ISSUE-DATE
                   DISPLAY 'ERROR: DATE BEFORE THE ISSUE DATE - '
                       'NOTHING CHANGED'
               ELSE
                   MOVE WS-DATE-ENTERED TO IW-RETURN-DATE
                   MOVE WS-CLOSE-STATUS TO IW-RETURN-STATUS
                   PERFORM 8000-STORE-AND-TRAIL
                   IF IW-RETURNED
                       DISPLAY 'ITEM RETURNED: ' WS-ITEM-SERIAL
                   ELSE
                       DISPLAY 'ITEM WRITTEN OFF: ' WS-ITEM-SERIAL
                   END-IF
               END-IF
           END-IF.

       5000-LIST-FOR-PERSON.
       *> Any name at all - a leaver's account is no longer active
       *> but what they had is exactly what facilities want to see.
           DISPLAY 'ENTER NAME'
           ACCEPT WS-HOLDER-NAME
           INSPECT WS-HOLDER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY '------------------------------------------------'
           DISPLAY 'TYPE SERIAL          ISSUED   STATE'
           PERFORM 5100-LIST-IF-HOLDER
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ENTRY-COUNT
           DISPLAY 'ITEMS ON FILE FOR ' WS-HOLDER-NAME ': '
               WS-LIST-COUNT.

       5100-LIST-IF-HOLDER.
           MOVE WS-IR-RECORD (WS-WORK-IDX) TO IW-ISSUE-RECORD
           IF IW-USER-NAME = WS-HOLDER-NAME
               ADD 1 TO WS-LIST-COUNT
               PERFORM 5200-SET-ITEM-STATE
               DISPLAY IW-ITEM-TYPE '    ' IW-ITEM-SERIAL ' '
                   IW-ISSUE-DATE ' ' WS-ITEM-STATE ' '
                   IW-RETURN-DATE
           END-IF.

       5200-SET-ITEM-STATE.
           IF IW-STILL-OUT
               MOVE 'OUT' TO WS-ITEM-STATE
           ELSE
               IF IW-WRITTEN-OFF
                   MOVE 'WRITTEN OFF' TO WS-ITEM-STATE
               ELSE
                   MOVE 'RETURNED' TO WS-ITEM-STATE
               END-IF
           END-IF.

       6000-LIST-OUTSTANDING.
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY '------------------------------------------------'
           DISPLAY 'NAME                 TYPE SERIAL          ISSUED'
           PERFORM 6100-LIST-IF-OUT
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ENTRY-COUNT
           DISPLAY 'ITEMS STILL OUT: ' WS-LIST-COUNT.

       6100-LIST-IF-OUT.
           MOVE WS-IR-RECORD (WS-WORK-IDX) TO IW-ISSUE-RECORD
           IF IW-STILL-OUT
               ADD 1 TO WS-LIST-COUNT
               DISPLAY IW-USER-NAME ' ' IW-ITEM-TYPE '    '
                   IW-ITEM-SERIAL ' ' IW-ISSUE-DATE
           END-IF.

       7000-LIST-UNCLEARED.
       *> The register's status is as of the last save; what each
       *> leaver still holds is counted from the items as they
       *> stand on this screen.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           DISPLAY '------------------------------------------------'
           DISPLAY 'LEAVER               LEFT     STATUS ITEMS OUT'
           OPEN INPUT LEAVER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = '00'
               PERFORM 7010-READ-LEAVER
               PERFORM 7100-LIST-IF-UNCLEARED
                   UNTIL WS-END-OF-FILE
               CLOSE LEAVER-REGISTER-FILE
           ELSE
               DISPLAY 'NO LEAVER REGISTER - STATUS '
                   WS-REGISTER-FILE-STATUS
           END-IF
           DISPLAY 'LEAVERS NOT CLEARED: ' WS-LIST-COUNT.

       7010-READ-LEAVER.
           READ LEAVER-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       7100-LIST-IF-UNCLEARED.
           IF LR-ITEMS-OUTSTANDING OR LR-CLEARANCE-UNCHECKED
               ADD 1 TO WS-LIST-COUNT
               MOVE LR-USER-NAME TO WS-HOLDER-NAME
               PERFORM 7200-COUNT-ITEMS-HELD
               DISPLAY LR-USER-NAME ' ' LR-LEAVE-DATE ' '
                   LR-CLEARANCE-STATUS '      ' WS-ITEMS-HELD
           END-IF
           PERFORM 7010-READ-LEAVER.

       7200-COUNT-ITEMS-HELD.
           MOVE ZERO TO WS-ITEMS-HELD
           PERFORM 7210-COUNT-IF-HELD
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-ENTRY-COUNT.

       7210-COUNT-IF-HELD.
           MOVE WS-IR-RECORD (WS-SCAN-IDX) TO IW-ISSUE-RECORD
           IF IW-USER-NAME = WS-HOLDER-NAME AND IW-STILL-OUT
               ADD 1 TO WS-ITEMS-HELD
           END-IF.

       8000-STORE-AND-TRAIL.
       *> The item back into its slot, and its serial on the
       *> privileged-action trail.
           MOVE IW-ISSUE-RECORD TO WS-IR-RECORD (WS-WORK-IDX)
           SET WS-REGISTER-CHANGED TO TRUE
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'ISSUEMNT' TO PV-PROGRAM
           MOVE IW-ITEM-SERIAL TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       8500-REWRITE-ISSUES.
           MOVE 'N' TO WS-SAVED-SWITCH
           IF WS-ISSUE-TABLE-FULL
               DISPLAY 'ISSUEMNT: REGISTER TOO LARGE TO HOLD - '
                   'CHANGES NOT SAVED, REGISTER AS IT WAS'
           ELSE
               OPEN OUTPUT ISSUE-FILE
               IF WS-ISSUE-FILE-STATUS = '00'
                   PERFORM 8510-WRITE-ONE-ENTRY
                       VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-ENTRY-COUNT
                   CLOSE ISSUE-FILE
                   SET WS-REGISTER-SAVED TO TRUE
               ELSE
                   DISPLAY 'ERROR: CANNOT REWRITE ISSUEREG - STATUS '
                       WS-ISSUE-FILE-STATUS
               END-IF
           END-IF.

       8510-WRITE-ONE-ENTRY.
           MOVE WS-IR-RECORD (WS-WORK-IDX) TO IR-ISSUE-RECORD
           WRITE IR-ISSUE-RECORD.

       8600-SETTLE-CLEARANCES.
       *> A leaver outstanding or unchecked who now holds nothing is
       *> cleared as of today.  The register is only written back
       *> when it was read whole and something actually changed.
           MOVE ZERO TO WS-LEAVER-COUNT
           MOVE ZERO TO WS-LEAVERS-CLEARED
           MOVE 'N' TO WS-LEAVER-FULL-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-LEAVER-TABLE
           OPEN INPUT LEAVER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = '00'
               PERFORM 7010-READ-LEAVER
               PERFORM 8610-SETTLE-ONE-LEAVER
                   UNTIL WS-END-OF-FILE
                   OR WS-LEAVER-COUNT >= WS-MAX-LEAVERS
               IF NOT WS-END-OF-FILE
                   SET WS-LEAVER-TABLE-FULL TO TRUE
               END-IF
               CLOSE LEAVER-REGISTER-FILE
               IF WS-LEAVER-TABLE-FULL
                   DISPLAY 'ISSUEMNT WARNING: LEAVER REGISTER TOO '
                       'LARGE - CLEARANCES NOT UPDATED'
               ELSE
                   IF WS-LEAVERS-CLEARED > ZERO
                       PERFORM 8700-REWRITE-LEAVERS
                   END-IF
               END-IF
           END-IF.

       8610-SETTLE-ONE-LEAVER.
           ADD 1 TO WS-LEAVER-COUNT
           MOVE LR-LEAVER-RECORD TO LW-LEAVER-RECORD
           IF LW-ITEMS-OUTSTANDING OR LW-CLEARANCE-UNCHECKED
               MOVE LW-USER-NAME TO WS-HOLDER-NAME
               PERFORM 7200-COUNT-ITEMS-HELD
               IF WS-ITEMS-HELD = ZERO
                   SET LW-CLEARED TO TRUE
                   MOVE WS-BUSINESS-DATE TO LW-CLEARED-DATE
                   ADD 1 TO WS-LEAVERS-CLEARED
                   DISPLAY 'LEAVER CLEARED: ' LW-USER-NAME
               END-IF
           END-IF
           MOVE LW-LEAVER-RECORD TO WS-LR-RECORD (WS-LEAVER-COUNT)
           PERFORM 7010-READ-LEAVER.

       8700-REWRITE-LEAVERS.
           OPEN OUTPUT LEAVER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = '00'
               PERFORM 8710-WRITE-ONE-LEAVER
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-LEAVER-COUNT
               CLOSE LEAVER-REGISTER-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT REWRITE LEAVEREG - STATUS '
                   WS-REGISTER-FILE-STATUS
           END-IF.

       8710-WRITE-ONE-LEAVER.
           MOVE WS-LR-RECORD (WS-WORK-IDX) TO LR-LEAVER-RECORD
           WRITE LR-LEAVER-RECORD.

       END PROGRAM ISSUEMNT.
