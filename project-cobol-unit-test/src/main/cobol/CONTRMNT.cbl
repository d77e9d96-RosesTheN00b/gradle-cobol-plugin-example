      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the contractor company master, in
      *          the VISITMNT mold - one row per contractor firm
      *          with its contract dates and the staff member
      *          responsible for it, held in storage while the
      *          screen runs and rewritten once on the way out.
      *          The contract dates are edited on entry the same
      *          way the register's validity dates are, and the
      *          responsible sponsor must be an active account on
      *          the user master.  Ending a contract early is just a
      *          new end date here: the nightly CONTREXP step then
      *          expires every register entry carrying the firm's
      *          code.  Each firm touched goes on the privileged-
      *          action trail.  Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO WS-CONTRCO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

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
       FD  COMPANY-FILE.
           COPY "CONTRCO.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-COMPANY-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-CONTRCO-NAME PIC X(9) VALUE 'CONTRCO'.
       01  WS-MENU-CHOICE PIC 9(1) VALUE ZERO.
       01  WS-EXIT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXIT-REQUESTED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CODE-FOUND            VALUE 'Y'.
       01  WS-DIRTY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MASTER-CHANGED        VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-COMPANY-TABLE-FULL    VALUE 'Y'.
       01  WS-SPONSOR-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SPONSOR-OK            VALUE 'Y'.
       01  WS-COMPANY-CODE PIC X(6).
       01  WS-COMPANY-NAME-INPUT PIC X(30).
       01  WS-SPONSOR-NAME PIC X(20).
       01  WS-DATE-INPUT PIC X(8).
       01  WS-FROM-INPUT PIC 9(8).
       01  WS-TO-INPUT PIC 9(8).
       77  WS-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ENTRIES PIC 9(3) VALUE 200.
       77  WS-WORK-IDX PIC 9(3).
      *    The whole master in storage while the screen runs.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 200 TIMES.
               10  WS-CO-RECORD         PIC X(72).
           COPY "CONTRCO.cpy" REPLACING LEADING ==CO-== BY ==CW-==.
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 0100-LOAD-COMPANIES
           PERFORM 1000-PROCESS-MENU
               UNTIL WS-EXIT-REQUESTED
           IF WS-MASTER-CHANGED
               PERFORM 8500-REWRITE-COMPANIES
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> The class edits the practice master and checks sponsors
       *> against the practice user master, as VISITMNT does.
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
               MOVE 'TCONTRCO' TO WS-CONTRCO-NAME
           END-IF.

       0100-LOAD-COMPANIES.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-COMPANY-TABLE
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-FILE-STATUS = '00'
               PERFORM 0110-READ-COMPANY
               PERFORM 0120-STORE-ENTRY
                   UNTIL WS-END-OF-FILE
                   OR WS-ENTRY-COUNT >= WS-MAX-ENTRIES
       *> Saving a master the table could not hold would drop the
       *> firms past the limit - better to refuse the save.
               IF NOT WS-END-OF-FILE
                   SET WS-COMPANY-TABLE-FULL TO TRUE
                   DISPLAY 'CONTRMNT WARNING: COMPANY TABLE FULL - '
                       'CHANGES WILL NOT BE SAVED'
               END-IF
               CLOSE COMPANY-FILE
           END-IF.

       0110-READ-COMPANY.
           READ COMPANY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       0120-STORE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE CO-COMPANY-RECORD TO WS-CO-RECORD (WS-ENTRY-COUNT)
           PERFORM 0110-READ-COMPANY.

       1000-PROCESS-MENU.
           PERFORM 1100-DISPLAY-MENU
           PERFORM 1200-ACCEPT-CHOICE
           PERFORM 1300-DISPATCH-CHOICE.

       1100-DISPLAY-MENU.
           DISPLAY '================================================'
           DISPLAY 'CONTRACTOR COMPANY MAINTENANCE'
           DISPLAY '------------------------------------------------'
           DISPLAY '  1. ADD COMPANY'
           DISPLAY '  2. CHANGE CONTRACT DATES'
           DISPLAY '  3. CHANGE RESPONSIBLE SPONSOR'
           DISPLAY '  4. DISPLAY COMPANY'
           DISPLAY '  5. LIST COMPANIES'
           DISPLAY '  0. EXIT'
           DISPLAY '================================================'.

       1200-ACCEPT-CHOICE.
           DISPLAY 'ENTER YOUR CHOICE'
           ACCEPT WS-MENU-CHOICE.

       1300-DISPATCH-CHOICE.
           IF WS-MENU-CHOICE = 1
               PERFORM 2000-ADD-COMPANY
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 3000-CHANGE-DATES
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 4000-CHANGE-SPONSOR
                   ELSE
                       IF WS-MENU-CHOICE = 4
                           PERFORM 5000-DISPLAY-COMPANY
                       ELSE
                           IF WS-MENU-CHOICE = 5
                               PERFORM 6000-LIST-COMPANIES
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

       1500-INPUT-COMPANY-CODE.
           DISPLAY 'ENTER COMPANY CODE'
           ACCEPT WS-COMPANY-CODE
           IF WS-COMPANY-CODE = SPACES
               DISPLAY 'ERROR: CODE CANNOT BE BLANK'
               GO TO 1500-INPUT-COMPANY-CODE
           END-IF
           INSPECT WS-COMPANY-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       1510-FIND-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE ZERO TO WS-WORK-IDX
           PERFORM 1520-MATCH-ENTRY
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ENTRY-COUNT
               OR WS-CODE-FOUND
           IF WS-CODE-FOUND
               SUBTRACT 1 FROM WS-WORK-IDX
           END-IF.

       1520-MATCH-ENTRY.
           MOVE WS-CO-RECORD (WS-WORK-IDX) TO CW-COMPANY-RECORD
           IF CW-COMPANY-CODE = WS-COMPANY-CODE
               SET WS-CODE-FOUND TO TRUE
           END-IF.

       1600-INPUT-DATES.
       *> The same calendar edit VISITMNT puts on validity dates.
           DISPLAY 'ENTER CONTRACT START DATE (YYYYMMDD)'
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
           DISPLAY 'ENTER CONTRACT END DATE (YYYYMMDD)'
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
               DISPLAY 'ERROR: CONTRACT END BEFORE CONTRACT START'
               GO TO 1600-INPUT-DATES
           END-IF.

       1700-INPUT-SPONSOR.
       *> The responsible sponsor is somebody who can actually be
       *> held to it - an active account on the user master.
           MOVE 'N' TO WS-SPONSOR-OK-SWITCH
           DISPLAY 'ENTER RESPONSIBLE SPONSOR NAME'
           ACCEPT WS-SPONSOR-NAME
           INSPECT WS-SPONSOR-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-SPONSOR-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: SPONSOR NOT ON THE USER MASTER'
                   NOT INVALID KEY
                       IF UM-STATUS-ACTIVE
                           SET WS-SPONSOR-OK TO TRUE
                       ELSE
                           DISPLAY 'ERROR: SPONSOR ACCOUNT IS NOT '
                               'ACTIVE'
                       END-IF
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: USER MASTER UNAVAILABLE - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       2000-ADD-COMPANY.
           PERFORM 1500-INPUT-COMPANY-CODE
           PERFORM 1510-FIND-ENTRY
           IF WS-CODE-FOUND
               DISPLAY 'ERROR: COMPANY ALREADY ON FILE'
           ELSE
               IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
                   DISPLAY 'ERROR: COMPANY MASTER FULL'
               ELSE
                   DISPLAY 'ENTER COMPANY NAME'
                   ACCEPT WS-COMPANY-NAME-INPUT
                   INSPECT WS-COMPANY-NAME-INPUT CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM 1600-INPUT-DATES
                   PERFORM 1700-INPUT-SPONSOR
                   IF WS-SPONSOR-OK
                       MOVE SPACES TO CW-COMPANY-RECORD
                       MOVE WS-COMPANY-CODE TO CW-COMPANY-CODE
                       MOVE WS-COMPANY-NAME-INPUT TO CW-COMPANY-NAME
                       MOVE WS-FROM-INPUT TO CW-CONTRACT-START
                       MOVE WS-TO-INPUT TO CW-CONTRACT-END
                       MOVE WS-SPONSOR-NAME TO CW-SPONSOR-NAME
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE WS-ENTRY-COUNT TO WS-WORK-IDX
                       PERFORM 8000-STORE-AND-TRAIL
                       DISPLAY 'COMPANY ADDED: ' WS-COMPANY-CODE
                   ELSE
                       DISPLAY 'COMPANY NOT ADDED'
                   END-IF
               END-IF
           END-IF.

       3000-CHANGE-DATES.
       *> An early end takes effect on the register the night after
       *> the date passes - CONTREXP does the expiring.
           PERFORM 1500-INPUT-COMPANY-CODE
           PERFORM 1510-FIND-ENTRY
           IF NOT WS-CODE-FOUND
               DISPLAY 'ERROR: COMPANY NOT ON FILE'
           ELSE
               MOVE WS-CO-RECORD (WS-WORK-IDX) TO CW-COMPANY-RECORD
               DISPLAY 'CURRENT CONTRACT: ' CW-CONTRACT-START
                   ' TO ' CW-CONTRACT-END
               PERFORM 1600-INPUT-DATES
               MOVE WS-FROM-INPUT TO CW-CONTRACT-START
               MOVE WS-TO-INPUT TO CW-CONTRACT-END
               PERFORM 8000-STORE-AND-TRAIL
               DISPLAY 'CONTRACT DATES CHANGED: ' WS-COMPANY-CODE
           END-IF.

       4000-CHANGE-SPONSOR.
           PERFORM 1500-INPUT-COMPANY-CODE
           PERFORM 1510-FIND-ENTRY
           IF NOT WS-CODE-FOUND
               DISPLAY 'ERROR: COMPANY NOT ON FILE'
           ELSE
               MOVE WS-CO-RECORD (WS-WORK-IDX) TO CW-COMPANY-RECORD
               DISPLAY 'CURRENT SPONSOR: ' CW-SPONSOR-NAME
               PERFORM 1700-INPUT-SPONSOR
               IF WS-SPONSOR-OK
                   MOVE WS-SPONSOR-NAME TO CW-SPONSOR-NAME
                   PERFORM 8000-STORE-AND-TRAIL
                   DISPLAY 'SPONSOR CHANGED: ' WS-COMPANY-CODE
               ELSE
                   DISPLAY 'SPONSOR NOT CHANGED'
               END-IF
           END-IF.

       5000-DISPLAY-COMPANY.
           PERFORM 1500-INPUT-COMPANY-CODE
           PERFORM 1510-FIND-ENTRY
           IF NOT WS-CODE-FOUND
               DISPLAY 'ERROR: COMPANY NOT ON FILE'
           ELSE
               MOVE WS-CO-RECORD (WS-WORK-IDX) TO CW-COMPANY-RECORD
               DISPLAY 'COMPANY  : ' CW-COMPANY-CODE ' '
                   CW-COMPANY-NAME
               DISPLAY 'CONTRACT : ' CW-CONTRACT-START ' TO '
                   CW-CONTRACT-END
               DISPLAY 'SPONSOR  : ' CW-SPONSOR-NAME
           END-IF.

       6000-LIST-COMPANIES.
           DISPLAY '------------------------------------------------'
           DISPLAY 'CODE   NAME / CONTRACT / SPONSOR'
           PERFORM 6100-LIST-ONE-COMPANY
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ENTRY-COUNT
           DISPLAY 'COMPANIES ON FILE: ' WS-ENTRY-COUNT.

       6100-LIST-ONE-COMPANY.
           MOVE WS-CO-RECORD (WS-WORK-IDX) TO CW-COMPANY-RECORD
           DISPLAY CW-COMPANY-CODE ' ' CW-COMPANY-NAME
           DISPLAY '       ' CW-CONTRACT-START ' TO '
               CW-CONTRACT-END ' ' CW-SPONSOR-NAME.

       8000-STORE-AND-TRAIL.
       *> The firm back into its slot, and the firm's code on the
       *> privileged-action trail.
           MOVE CW-COMPANY-RECORD TO WS-CO-RECORD (WS-WORK-IDX)
           SET WS-MASTER-CHANGED TO TRUE
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'CONTRMNT' TO PV-PROGRAM
           MOVE CW-COMPANY-CODE TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       8500-REWRITE-COMPANIES.
           IF WS-COMPANY-TABLE-FULL
               DISPLAY 'CONTRMNT: MASTER TOO LARGE TO HOLD - '
                   'CHANGES NOT SAVED, MASTER AS IT WAS'
           ELSE
               OPEN OUTPUT COMPANY-FILE
               IF WS-COMPANY-FILE-STATUS = '00'
                   PERFORM 8510-WRITE-ONE-ENTRY
                       VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-ENTRY-COUNT
                   CLOSE COMPANY-FILE
               ELSE
                   DISPLAY 'ERROR: CANNOT REWRITE CONTRCO - STATUS '
                       WS-COMPANY-FILE-STATUS
               END-IF
           END-IF.

       8510-WRITE-ONE-ENTRY.
           MOVE WS-CO-RECORD (WS-WORK-IDX) TO CO-COMPANY-RECORD
           WRITE CO-COMPANY-RECORD.

       END PROGRAM CONTRMNT.
