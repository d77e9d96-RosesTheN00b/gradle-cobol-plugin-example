      ******************************************************************
      * Author:
      * Date:
      * Purpose: Change-approval evidence for the user master - for
      *          the auditors who want proof that every role or
      *          status change on USERMAST had a second person's
      *          release.  Walks USRMHIST over a date range and picks
      *          out each row that changed a role, a status or an
      *          elevated role (or wrote a record from nothing).  A
      *          change UMAPPROV released is matched to its UMAPPRLG
      *          decision row - same user, same moment - and listed
      *          with the requestor, the request timestamp, the
      *          approver and the release timestamp side by side.
      *          Every other change - reloads, skeleton rebuilds, DR
      *          restores, HR leaver and joiner feeds, direct USERMNT
      *          edits, sign-on bookkeeping, and any release whose
      *          decision row cannot be found - goes on a separate
      *          exceptions list with its source program named and
      *          described, then a count by source.  The exceptions
      *          list is the part somebody has to explain.  A
      *          parameter card supplies the user (or ALL) and a
      *          single day for a scheduled run; interactively the
      *          name and range are prompted for.  Console and
      *          APPREVID.date.  A release a delegate made while
      *          covering for an absent supervisor is followed by a
      *          line naming the supervisor they acted for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPREVID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-HISTORY-FILE ASSIGN TO 'USRMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMHIST-FILE-STATUS.

           SELECT APPROVAL-LOG-FILE ASSIGN TO 'UMAPPRLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMAPPR-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The trail holds rows from before the images grew from 80
      *    to 120 bytes as well as after - read raw and sliced by
      *    length, the way UMHSTINQ does.
       FD  USER-HISTORY-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 292 CHARACTERS
               DEPENDING ON WS-ROW-LENGTH.
       01  UH-RAW-ROW PIC X(292).

       FD  APPROVAL-LOG-FILE.
           COPY "UMAPPRRC.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-UMAPPR-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(110).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       77  WS-ROW-LENGTH PIC 9(3).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-INQUIRY-NAME PIC X(20).
       01  WS-ALL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ALL-USERS             VALUE 'Y'.
       01  WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE PIC 9(8) VALUE ZERO.
       01  WS-ROW-DATE-X PIC X(8).
       01  WS-ROW-DATE-N REDEFINES WS-ROW-DATE-X PIC 9(8).
      *    Which list this pass over the trail is printing.
       01  WS-PASS-SWITCH PIC X(1) VALUE 'M'.
           88  WS-MATCHED-PASS          VALUE 'M'.
           88  WS-EXCEPTION-PASS        VALUE 'X'.
      *    The row being looked at, cut out of the raw trail row.
       01  WS-ROW-TIMESTAMP PIC X(14).
       01  WS-ROW-USER PIC X(20).
       01  WS-ROW-SOURCE PIC X(10).
       01  WS-ROW-ACTION PIC X(8).
       01  WS-BEFORE-IMAGE PIC X(120).
       01  WS-AFTER-IMAGE PIC X(120).
       01  WS-CHANGE-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ROW-IS-CHANGE         VALUE 'Y'.
       01  WS-CHANGE-TEXT PIC X(17).
       77  WS-CHANGE-PTR PIC 9(2).
      *    Approved decisions in the range, for the match.  Past the
      *    table size the report says so in its footer - a release
      *    the table could not hold would otherwise look like an
      *    unapproved change.
       77  WS-DECISION-MAX PIC 9(4) VALUE 1000.
       77  WS-DECISION-COUNT PIC 9(4) VALUE ZERO.
       77  WS-DECISION-IDX PIC 9(4).
       77  WS-MATCH-IDX PIC 9(4).
       01  WS-DECISION-OVERFLOW-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DECISION-OVERFLOW     VALUE 'Y'.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 1000 TIMES.
               10  WS-DEC-TIMESTAMP     PIC X(14).
               10  WS-DEC-USER          PIC X(20).
               10  WS-DEC-REQUESTOR     PIC X(20).
               10  WS-DEC-APPROVER      PIC X(20).
               10  WS-DEC-REQUESTED-AT  PIC X(14).
               10  WS-DEC-ON-BEHALF-OF  PIC X(20).
      *    Every program that writes USRMHIST and what a change from
      *    it means.  The last slot catches a source not listed.
       01  WS-SOURCE-LIST.
           05  FILLER PIC X(40) VALUE
               'MAINT     DIRECT USERMNT EDIT'.
           05  FILLER PIC X(40) VALUE
               'UMRELOAD  RELOAD FROM BACKUP'.
           05  FILLER PIC X(40) VALUE
               'UMRBUILD  SKELETON REBUILD'.
           05  FILLER PIC X(40) VALUE
               'DRESTORE  DISASTER-RECOVERY RESTORE'.
           05  FILLER PIC X(40) VALUE
               'HRLEAVER  HR LEAVER FEED'.
           05  FILLER PIC X(40) VALUE
               'HRJOINER  HR JOINER FEED'.
           05  FILLER PIC X(40) VALUE
               'RECERT    RECERTIFICATION NOT DONE'.
           05  FILLER PIC X(40) VALUE
               'LOGIN     SIGN-ON BOOKKEEPING'.
           05  FILLER PIC X(40) VALUE
               'OPERMENU  MENU SIGN-ON BOOKKEEPING'.
           05  FILLER PIC X(40) VALUE
               'PINCONV   PIN CONVERSION'.
           05  FILLER PIC X(40) VALUE
               'UMLAYOUT  LAYOUT CONVERSION'.
           05  FILLER PIC X(40) VALUE
               'UMEXPAND  LAYOUT CONVERSION'.
           05  FILLER PIC X(40) VALUE
               'UMAPPROV  RELEASE - NO DECISION ON FILE'.
           05  FILLER PIC X(40) VALUE
               'OTHER     SOURCE NOT RECOGNISED'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
           05  WS-SOURCE-ENTRY OCCURS 14 TIMES.
               10  WS-SOURCE-NAME       PIC X(10).
               10  WS-SOURCE-MEANING    PIC X(30).
       77  WS-SOURCE-COUNT PIC 9(2) VALUE 14.
       77  WS-SOURCE-IDX PIC 9(2).
       77  WS-SOURCE-MATCH PIC 9(2).
       01  WS-SOURCE-TALLIES.
           05  WS-SOURCE-TALLY OCCURS 14 TIMES PIC 9(5).
       77  WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
       77  WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       77  WS-CHANGES-LISTED PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'APPREVID'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 1000-INITIALIZE
           PERFORM 8000-PRINT-HEADING
           SET WS-MATCHED-PASS TO TRUE
           PERFORM 8100-PRINT-MATCHED-HEADING
           PERFORM 2000-WALK-HISTORY
           SET WS-EXCEPTION-PASS TO TRUE
           PERFORM 8200-PRINT-EXCEPTION-HEADING
           PERFORM 2000-WALK-HISTORY
           PERFORM 8500-PRINT-FOOTER
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           INITIALIZE WS-SOURCE-TALLIES
           PERFORM 1500-GET-PARAMETERS
           PERFORM 1600-LOAD-DECISIONS
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING 'APPREVID.' WS-TODAY-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE.

       1500-GET-PARAMETERS.
       *> Same card and prompts as the privileged-action report -
       *> a blank from-date is the start of the trail, a blank
       *> to-date is up to now.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PM-REPORT-DATE > ZERO
                           SET WS-PARM-FOUND TO TRUE
                           MOVE PM-INQUIRY-NAME TO WS-INQUIRY-NAME
                           MOVE PM-REPORT-DATE TO WS-FROM-DATE
                           MOVE PM-REPORT-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-FOUND
               DISPLAY 'ENTER USER NAME, OR ALL FOR EVERYONE'
               ACCEPT WS-INQUIRY-NAME
               DISPLAY 'ENTER FROM DATE (YYYYMMDD) OR BLANK FOR THE '
                   'START OF THE HISTORY'
               ACCEPT WS-FROM-DATE
               DISPLAY 'ENTER TO DATE (YYYYMMDD) OR BLANK FOR TODAY'
               ACCEPT WS-TO-DATE
           END-IF
           INSPECT WS-INQUIRY-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-INQUIRY-NAME = 'ALL' OR WS-INQUIRY-NAME = SPACES
               SET WS-ALL-USERS TO TRUE
               MOVE 'ALL' TO WS-INQUIRY-NAME
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE IS NOT NUMERIC OR WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           PERFORM 1590-TRAIL-THE-TARGET.

       1590-TRAIL-THE-TARGET.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'APPREVID' TO PV-PROGRAM
           MOVE WS-INQUIRY-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       1600-LOAD-DECISIONS.
       *> Only releases can authorize a change; rejections applied
       *> nothing, so there is nothing on USRMHIST to tie them to.
           MOVE ZERO TO WS-DECISION-COUNT
           INITIALIZE WS-DECISION-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT APPROVAL-LOG-FILE
           IF WS-UMAPPR-FILE-STATUS = '00'
               PERFORM 1610-READ-DECISION
               PERFORM 1620-STORE-DECISION
                   UNTIL WS-END-OF-FILE
               CLOSE APPROVAL-LOG-FILE
           END-IF.

       1610-READ-DECISION.
           READ APPROVAL-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1620-STORE-DECISION.
           MOVE AP-DECIDED-TIMESTAMP (1:8) TO WS-ROW-DATE-X
           IF AP-APPROVED
                   AND WS-ROW-DATE-X IS NUMERIC
                   AND WS-ROW-DATE-N >= WS-FROM-DATE
                   AND WS-ROW-DATE-N <= WS-TO-DATE
               IF WS-DECISION-COUNT < WS-DECISION-MAX
                   ADD 1 TO WS-DECISION-COUNT
                   MOVE AP-DECIDED-TIMESTAMP
                       TO WS-DEC-TIMESTAMP (WS-DECISION-COUNT)
                   MOVE AP-USER-NAME
                       TO WS-DEC-USER (WS-DECISION-COUNT)
                   MOVE AP-REQUESTOR
                       TO WS-DEC-REQUESTOR (WS-DECISION-COUNT)
                   MOVE AP-APPROVER
                       TO WS-DEC-APPROVER (WS-DECISION-COUNT)
                   MOVE AP-REQUEST-TIMESTAMP
                       TO WS-DEC-REQUESTED-AT (WS-DECISION-COUNT)
                   MOVE AP-ON-BEHALF-OF
                       TO WS-DEC-ON-BEHALF-OF (WS-DECISION-COUNT)
               ELSE
                   SET WS-DECISION-OVERFLOW TO TRUE
               END-IF
           END-IF
           PERFORM 1610-READ-DECISION.

       2000-WALK-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT USER-HISTORY-FILE
           IF WS-UMHIST-FILE-STATUS = '00'
               PERFORM 2100-READ-HISTORY
               PERFORM 2200-PROCESS-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE USER-HISTORY-FILE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO USER-MASTER HISTORY ON FILE - STATUS '
                   WS-UMHIST-FILE-STATUS
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       2100-READ-HISTORY.
           MOVE SPACES TO UH-RAW-ROW
           READ USER-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-PROCESS-ROW.
           MOVE UH-RAW-ROW (1:14) TO WS-ROW-TIMESTAMP
           MOVE UH-RAW-ROW (15:20) TO WS-ROW-USER
           MOVE UH-RAW-ROW (35:10) TO WS-ROW-SOURCE
           MOVE UH-RAW-ROW (45:8) TO WS-ROW-ACTION
           MOVE WS-ROW-TIMESTAMP (1:8) TO WS-ROW-DATE-X
           IF WS-ROW-DATE-X IS NUMERIC
                   AND WS-ROW-DATE-N >= WS-FROM-DATE
                   AND WS-ROW-DATE-N <= WS-TO-DATE
                   AND (WS-ALL-USERS
                       OR WS-ROW-USER = WS-INQUIRY-NAME)
               PERFORM 2300-CHECK-FOR-CHANGE THRU 2300-EXIT
               IF WS-ROW-IS-CHANGE
                   PERFORM 2400-FIND-DECISION
                   IF WS-MATCHED-PASS AND WS-MATCH-IDX > ZERO
                       PERFORM 3000-LIST-MATCHED
                   END-IF
                   IF WS-EXCEPTION-PASS AND WS-MATCH-IDX = ZERO
                       PERFORM 4000-LIST-EXCEPTION
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY.

       2300-CHECK-FOR-CHANGE.
       *> Role, status and elevated role sit at the same place in
       *> both image widths.  A blank before-image is a record
       *> written from nothing, which sets a role and status as
       *> surely as an edit does - except the pseudonymization row,
       *> which only renames the key.
           MOVE 'N' TO WS-CHANGE-SWITCH
           MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE
           MOVE SPACES TO WS-CHANGE-TEXT
           MOVE 1 TO WS-CHANGE-PTR
           IF WS-ROW-LENGTH > 212
               MOVE UH-RAW-ROW (53:120) TO WS-BEFORE-IMAGE
               MOVE UH-RAW-ROW (173:120) TO WS-AFTER-IMAGE
           ELSE
               MOVE UH-RAW-ROW (53:80) TO WS-BEFORE-IMAGE
               MOVE UH-RAW-ROW (133:80) TO WS-AFTER-IMAGE
           END-IF
           IF WS-ROW-ACTION = 'PSEUDO'
               GO TO 2300-EXIT
           END-IF
           IF WS-BEFORE-IMAGE = SPACES
               SET WS-ROW-IS-CHANGE TO TRUE
               STRING 'NEW ' WS-AFTER-IMAGE (21:1) '/'
                   WS-AFTER-IMAGE (22:1)
                   DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
               GO TO 2300-EXIT
           END-IF
           IF WS-BEFORE-IMAGE (21:1) NOT = WS-AFTER-IMAGE (21:1)
               SET WS-ROW-IS-CHANGE TO TRUE
               STRING 'R' WS-BEFORE-IMAGE (21:1) '>'
                   WS-AFTER-IMAGE (21:1) ' '
                   DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF
           IF WS-BEFORE-IMAGE (22:1) NOT = WS-AFTER-IMAGE (22:1)
               SET WS-ROW-IS-CHANGE TO TRUE
               STRING 'S' WS-BEFORE-IMAGE (22:1) '>'
                   WS-AFTER-IMAGE (22:1) ' '
                   DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF
           IF WS-BEFORE-IMAGE (77:1) NOT = WS-AFTER-IMAGE (77:1)
               SET WS-ROW-IS-CHANGE TO TRUE
               STRING 'E' WS-BEFORE-IMAGE (77:1) '>'
                   WS-AFTER-IMAGE (77:1)
                   DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   WITH POINTER WS-CHANGE-PTR
               END-STRING
           END-IF.

       2300-EXIT.
           EXIT.

       2400-FIND-DECISION.
       *> Only a UMAPPROV row can have a release behind it.
           MOVE ZERO TO WS-MATCH-IDX
           IF WS-ROW-SOURCE = 'UMAPPROV'
               PERFORM 2410-TEST-ONE-DECISION
                   VARYING WS-DECISION-IDX FROM 1 BY 1
                   UNTIL WS-DECISION-IDX > WS-DECISION-COUNT
                   OR WS-MATCH-IDX > ZERO
           END-IF.

       2410-TEST-ONE-DECISION.
           IF WS-DEC-USER (WS-DECISION-IDX) = WS-ROW-USER
                   AND WS-DEC-TIMESTAMP (WS-DECISION-IDX)
                       = WS-ROW-TIMESTAMP
               MOVE WS-DECISION-IDX TO WS-MATCH-IDX
           END-IF.

       3000-LIST-MATCHED.
           ADD 1 TO WS-MATCHED-COUNT
           ADD 1 TO WS-CHANGES-LISTED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ROW-TIMESTAMP TO WS-REPORT-LINE (1:14)
           MOVE WS-ROW-USER TO WS-REPORT-LINE (16:20)
           MOVE WS-CHANGE-TEXT TO WS-REPORT-LINE (37:17)
           MOVE WS-DEC-REQUESTOR (WS-MATCH-IDX)
               TO WS-REPORT-LINE (55:20)
           MOVE WS-DEC-REQUESTED-AT (WS-MATCH-IDX)
               TO WS-REPORT-LINE (76:14)
           MOVE WS-DEC-APPROVER (WS-MATCH-IDX)
               TO WS-REPORT-LINE (91:20)
           PERFORM 7000-EMIT-LINE
           IF WS-DEC-ON-BEHALF-OF (WS-MATCH-IDX) NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'ON BEHALF OF' TO WS-REPORT-LINE (76:12)
               MOVE WS-DEC-ON-BEHALF-OF (WS-MATCH-IDX)
                   TO WS-REPORT-LINE (91:20)
               PERFORM 7000-EMIT-LINE
           END-IF.

       4000-LIST-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-CHANGES-LISTED
           MOVE ZERO TO WS-SOURCE-MATCH
           PERFORM 4100-TEST-ONE-SOURCE
               VARYING WS-SOURCE-IDX FROM 1 BY 1
               UNTIL WS-SOURCE-IDX >= WS-SOURCE-COUNT
               OR WS-SOURCE-MATCH > ZERO
           IF WS-SOURCE-MATCH = ZERO
               MOVE WS-SOURCE-COUNT TO WS-SOURCE-MATCH
           END-IF
           ADD 1 TO WS-SOURCE-TALLY (WS-SOURCE-MATCH)
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ROW-TIMESTAMP TO WS-REPORT-LINE (1:14)
           MOVE WS-ROW-USER TO WS-REPORT-LINE (16:20)
           MOVE WS-CHANGE-TEXT TO WS-REPORT-LINE (37:17)
           MOVE WS-ROW-SOURCE TO WS-REPORT-LINE (55:10)
           MOVE WS-ROW-ACTION TO WS-REPORT-LINE (66:8)
           MOVE WS-SOURCE-MEANING (WS-SOURCE-MATCH)
               TO WS-REPORT-LINE (75:30)
           PERFORM 7000-EMIT-LINE.

       4100-TEST-ONE-SOURCE.
           IF WS-SOURCE-NAME (WS-SOURCE-IDX) = WS-ROW-SOURCE
               MOVE WS-SOURCE-IDX TO WS-SOURCE-MATCH
           END-IF.

       7000-EMIT-LINE.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       8000-PRINT-HEADING.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'USER-MASTER CHANGE-APPROVAL EVIDENCE - USER: '
               WS-INQUIRY-NAME
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TO-DATE = 99999999
               STRING 'FROM ' WS-FROM-DATE ' TO DATE'
                   INTO WS-REPORT-LINE END-STRING
           ELSE
               STRING 'FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   INTO WS-REPORT-LINE END-STRING
           END-IF
           PERFORM 7000-EMIT-LINE
           MOVE 'CHANGE: R=ROLE S=STATUS E=ELEVATED ROLE (BEFORE>AFTER)'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-MATCHED-HEADING.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'CHANGES RELEASED BY A SECOND PERSON'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'APPROVED AT' TO WS-REPORT-LINE (1:11)
           MOVE 'USER' TO WS-REPORT-LINE (16:4)
           MOVE 'CHANGE' TO WS-REPORT-LINE (37:6)
           MOVE 'REQUESTOR' TO WS-REPORT-LINE (55:9)
           MOVE 'REQUESTED AT' TO WS-REPORT-LINE (76:12)
           MOVE 'APPROVER' TO WS-REPORT-LINE (91:8)
           PERFORM 7000-EMIT-LINE.

       8200-PRINT-EXCEPTION-HEADING.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'EXCEPTIONS - CHANGES WITH NO MATCHING APPROVAL'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'CHANGED AT' TO WS-REPORT-LINE (1:10)
           MOVE 'USER' TO WS-REPORT-LINE (16:4)
           MOVE 'CHANGE' TO WS-REPORT-LINE (37:6)
           MOVE 'SOURCE' TO WS-REPORT-LINE (55:6)
           MOVE 'ACTION' TO WS-REPORT-LINE (66:6)
           MOVE 'MEANING' TO WS-REPORT-LINE (75:7)
           PERFORM 7000-EMIT-LINE.

       8500-PRINT-FOOTER.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANGES: ' WS-CHANGES-LISTED
               '   APPROVED: ' WS-MATCHED-COUNT
               '   EXCEPTIONS: ' WS-EXCEPTION-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 'EXCEPTIONS BY SOURCE' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
               PERFORM 8600-PRINT-SOURCE-LINE
                   VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
           END-IF
           IF WS-DECISION-OVERFLOW
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** MORE THAN ' WS-DECISION-MAX
                   ' RELEASES IN RANGE - NARROW THE DATES; SOME '
                   'UMAPPROV EXCEPTIONS MAY BE FALSE'
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8600-PRINT-SOURCE-LINE.
           IF WS-SOURCE-TALLY (WS-SOURCE-IDX) > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-SOURCE-NAME (WS-SOURCE-IDX)
                   TO WS-REPORT-LINE (4:10)
               MOVE WS-SOURCE-MEANING (WS-SOURCE-IDX)
                   TO WS-REPORT-LINE (15:30)
               MOVE WS-SOURCE-TALLY (WS-SOURCE-IDX)
                   TO WS-REPORT-LINE (46:5)
               PERFORM 7000-EMIT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-CHANGES-LISTED TO WS-RUNLOG-COUNT
           MOVE SPACES TO WS-RUNLOG-STATUS
           STRING 'OK-' WS-EXCEPTION-COUNT '-EXCEPTIONS'
               INTO WS-RUNLOG-STATUS END-STRING
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM APPREVID.
