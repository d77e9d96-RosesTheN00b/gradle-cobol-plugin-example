      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly notification outbox - people used to learn
      *          their PIN had expired, their visitor's entry had run
      *          out or their recertification answers were overdue
      *          only when the block landed at sign-on.  This writes
      *          one NOTIFREC row per notice onto NOTIFOUT for the
      *          mail gateway to collect:
      *            PINEXPRY  to the holder of a PIN that expires
      *                      within POLICYCF's notice days, counted
      *                      from UM-PIN-SET-DATE against the same
      *                      maximum age LOGIN enforces
      *            VISITEND  to the sponsor of an approved visitor
      *                      whose entry ends tomorrow
      *            RECERT    to each active supervisor of a
      *                      department with RECERTCP rows still
      *                      unanswered - to the admins when the
      *                      department has no supervisor
      *            MSGACK    to each target of an unexpired USERMSGF
      *                      message still not confirmed on MSGACKF
      *                      POLICYCF's chase days after it went up
      *          Each notice goes out once: its key is kept on the
      *          NOTIFSNT sent-list the moment it is written, and a
      *          key already there is passed over.  A new PIN, a new
      *          end date or a new campaign makes a new key.  Keys
      *          older than a year and a month are dropped from the
      *          sent-list as they can no longer come round again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT POLICY-FILE ASSIGN TO 'POLICYCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT VISITOR-REGISTER-FILE ASSIGN TO 'VISITREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-FILE-STATUS.

           SELECT CAMPAIGN-FILE ASSIGN TO 'RECERTCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.

           SELECT USER-MESSAGE-FILE ASSIGN TO 'USERMSGF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERMSG-FILE-STATUS.

           SELECT MESSAGE-ACK-FILE ASSIGN TO 'MSGACKF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGACK-FILE-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO 'NOTIFOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-FILE-STATUS.

           SELECT SENT-LIST-FILE ASSIGN TO 'NOTIFSNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  POLICY-FILE.
           COPY "POLICYCF.cpy".

       FD  VISITOR-REGISTER-FILE.
           COPY "VISITREG.cpy".

       FD  CAMPAIGN-FILE.
           COPY "RECERTRC.cpy".

       FD  USER-MESSAGE-FILE.
           COPY "USERMSGR.cpy".

       FD  MESSAGE-ACK-FILE.
           COPY "MSGACKRC.cpy".

       FD  OUTBOX-FILE.
           COPY "NOTIFREC.cpy".

       FD  SENT-LIST-FILE.
           COPY "NOTIFREC.cpy" REPLACING LEADING ==NF-== BY ==NS-==.

       WORKING-STORAGE SECTION.
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-POLICY-FILE-STATUS PIC X(2).
       01  WS-VISITOR-FILE-STATUS PIC X(2).
       01  WS-CAMPAIGN-FILE-STATUS PIC X(2).
       01  WS-USERMSG-FILE-STATUS PIC X(2).
       01  WS-MSGACK-FILE-STATUS PIC X(2).
       01  WS-OUTBOX-FILE-STATUS PIC X(2).
       01  WS-SENT-FILE-STATUS PIC X(2).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-ACKED-SWITCH PIC X(1).
           88  WS-WAS-ACKED             VALUE 'Y'.
       01  WS-OUTBOX-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-OUTBOX-OK             VALUE 'Y'.
       01  WS-SENT-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SENT-LIST-FULL        VALUE 'Y'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DATE-FUNCTION PIC X(1).
       01  WS-DAYS-RESULT PIC 9(7).
       01  WS-SITE-CODE PIC X(3) VALUE SPACES.
       01  WS-DAYS-LEFT PIC 9(3).
       01  WS-CHECK-NAME PIC X(20).
       01  WS-CAMPAIGN-ID PIC 9(6) VALUE ZERO.
       01  WS-COUNT-EDIT PIC ZZ9.
       77  WS-MAX-PIN-AGE-DAYS PIC 9(3) VALUE 90.
       77  WS-PIN-NOTICE-DAYS PIC 9(3) VALUE 14.
       77  WS-ACK-CHASE-DAYS PIC 9(3) VALUE 3.
       77  WS-KEEP-SENT-DAYS PIC 9(3) VALUE 400.
       77  WS-NOTICES-RAISED PIC 9(5) VALUE ZERO.
       77  WS-NOTICES-ALREADY-SENT PIC 9(5) VALUE ZERO.
       77  WS-SENT-PRUNED PIC 9(5) VALUE ZERO.
       77  WS-REVIEWERS-FOUND PIC 9(3) VALUE ZERO.
       77  WS-USER-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-USER-ENTRIES PIC 9(4) VALUE 1000.
       77  WS-USER-IDX PIC 9(4).
       77  WS-ACK-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-ACK-ENTRIES PIC 9(4) VALUE 2000.
       77  WS-ACK-IDX PIC 9(4).
       77  WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-DEPT-ENTRIES PIC 9(3) VALUE 100.
       77  WS-DEPT-IDX PIC 9(3).
       77  WS-SENT-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-SENT-ENTRIES PIC 9(4) VALUE 3000.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 1000 TIMES.
               10  WS-TBL-USER-NAME     PIC X(20).
               10  WS-TBL-USER-ROLE     PIC X(1).
               10  WS-TBL-DEPT-CODE     PIC X(4).
               10  WS-TBL-PIN-SET-DATE  PIC 9(8).
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 2000 TIMES.
               10  WS-ACK-MSG-ID        PIC 9(4).
               10  WS-ACK-USER          PIC X(20).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DP-IDX.
               10  WS-TBL-OPEN-DEPT     PIC X(4).
               10  WS-TBL-OPEN-ITEMS    PIC 9(3).
      *    The sent-list held whole, so a pruning rewrite keeps the
      *    subject and text of every row it keeps.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-SNT-IDX.
               10  WS-SENT-TYPE         PIC X(8).
               10  WS-SENT-RECIPIENT    PIC X(20).
               10  WS-SENT-KEY          PIC X(30).
               10  WS-SENT-DATE         PIC 9(8).
               10  WS-SENT-REST         PIC X(120).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'NOTIFOUT'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 1000-INITIALIZE
           IF WS-OUTBOX-OK
               PERFORM 2000-PIN-NOTICES
                   VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
               PERFORM 3000-VISIT-NOTICES
               PERFORM 4000-RECERT-NOTICES
               PERFORM 5000-MESSAGE-NOTICES
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-NOTICES-RAISED
           MOVE ZERO TO WS-NOTICES-ALREADY-SENT
           MOVE ZERO TO WS-SENT-PRUNED
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           PERFORM 1100-READ-POLICY
           PERFORM 1200-LOAD-USERS
           PERFORM 1300-LOAD-SENT-LIST
       *> The gateway empties the outbox when it collects, so tonight's
       *> rows go on the end of anything it has not yet taken.
           OPEN EXTEND OUTBOX-FILE
           IF WS-OUTBOX-FILE-STATUS = '35'
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           IF WS-OUTBOX-FILE-STATUS NOT = '00'
               DISPLAY 'NOTIFOUT: CANNOT OPEN OUTBOX - STATUS '
                   WS-OUTBOX-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND SENT-LIST-FILE
               IF WS-SENT-FILE-STATUS = '35'
                   OPEN OUTPUT SENT-LIST-FILE
               END-IF
               IF WS-SENT-FILE-STATUS = '00'
                   SET WS-OUTBOX-OK TO TRUE
               ELSE
       *> Mailing with no record of it would mail the same people
       *> again tomorrow - better to send nothing tonight.
                   DISPLAY 'NOTIFOUT: CANNOT OPEN SENT-LIST - STATUS '
                       WS-SENT-FILE-STATUS
                   CLOSE OUTBOX-FILE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1100-READ-POLICY.
       *> Same maximum PIN age LOGIN enforces, so the warning and the
       *> block agree on the day.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = '00'
               READ POLICY-FILE
                   NOT AT END
                       IF PL-MAX-PIN-AGE-DAYS IS NUMERIC
                               AND PL-MAX-PIN-AGE-DAYS > ZERO
                           MOVE PL-MAX-PIN-AGE-DAYS
                               TO WS-MAX-PIN-AGE-DAYS
                       END-IF
                       IF PL-PIN-NOTICE-DAYS IS NUMERIC
                               AND PL-PIN-NOTICE-DAYS > ZERO
                           MOVE PL-PIN-NOTICE-DAYS
                               TO WS-PIN-NOTICE-DAYS
                       END-IF
                       IF PL-ACK-CHASE-DAYS IS NUMERIC
                               AND PL-ACK-CHASE-DAYS > ZERO
                           MOVE PL-ACK-CHASE-DAYS
                               TO WS-ACK-CHASE-DAYS
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF
           DISPLAY 'NOTIFOUT POLICY: PIN AGE ' WS-MAX-PIN-AGE-DAYS
               ' NOTICE ' WS-PIN-NOTICE-DAYS ' ACK CHASE '
               WS-ACK-CHASE-DAYS.

       1200-LOAD-USERS.
       *> Active entries only - nobody mails a leaver.
           MOVE ZERO TO WS-USER-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-USER-TABLE
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               PERFORM 1210-READ-USER
               PERFORM 1220-STORE-USER
                   UNTIL WS-END-OF-FILE
                   OR WS-USER-COUNT >= WS-MAX-USER-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'NOTIFOUT WARNING: USER TABLE FULL - '
                       'USERS PAST ' WS-MAX-USER-ENTRIES
                       ' NOT NOTIFIED'
               END-IF
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'NOTIFOUT WARNING: USER MASTER UNAVAILABLE - '
                   'STATUS ' WS-USER-FILE-STATUS
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1210-READ-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1220-STORE-USER.
           IF UM-STATUS-ACTIVE
               ADD 1 TO WS-USER-COUNT
               MOVE UM-USER-NAME TO WS-TBL-USER-NAME (WS-USER-COUNT)
               MOVE UM-USER-ROLE TO WS-TBL-USER-ROLE (WS-USER-COUNT)
               MOVE UM-DEPT-CODE TO WS-TBL-DEPT-CODE (WS-USER-COUNT)
               MOVE UM-PIN-SET-DATE
                   TO WS-TBL-PIN-SET-DATE (WS-USER-COUNT)
           END-IF
           PERFORM 1210-READ-USER.

       1300-LOAD-SENT-LIST.
       *> Keys past keeping are left behind here; the list is only
       *> rewritten without them at the end if any were.
           MOVE ZERO TO WS-SENT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-SENT-FULL-SWITCH
           OPEN INPUT SENT-LIST-FILE
           IF WS-SENT-FILE-STATUS = '00'
               PERFORM 1310-READ-SENT
               PERFORM 1320-STORE-SENT
                   UNTIL WS-END-OF-FILE
                   OR WS-SENT-LIST-FULL
               CLOSE SENT-LIST-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1310-READ-SENT.
           READ SENT-LIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1320-STORE-SENT.
           MOVE ZERO TO WS-DAYS-RESULT
           IF NS-CREATED-DATE IS NUMERIC
               MOVE 'D' TO WS-DATE-FUNCTION
               CALL 'DATESRV' USING WS-DATE-FUNCTION WS-TODAY-DATE
                   NS-CREATED-DATE WS-DAYS-RESULT WS-SITE-CODE
           END-IF
           IF WS-DAYS-RESULT > WS-KEEP-SENT-DAYS
               ADD 1 TO WS-SENT-PRUNED
           ELSE
               IF WS-SENT-COUNT >= WS-MAX-SENT-ENTRIES
                   SET WS-SENT-LIST-FULL TO TRUE
                   DISPLAY 'NOTIFOUT WARNING: SENT-LIST TABLE FULL '
                       'AT ' WS-MAX-SENT-ENTRIES
                       ' - LATER KEYS MAY BE MAILED AGAIN'
               ELSE
                   ADD 1 TO WS-SENT-COUNT
                   SET WS-SNT-IDX TO WS-SENT-COUNT
                   MOVE NS-NOTICE-RECORD TO WS-SENT-ENTRY (WS-SNT-IDX)
               END-IF
           END-IF
           IF NOT WS-SENT-LIST-FULL
               PERFORM 1310-READ-SENT
           END-IF.

       2000-PIN-NOTICES.
       *> A zero set date is a PIN LOGIN already treats as expired -
       *> the block at sign-on is the notice.
           IF WS-TBL-PIN-SET-DATE (WS-USER-IDX) > ZERO
               MOVE 'D' TO WS-DATE-FUNCTION
               CALL 'DATESRV' USING WS-DATE-FUNCTION WS-TODAY-DATE
                   WS-TBL-PIN-SET-DATE (WS-USER-IDX) WS-DAYS-RESULT
                   WS-SITE-CODE
               IF WS-DAYS-RESULT <= WS-MAX-PIN-AGE-DAYS
                   COMPUTE WS-DAYS-LEFT =
                       WS-MAX-PIN-AGE-DAYS - WS-DAYS-RESULT
                   IF WS-DAYS-LEFT <= WS-PIN-NOTICE-DAYS
                       PERFORM 2100-BUILD-PIN-NOTICE
                   END-IF
               END-IF
           END-IF.

       2100-BUILD-PIN-NOTICE.
           MOVE SPACES TO NF-NOTICE-RECORD
           SET NF-PIN-EXPIRING TO TRUE
           MOVE WS-TBL-USER-NAME (WS-USER-IDX) TO NF-RECIPIENT
           STRING 'PIN SET ' WS-TBL-PIN-SET-DATE (WS-USER-IDX)
               DELIMITED BY SIZE INTO NF-NOTICE-KEY END-STRING
           MOVE 'YOUR SIGN-ON PIN EXPIRES SOON' TO NF-SUBJECT
           MOVE WS-DAYS-LEFT TO WS-COUNT-EDIT
           STRING 'YOUR PIN EXPIRES IN' DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               ' DAY(S) - CHANGE IT AT YOUR NEXT SIGN-ON'
                   DELIMITED BY SIZE
               INTO NF-MESSAGE-TEXT END-STRING
           PERFORM 8000-RAISE-NOTICE.

       3000-VISIT-NOTICES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT VISITOR-REGISTER-FILE
           IF WS-VISITOR-FILE-STATUS = '00'
               PERFORM 3010-READ-ENTRY
               PERFORM 3100-CHECK-ONE-ENTRY
                   UNTIL WS-END-OF-FILE
               CLOSE VISITOR-REGISTER-FILE
           END-IF.

       3010-READ-ENTRY.
           READ VISITOR-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3100-CHECK-ONE-ENTRY.
       *> One calendar day to go - time for the sponsor to extend the
       *> entry or see the visitor and the pass off the premises.
           IF VI-STATUS-APPROVED AND VI-SPONSOR-NAME NOT = SPACES
                   AND VI-VALID-TO > WS-TODAY-DATE
               MOVE 'D' TO WS-DATE-FUNCTION
               CALL 'DATESRV' USING WS-DATE-FUNCTION VI-VALID-TO
                   WS-TODAY-DATE WS-DAYS-RESULT WS-SITE-CODE
               IF WS-DAYS-RESULT = 1
                   PERFORM 3200-BUILD-VISIT-NOTICE
               END-IF
           END-IF
           PERFORM 3010-READ-ENTRY.

       3200-BUILD-VISIT-NOTICE.
           MOVE SPACES TO NF-NOTICE-RECORD
           SET NF-VISIT-ENDING TO TRUE
           MOVE VI-SPONSOR-NAME TO NF-RECIPIENT
           MOVE VI-VISITOR-NAME TO NF-NOTICE-KEY (1:20)
           MOVE VI-VALID-TO TO NF-NOTICE-KEY (21:8)
           MOVE 'YOUR VISITOR''S ENTRY ENDS TOMORROW' TO NF-SUBJECT
           STRING 'VISITOR ' DELIMITED BY SIZE
               VI-VISITOR-NAME DELIMITED BY '  '
               ' IS VALID TO ' DELIMITED BY SIZE
               VI-VALID-TO DELIMITED BY SIZE
               ' - EXTEND ON VISITMNT OR RETURN THE PASS'
                   DELIMITED BY SIZE
               INTO NF-MESSAGE-TEXT END-STRING
           PERFORM 8000-RAISE-NOTICE.

       4000-RECERT-NOTICES.
       *> Unanswered rows counted by department; each department's
       *> supervisors hear once per campaign how many wait on them.
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-CAMPAIGN-ID
           INITIALIZE WS-DEPT-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-FILE-STATUS = '00'
               PERFORM 4010-READ-CAMPAIGN
               PERFORM 4100-COUNT-ONE-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE CAMPAIGN-FILE
           END-IF
           PERFORM 4200-NOTIFY-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

       4010-READ-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4100-COUNT-ONE-ROW.
           IF RC-UNANSWERED
               MOVE RC-CAMPAIGN-ID TO WS-CAMPAIGN-ID
               MOVE 'N' TO WS-FOUND-SWITCH
               SET WS-DP-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DP-IDX > WS-DEPT-COUNT
                       CONTINUE
                   WHEN WS-TBL-OPEN-DEPT (WS-DP-IDX) = RC-DEPT-CODE
                       SET WS-ENTRY-FOUND TO TRUE
                       ADD 1 TO WS-TBL-OPEN-ITEMS (WS-DP-IDX)
               END-SEARCH
               IF NOT WS-ENTRY-FOUND
                   IF WS-DEPT-COUNT < WS-MAX-DEPT-ENTRIES
                       ADD 1 TO WS-DEPT-COUNT
                       SET WS-DP-IDX TO WS-DEPT-COUNT
                       MOVE RC-DEPT-CODE
                           TO WS-TBL-OPEN-DEPT (WS-DP-IDX)
                       MOVE 1 TO WS-TBL-OPEN-ITEMS (WS-DP-IDX)
                   ELSE
                       DISPLAY 'NOTIFOUT WARNING: DEPARTMENT TABLE '
                           'FULL - ' RC-DEPT-CODE ' NOT CHASED'
                   END-IF
               END-IF
           END-IF
           PERFORM 4010-READ-CAMPAIGN.

       4200-NOTIFY-ONE-DEPT.
           MOVE ZERO TO WS-REVIEWERS-FOUND
           PERFORM 4300-NOTIFY-IF-SUPERVISOR
               VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
       *> Nobody to answer for the department but the admins, as at
       *> the recertification screen.
           IF WS-REVIEWERS-FOUND = ZERO
               PERFORM 4400-NOTIFY-IF-ADMIN
                   VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
           END-IF.

       4300-NOTIFY-IF-SUPERVISOR.
           IF WS-TBL-USER-ROLE (WS-USER-IDX) = 'S'
                   AND WS-TBL-DEPT-CODE (WS-USER-IDX)
                       = WS-TBL-OPEN-DEPT (WS-DEPT-IDX)
               ADD 1 TO WS-REVIEWERS-FOUND
               PERFORM 4500-BUILD-RECERT-NOTICE
           END-IF.

       4400-NOTIFY-IF-ADMIN.
           IF WS-TBL-USER-ROLE (WS-USER-IDX) = 'A'
               ADD 1 TO WS-REVIEWERS-FOUND
               PERFORM 4500-BUILD-RECERT-NOTICE
           END-IF.

       4500-BUILD-RECERT-NOTICE.
           MOVE SPACES TO NF-NOTICE-RECORD
           SET NF-RECERT-WAITING TO TRUE
           MOVE WS-TBL-USER-NAME (WS-USER-IDX) TO NF-RECIPIENT
           STRING 'CAMPAIGN ' WS-CAMPAIGN-ID ' DEPT '
               WS-TBL-OPEN-DEPT (WS-DEPT-IDX)
               DELIMITED BY SIZE INTO NF-NOTICE-KEY END-STRING
           MOVE 'ACCESS RECERTIFICATION AWAITS YOU' TO NF-SUBJECT
           MOVE WS-TBL-OPEN-ITEMS (WS-DEPT-IDX) TO WS-COUNT-EDIT
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
               ' ACCOUNT(S) IN DEPARTMENT ' DELIMITED BY SIZE
               WS-TBL-OPEN-DEPT (WS-DEPT-IDX) DELIMITED BY SIZE
               ' STILL NEED CONFIRM OR REVOKE ON RECERT'
                   DELIMITED BY SIZE
               INTO NF-MESSAGE-TEXT END-STRING
           PERFORM 8000-RAISE-NOTICE.

       5000-MESSAGE-NOTICES.
           PERFORM 5100-LOAD-ACKS
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT USER-MESSAGE-FILE
           IF WS-USERMSG-FILE-STATUS = '00'
               PERFORM 5010-READ-MESSAGE
               PERFORM 5200-CHECK-ONE-MESSAGE
                   UNTIL WS-END-OF-FILE
               CLOSE USER-MESSAGE-FILE
           END-IF.

       5010-READ-MESSAGE.
           READ USER-MESSAGE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       5100-LOAD-ACKS.
           MOVE ZERO TO WS-ACK-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-ACK-TABLE
           OPEN INPUT MESSAGE-ACK-FILE
           IF WS-MSGACK-FILE-STATUS = '00'
               PERFORM 5110-READ-ACK
               PERFORM 5120-STORE-ACK
                   UNTIL WS-END-OF-FILE
                   OR WS-ACK-COUNT >= WS-MAX-ACK-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'NOTIFOUT WARNING: ACK TABLE FULL - '
                       'LATER CONFIRMATIONS NOT SEEN'
               END-IF
               CLOSE MESSAGE-ACK-FILE
           END-IF.

       5110-READ-ACK.
           READ MESSAGE-ACK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       5120-STORE-ACK.
           ADD 1 TO WS-ACK-COUNT
           MOVE MA-MSG-ID TO WS-ACK-MSG-ID (WS-ACK-COUNT)
           MOVE MA-USER-NAME TO WS-ACK-USER (WS-ACK-COUNT)
           PERFORM 5110-READ-ACK.

       5200-CHECK-ONE-MESSAGE.
       *> A message with no posted date went up before the date was
       *> kept, so it has been waiting long enough already.
           IF MG-EXPIRY-DATE = ZERO
                   OR MG-EXPIRY-DATE >= WS-TODAY-DATE
               MOVE ZERO TO WS-DAYS-RESULT
               IF MG-POSTED-DATE IS NUMERIC
                       AND MG-POSTED-DATE > ZERO
                   MOVE 'D' TO WS-DATE-FUNCTION
                   CALL 'DATESRV' USING WS-DATE-FUNCTION
                       WS-TODAY-DATE MG-POSTED-DATE WS-DAYS-RESULT
                       WS-SITE-CODE
               ELSE
                   MOVE WS-ACK-CHASE-DAYS TO WS-DAYS-RESULT
               END-IF
               IF WS-DAYS-RESULT >= WS-ACK-CHASE-DAYS
                   PERFORM 5300-CHECK-ONE-TARGET
                       VARYING WS-USER-IDX FROM 1 BY 1
                       UNTIL WS-USER-IDX > WS-USER-COUNT
               END-IF
           END-IF
           PERFORM 5010-READ-MESSAGE.

       5300-CHECK-ONE-TARGET.
       *> Only active users are in the table, so a USER target who
       *> has since left is never chased.
           IF (MG-TARGETS-USER
                   AND WS-TBL-USER-NAME (WS-USER-IDX) = MG-TARGET)
               OR (MG-TARGETS-ROLE
                   AND WS-TBL-USER-ROLE (WS-USER-IDX) = MG-TARGET (1:1))
               MOVE WS-TBL-USER-NAME (WS-USER-IDX) TO WS-CHECK-NAME
               MOVE 'N' TO WS-ACKED-SWITCH
               PERFORM 5310-MATCH-ONE-ACK
                   VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-ACK-COUNT
                   OR WS-WAS-ACKED
               IF NOT WS-WAS-ACKED
                   PERFORM 5400-BUILD-MESSAGE-NOTICE
               END-IF
           END-IF.

       5310-MATCH-ONE-ACK.
           IF WS-ACK-MSG-ID (WS-ACK-IDX) = MG-MSG-ID
                   AND WS-ACK-USER (WS-ACK-IDX) = WS-CHECK-NAME
               SET WS-WAS-ACKED TO TRUE
           END-IF.

       5400-BUILD-MESSAGE-NOTICE.
           MOVE SPACES TO NF-NOTICE-RECORD
           SET NF-MESSAGE-UNCONFIRMED TO TRUE
           MOVE WS-CHECK-NAME TO NF-RECIPIENT
           STRING 'MESSAGE ' MG-MSG-ID
               DELIMITED BY SIZE INTO NF-NOTICE-KEY END-STRING
           MOVE 'PLEASE CONFIRM YOUR SIGN-ON MESSAGE' TO NF-SUBJECT
           STRING 'MESSAGE ' DELIMITED BY SIZE
               MG-MSG-ID DELIMITED BY SIZE
               ' AWAITS YOUR OK AT SIGN-ON: ' DELIMITED BY SIZE
               MG-MSG-TEXT DELIMITED BY SIZE
               INTO NF-MESSAGE-TEXT END-STRING
           PERFORM 8000-RAISE-NOTICE.

       8000-RAISE-NOTICE.
       *> The key goes on the sent-list in the same breath as the row
       *> goes in the outbox - a run that dies halfway still knows
       *> what it mailed.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-SNT-IDX TO 1
           SEARCH WS-SENT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SNT-IDX > WS-SENT-COUNT
                   CONTINUE
               WHEN WS-SENT-TYPE (WS-SNT-IDX) = NF-NOTICE-TYPE
                       AND WS-SENT-RECIPIENT (WS-SNT-IDX)
                           = NF-RECIPIENT
                       AND WS-SENT-KEY (WS-SNT-IDX) = NF-NOTICE-KEY
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-NOTICES-ALREADY-SENT
           ELSE
               MOVE WS-TODAY-DATE TO NF-CREATED-DATE
               WRITE NF-NOTICE-RECORD
               MOVE NF-NOTICE-RECORD TO NS-NOTICE-RECORD
               WRITE NS-NOTICE-RECORD
               ADD 1 TO WS-NOTICES-RAISED
               IF WS-SENT-COUNT < WS-MAX-SENT-ENTRIES
                   ADD 1 TO WS-SENT-COUNT
                   SET WS-SNT-IDX TO WS-SENT-COUNT
                   MOVE NF-NOTICE-RECORD TO WS-SENT-ENTRY (WS-SNT-IDX)
               ELSE
                   SET WS-SENT-LIST-FULL TO TRUE
               END-IF
           END-IF.

       8500-REWRITE-SENT-LIST.
       *> Never when the table overflowed - rows it could not hold
       *> would be lost from the list and mailed all over again.
           OPEN OUTPUT SENT-LIST-FILE
           IF WS-SENT-FILE-STATUS = '00'
               PERFORM 8510-WRITE-ONE-SENT
                   VARYING WS-SNT-IDX FROM 1 BY 1
                   UNTIL WS-SNT-IDX > WS-SENT-COUNT
               CLOSE SENT-LIST-FILE
               DISPLAY 'NOTIFOUT SENT-LIST KEYS DROPPED: '
                   WS-SENT-PRUNED
           ELSE
               DISPLAY 'NOTIFOUT WARNING: SENT-LIST NOT PRUNED - '
                   'STATUS ' WS-SENT-FILE-STATUS
           END-IF.

       8510-WRITE-ONE-SENT.
           MOVE WS-SENT-ENTRY (WS-SNT-IDX) TO NS-NOTICE-RECORD
           WRITE NS-NOTICE-RECORD.

       9000-TERMINATE.
           IF WS-OUTBOX-OK
               CLOSE OUTBOX-FILE
               CLOSE SENT-LIST-FILE
               IF WS-SENT-PRUNED > ZERO AND NOT WS-SENT-LIST-FULL
                   PERFORM 8500-REWRITE-SENT-LIST
               END-IF
           END-IF
           DISPLAY 'NOTIFOUT NOTICES RAISED      : ' WS-NOTICES-RAISED
           DISPLAY 'NOTIFOUT ALREADY SENT BEFORE : '
               WS-NOTICES-ALREADY-SENT
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-NOTICES-RAISED TO WS-RUNLOG-COUNT
           IF RETURN-CODE = ZERO
               MOVE 'OK' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'OUTBOX-NOT-WRITTEN' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM NOTIFOUT.
