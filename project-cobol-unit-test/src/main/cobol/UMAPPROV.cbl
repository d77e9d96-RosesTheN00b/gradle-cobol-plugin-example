      *          usual before/after UMHISTRC row, stamped UMAPPROV.
      *          Rejected requests leave the queue with nothing
      *          applied; skipped ones stay for the next review.
      *          Every release and every rejection is also kept on
      *          the UMAPPRLG decision log - requestor, reviewer and
      *          both timestamps - since the queue row is gone once
      *          it is decided and the change-approval evidence
      *          report has to show who asked and who released.
      *          A supervisor on holiday can leave a delegate (set up
      *          on DELEGMNT, checked through DELEGCHK) who signs on
      *          as themselves and names the supervisor they are
      *          acting for; they are then accepted as that
      *          supervisor for the dates and scope of the cover.
      *          The decision log carries both names.  A delegate may
      *          never release a request they queued, one the
      *          supervisor queued, or one that changes their own
      *          account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

           SELECT APPROVAL-LOG-FILE ASSIGN TO WS-UMAPPR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMAPPR-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO 'UMPDWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       FD  APPROVAL-LOG-FILE.
           COPY "UMAPPRRC.cpy".

       FD  WORK-FILE.
       01  WK-WORK-RECORD PIC X(100).

       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-UMHIST-NAME PIC X(9) VALUE 'USRMHIST'.
       01  WS-UMPEND-NAME PIC X(9) VALUE 'UMPENDNG'.
       01  WS-UMAPPR-NAME PIC X(9) VALUE 'UMAPPRLG'.
       01  WS-UMAPPR-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-UMPEND-FILE-STATUS PIC X(2).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-REVIEWER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REVIEWER-VERIFIED     VALUE 'Y'.
       01  WS-ON-BEHALF-OF PIC X(20) VALUE SPACES.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DISPOSITION PIC X(1).
       01  WS-UM-BEFORE-IMAGE PIC X(120).
       01  WS-STAMP-DATE PIC 9(8).
               10  WS-PEND-ELEV-START   PIC 9(8).
               10  WS-PEND-ELEV-END     PIC 9(8).
               10  WS-PEND-KEEP         PIC X(1).
           COPY "DELGCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               MOVE 'TUSERMAST' TO WS-USERMAST-NAME
               MOVE 'TUSRMHIST' TO WS-UMHIST-NAME
               MOVE 'TUMPENDNG' TO WS-UMPEND-NAME
               MOVE 'TUMAPPRLG' TO WS-UMAPPR-NAME
           END-IF.

       1000-LOAD-QUEUE.
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-REVIEWER-PIN
           DISPLAY 'ACTING FOR (SUPERVISOR NAME, OR BLANK IF YOURSELF)'
           ACCEPT WS-ON-BEHALF-OF
           INSPECT WS-ON-BEHALF-OF CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-ON-BEHALF-OF = WS-REVIEWER-NAME
               MOVE SPACES TO WS-ON-BEHALF-OF
           END-IF
           PERFORM 2000-OPEN-MASTER
           IF WS-USER-FILE-IS-OPEN
               MOVE WS-REVIEWER-NAME TO UM-USER-NAME
                   NOT INVALID KEY
                       PERFORM 1510-CHECK-REVIEWER
               END-READ
               IF WS-REVIEWER-VERIFIED
                       AND WS-ON-BEHALF-OF NOT = SPACES
                   PERFORM 1520-CHECK-DELEGATION
               END-IF
               CLOSE USER-MASTER-FILE
               MOVE 'N' TO WS-USER-FILE-OPEN-SWITCH
           END-IF.
           IF WS-REVIEWER-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-REVIEWER-PIN WS-PIN-SCRAMBLED
           END-IF
       *> A delegate proves who they are with their own PIN; the
       *> supervisor's authority comes with the cover, not their role.
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN
                       OR WS-ON-BEHALF-OF NOT = SPACES)
                   AND UM-STATUS-ACTIVE
                   AND WS-REVIEWER-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-REVIEWER-VERIFIED TO TRUE
           END-IF.

       1520-CHECK-DELEGATION.
       *> The cover must be on file for today and this queue, and the
       *> supervisor covered for must still be one who could release
       *> it in person.
           MOVE 'N' TO WS-REVIEWER-OK-SWITCH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO DL-CALL-AREA
           MOVE WS-REVIEWER-NAME TO DL-DELEGATE
           MOVE WS-ON-BEHALF-OF TO DL-DELEGATOR
           MOVE 'U' TO DL-SCOPE
           MOVE WS-TODAY-DATE TO DL-AS-OF-DATE
           CALL 'DELEGCHK' USING DL-CALL-AREA
           IF DL-DELEGATED
               MOVE WS-ON-BEHALF-OF TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                               AND UM-STATUS-ACTIVE
                           SET WS-REVIEWER-VERIFIED TO TRUE
                           DISPLAY 'ACTING FOR ' WS-ON-BEHALF-OF
                       END-IF
               END-READ
           ELSE
               DISPLAY 'NO COVER ON FILE FOR ' WS-ON-BEHALF-OF
                   ' TODAY'
           END-IF.

       2000-OPEN-MASTER.
           MOVE 'N' TO WS-USER-FILE-OPEN-SWITCH
           OPEN I-O USER-MASTER-FILE
               ' BY ' WS-PEND-REQUESTOR (WS-WORK-IDX)
      *> Two-person control is the whole point - the requestor can
      *> never be the releaser, however senior.
       *> A delegate stands in for the supervisor, so the supervisor's
       *> own requests and any change to the delegate's own account
       *> wait for somebody else too.
           IF WS-PEND-REQUESTOR (WS-WORK-IDX) = WS-REVIEWER-NAME
                   OR (WS-ON-BEHALF-OF NOT = SPACES
                   AND (WS-PEND-REQUESTOR (WS-WORK-IDX)
                           = WS-ON-BEHALF-OF
                       OR WS-PEND-USER (WS-WORK-IDX)
                           = WS-REVIEWER-NAME))
               DISPLAY '  YOUR OWN REQUEST - A DIFFERENT '
                   'SUPERVISOR MUST RELEASE IT'
               MOVE 'Y' TO WS-PEND-KEEP (WS-WORK-IDX)
               ADD 1 TO WS-KEPT-COUNT
               IF WS-DISPOSITION = 'R'
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED - NOTHING APPLIED'
                   ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-STAMP-TIME FROM TIME
                   PERFORM 3400-WRITE-DECISION-LOG
               ELSE
                   IF WS-DISPOSITION = 'S'
                       MOVE 'Y' TO WS-PEND-KEEP (WS-WORK-IDX)
           IF WS-UMHIST-FILE-STATUS = '00'
               WRITE UH-HISTORY-RECORD
           END-IF
           CLOSE USER-HISTORY-FILE
           PERFORM 3400-WRITE-DECISION-LOG.

       3400-WRITE-DECISION-LOG.
       *> The request and who decided it, stamped with the same
       *> moment as the history row a release writes - the one key
       *> the evidence report matches the two files on.
           MOVE SPACES TO AP-APPROVAL-RECORD
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO AP-DECIDED-TIMESTAMP END-STRING
           MOVE WS-PEND-USER (WS-WORK-IDX) TO AP-USER-NAME
           MOVE WS-PEND-REQUESTOR (WS-WORK-IDX) TO AP-REQUESTOR
           MOVE WS-REVIEWER-NAME TO AP-APPROVER
           MOVE WS-ON-BEHALF-OF TO AP-ON-BEHALF-OF
           MOVE WS-PEND-TIMESTAMP (WS-WORK-IDX)
               TO AP-REQUEST-TIMESTAMP
           MOVE WS-PEND-TYPE (WS-WORK-IDX) TO AP-REQUEST-TYPE
           MOVE WS-PEND-ROLE (WS-WORK-IDX) TO AP-REQUESTED-ROLE
           MOVE WS-PEND-STATUS (WS-WORK-IDX) TO AP-REQUESTED-STATUS
           MOVE WS-PEND-ELEV-START (WS-WORK-IDX) TO AP-ELEV-START
           MOVE WS-PEND-ELEV-END (WS-WORK-IDX) TO AP-ELEV-END
           MOVE WS-DISPOSITION TO AP-DECISION
           OPEN EXTEND APPROVAL-LOG-FILE
           IF WS-UMAPPR-FILE-STATUS = '35'
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF
           IF WS-UMAPPR-FILE-STATUS = '00'
               WRITE AP-APPROVAL-RECORD
               CLOSE APPROVAL-LOG-FILE
           ELSE
               DISPLAY 'WARNING: DECISION LOG NOT WRITTEN - STATUS '
                   WS-UMAPPR-FILE-STATUS
           END-IF.

       4000-REWRITE-QUEUE.
       *> The queue is rebuilt with only the skipped (and self-
