      ******************************************************************
      * Author:
      * Date:
      * Purpose: Release screen for the time-correction queue that
      *          TCENTRY feeds - a corrected session start or end
      *          time waits on TCPENDNG until a SECOND supervisor
      *          reviews it, the same way UMAPPROV releases queued
      *          user-master changes.  The reviewer is verified
      *          against the user master and may never release a
      *          correction they keyed themselves.  An approved
      *          correction is copied, stamped with the approver and
      *          the date, onto TIMECORR, where PAYHOURS and ATTSTMT
      *          pick it up over the original LOGOFFLG sessions -
      *          the originals are never rewritten.  Approvals and
      *          rejections each go to the TCAUDIT trail.  Rejected
      *          corrections leave the queue with nothing applied;
      *          skipped ones stay for the next review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCAPPROV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT PENDING-QUEUE-FILE ASSIGN TO WS-TCPEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCPEND-FILE-STATUS.

           SELECT APPROVED-FILE ASSIGN TO WS-TIMECORR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMECORR-FILE-STATUS.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO WS-TCAUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCAUDIT-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO 'TCPDWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  PENDING-QUEUE-FILE.
           COPY "TIMECORR.cpy".

       FD  APPROVED-FILE.
           COPY "TIMECORR.cpy" REPLACING LEADING ==TC-== BY ==TK-==.

       FD  CORRECTION-AUDIT-FILE.
           COPY "TCAUDREC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       FD  WORK-FILE.
       01  WK-WORK-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-TCPEND-NAME PIC X(9) VALUE 'TCPENDNG'.
       01  WS-TIMECORR-NAME PIC X(9) VALUE 'TIMECORR'.
       01  WS-TCAUDIT-NAME PIC X(9) VALUE 'TCAUDIT'.
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-TCPEND-FILE-STATUS PIC X(2).
       01  WS-TIMECORR-FILE-STATUS PIC X(2).
       01  WS-TCAUDIT-FILE-STATUS PIC X(2).
       01  WS-QUEUE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-QUEUE-EOF             VALUE 'Y'.
       01  WS-WORK-FILE-STATUS PIC X(2).
       01  WS-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-QUEUE-TABLE-FULL      VALUE 'Y'.
       01  WS-SPILL-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SPILL-FAILED          VALUE 'Y'.
       77  WS-SPILLED-COUNT PIC 9(3) VALUE ZERO.
       01  WS-REVIEWER-NAME PIC X(20).
       01  WS-REVIEWER-PIN PIC X(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-REVIEWER-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REVIEWER-VERIFIED     VALUE 'Y'.
       01  WS-DISPOSITION PIC X(1).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-AUDIT-ACTION PIC X(8).
       77  WS-PENDING-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-PENDING PIC 9(2) VALUE 50.
       77  WS-WORK-IDX PIC 9(2).
       77  WS-APPROVED-COUNT PIC 9(2) VALUE ZERO.
       77  WS-REJECTED-COUNT PIC 9(2) VALUE ZERO.
       77  WS-KEPT-COUNT PIC 9(2) VALUE ZERO.
      *    The queued row is carried whole - the screen only needs
      *    it laid back over the record area to show or copy it.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 50 TIMES.
               10  WS-PEND-IMAGE        PIC X(150).
               10  WS-PEND-KEEP         PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 1000-LOAD-QUEUE
           IF WS-PENDING-COUNT = ZERO
               DISPLAY 'NO TIME CORRECTIONS WAITING FOR APPROVAL'
               GOBACK
           END-IF
           PERFORM 1500-VERIFY-REVIEWER
           IF NOT WS-REVIEWER-VERIFIED
               DISPLAY 'REVIEWER CHECK FAILED - QUEUE UNTOUCHED'
               GOBACK
           END-IF
           PERFORM 3000-REVIEW-ONE-CORRECTION
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-PENDING-COUNT
           PERFORM 4000-REWRITE-QUEUE
           PERFORM 9000-TERMINATE
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> Ops flips one record and every write below lands on the
       *> practice files instead of production.
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
               MOVE 'TTCPENDNG' TO WS-TCPEND-NAME
               MOVE 'TTIMECORR' TO WS-TIMECORR-NAME
               MOVE 'TTCAUDIT' TO WS-TCAUDIT-NAME
           END-IF.

       1000-LOAD-QUEUE.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH
           INITIALIZE WS-PENDING-TABLE
           OPEN INPUT PENDING-QUEUE-FILE
           IF WS-TCPEND-FILE-STATUS = '00'
               PERFORM 1010-READ-QUEUE
               PERFORM 1020-STORE-CORRECTION
                   UNTIL WS-QUEUE-EOF
                   OR WS-PENDING-COUNT >= WS-MAX-PENDING
               IF NOT WS-QUEUE-EOF
                   SET WS-QUEUE-TABLE-FULL TO TRUE
                   DISPLAY 'TCAPPROV WARNING: QUEUE TABLE FULL - '
                       'CORRECTIONS PAST ' WS-MAX-PENDING
                       ' WAIT FOR THE NEXT REVIEW'
                   PERFORM 1050-SPILL-REMAINDER
               END-IF
               CLOSE PENDING-QUEUE-FILE
           END-IF.

       1050-SPILL-REMAINDER.
       *> Same hold-aside UMAPPROV does - a keyed correction must
       *> never vanish unreviewed because the table was full.
           MOVE ZERO TO WS-SPILLED-COUNT
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS = '00'
               PERFORM 1060-SPILL-ONE-ROW
                   UNTIL WS-QUEUE-EOF
               CLOSE WORK-FILE
           ELSE
               SET WS-SPILL-FAILED TO TRUE
           END-IF.

       1060-SPILL-ONE-ROW.
           MOVE TC-CORRECTION-RECORD TO WK-WORK-RECORD
           WRITE WK-WORK-RECORD
           ADD 1 TO WS-SPILLED-COUNT
           PERFORM 1010-READ-QUEUE.

       1010-READ-QUEUE.
           READ PENDING-QUEUE-FILE
               AT END
                   SET WS-QUEUE-EOF TO TRUE
           END-READ.

       1020-STORE-CORRECTION.
           ADD 1 TO WS-PENDING-COUNT
           MOVE TC-CORRECTION-RECORD
               TO WS-PEND-IMAGE (WS-PENDING-COUNT)
           MOVE 'N' TO WS-PEND-KEEP (WS-PENDING-COUNT)
           PERFORM 1010-READ-QUEUE.

       1500-VERIFY-REVIEWER.
       *> Same check UMAPPROV's 1500 runs - name and PIN against the
       *> master, supervisor or admin, active.
           MOVE 'N' TO WS-REVIEWER-OK-SWITCH
           DISPLAY 'ENTER REVIEWING SUPERVISOR NAME'
           ACCEPT WS-REVIEWER-NAME
           INSPECT WS-REVIEWER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'ENTER PIN'
           ACCEPT WS-REVIEWER-PIN
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               MOVE WS-REVIEWER-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1510-CHECK-REVIEWER
               END-READ
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'ERROR: CANNOT OPEN USER MASTER - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       1510-CHECK-REVIEWER.
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF WS-REVIEWER-PIN IS NUMERIC
               CALL 'PINSCRMB' USING WS-REVIEWER-PIN WS-PIN-SCRAMBLED
           END-IF
           IF (UM-ROLE-SUPERVISOR OR UM-ROLE-ADMIN)
                   AND UM-STATUS-ACTIVE
                   AND WS-REVIEWER-PIN IS NUMERIC
                   AND WS-PIN-SCRAMBLED = UM-USER-PIN
               SET WS-REVIEWER-VERIFIED TO TRUE
           END-IF.

       3000-REVIEW-ONE-CORRECTION.
           MOVE WS-PEND-IMAGE (WS-WORK-IDX) TO TC-CORRECTION-RECORD
           DISPLAY '------------------------------------------------'
           DISPLAY 'PENDING: ' TC-USER-NAME ' ON ' TC-SESSION-DATE
           IF TC-START-CORRECTION
               DISPLAY '  START TIME BECOMES ' TC-CORRECTED-TIME
           ELSE
               DISPLAY '  END TIME BECOMES ' TC-CORRECTED-TIME
           END-IF
           DISPLAY '  REASON: ' TC-REASON
           DISPLAY '  KEYED ' TC-TIMESTAMP ' BY ' TC-ENTERED-BY
      *> Two-person control - whoever keyed it can never release it.
           IF TC-ENTERED-BY = WS-REVIEWER-NAME
               DISPLAY '  YOU KEYED THIS ONE - A DIFFERENT '
                   'SUPERVISOR MUST RELEASE IT'
               MOVE 'Y' TO WS-PEND-KEEP (WS-WORK-IDX)
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               PERFORM 3100-ACCEPT-DISPOSITION
           END-IF.

       3100-ACCEPT-DISPOSITION.
           DISPLAY 'A=APPROVE R=REJECT S=SKIP'
           ACCEPT WS-DISPOSITION
           INSPECT WS-DISPOSITION CONVERTING 'ars' TO 'ARS'
           IF WS-DISPOSITION = 'A'
               PERFORM 3200-APPLY-CORRECTION
           ELSE
               IF WS-DISPOSITION = 'R'
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED - NOTHING APPLIED'
                   MOVE 'REJECTED' TO WS-AUDIT-ACTION
                   PERFORM 3300-WRITE-AUDIT
               ELSE
                   IF WS-DISPOSITION = 'S'
                       MOVE 'Y' TO WS-PEND-KEEP (WS-WORK-IDX)
                       ADD 1 TO WS-KEPT-COUNT
                   ELSE
                       DISPLAY 'ERROR: A, R OR S'
                       GO TO 3100-ACCEPT-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       3200-APPLY-CORRECTION.
      *> Approved rows only ever go on the end of TIMECORR - the
      *> session rows they correct stay exactly as they were.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           MOVE WS-REVIEWER-NAME TO TC-APPROVED-BY
           MOVE WS-STAMP-DATE TO TC-APPROVED-DATE
           MOVE TC-CORRECTION-RECORD TO TK-CORRECTION-RECORD
           OPEN EXTEND APPROVED-FILE
           IF WS-TIMECORR-FILE-STATUS = '35'
               OPEN OUTPUT APPROVED-FILE
           END-IF
           IF WS-TIMECORR-FILE-STATUS = '00'
               WRITE TK-CORRECTION-RECORD
               CLOSE APPROVED-FILE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY 'APPROVED: ' TC-USER-NAME ' ' TC-SESSION-DATE
               MOVE 'APPROVED' TO WS-AUDIT-ACTION
               PERFORM 3300-WRITE-AUDIT
           ELSE
               DISPLAY 'ERROR: CANNOT WRITE TIMECORR - STATUS '
                   WS-TIMECORR-FILE-STATUS ' - LEFT ON THE QUEUE'
               MOVE 'Y' TO WS-PEND-KEEP (WS-WORK-IDX)
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       3300-WRITE-AUDIT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE SPACES TO TA-AUDIT-RECORD
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO TA-TIMESTAMP END-STRING
           MOVE WS-AUDIT-ACTION TO TA-ACTION
           MOVE WS-REVIEWER-NAME TO TA-OPERATOR
           MOVE TC-CORRECTION-RECORD TO TA-CORRECTION-IMAGE
           OPEN EXTEND CORRECTION-AUDIT-FILE
           IF WS-TCAUDIT-FILE-STATUS = '35'
               OPEN OUTPUT CORRECTION-AUDIT-FILE
           END-IF
           IF WS-TCAUDIT-FILE-STATUS = '00'
               WRITE TA-AUDIT-RECORD
           END-IF
           CLOSE CORRECTION-AUDIT-FILE.

       4000-REWRITE-QUEUE.
       *> Only the skipped (and self-keyed) rows go back, with any
       *> overflow the table never held behind them.  If the
       *> overflow could not be held aside the rewrite is refused,
       *> as in UMAPPROV - re-presenting a handled correction beats
       *> destroying one nobody has reviewed.
           IF WS-QUEUE-TABLE-FULL AND WS-SPILL-FAILED
               DISPLAY 'TCAPPROV: OVERFLOW COULD NOT BE HELD '
                   'ASIDE - QUEUE LEFT AS IT WAS'
           ELSE
               OPEN OUTPUT PENDING-QUEUE-FILE
               IF WS-TCPEND-FILE-STATUS = '00'
                   PERFORM 4100-KEEP-ONE-ROW
                       VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-PENDING-COUNT
                   IF WS-SPILLED-COUNT > ZERO
                       PERFORM 4200-APPEND-SPILLED-ROWS
                   END-IF
                   CLOSE PENDING-QUEUE-FILE
               END-IF
           END-IF.

       4100-KEEP-ONE-ROW.
           IF WS-PEND-KEEP (WS-WORK-IDX) = 'Y'
               MOVE WS-PEND-IMAGE (WS-WORK-IDX)
                   TO TC-CORRECTION-RECORD
               WRITE TC-CORRECTION-RECORD
           END-IF.

       4200-APPEND-SPILLED-ROWS.
           MOVE 'N' TO WS-QUEUE-EOF-SWITCH
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS = '00'
               PERFORM 4210-READ-SPILLED
               PERFORM 4220-APPEND-ONE-SPILLED
                   UNTIL WS-QUEUE-EOF
               CLOSE WORK-FILE
           END-IF.

       4210-READ-SPILLED.
           READ WORK-FILE
               AT END
                   SET WS-QUEUE-EOF TO TRUE
           END-READ.

       4220-APPEND-ONE-SPILLED.
           MOVE WK-WORK-RECORD TO TC-CORRECTION-RECORD
           WRITE TC-CORRECTION-RECORD
           PERFORM 4210-READ-SPILLED.

       9000-TERMINATE.
           DISPLAY '------------------------------------------------'
           DISPLAY 'TCAPPROV APPROVED: ' WS-APPROVED-COUNT
           DISPLAY 'TCAPPROV REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'TCAPPROV STILL PENDING: ' WS-KEPT-COUNT.

       END PROGRAM TCAPPROV.
