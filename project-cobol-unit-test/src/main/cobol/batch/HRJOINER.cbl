      ******************************************************************
      * Author:
      * Date:
      * Purpose: Processes HR's new-starter feed the night it
      *          arrives - the other half of HRLEAVER.  Each starter
      *          on the HRJOINER file gets a USERMAST entry built
      *          INACTIVE with the base operator role and an
      *          unusable PIN, the EMPXREF row that links the name to
      *          the employee number (carrying HR's start date as the
      *          hire date the service anniversaries count from), the
      *          usual before/after UMHISTRC row, and a place on the
      *          JOINPEND list of people waiting for their first
      *          day.  Every run (feed or not) then walks JOINPEND: a
      *          starter whose first day is the next business day or
      *          earlier goes active with a one-time reset code
      *          valid on that day, so the person chooses their own
      *          PIN at the LOGIN prompt, and a supervisor or admin
      *          role HR asked for goes to the UMPENDNG queue for a
      *          second supervisor to release in UMAPPROV - a feed
      *          never grants privilege by itself.  The clear codes
      *          go to the JOINCODE hand-over list for the starter's
      *          manager.  A starter that cannot be built (bad data,
      *          a name already on the master, an employee number
      *          already linked) goes to the JOINUNMT report, like
      *          LEAVUNMT.  The feed is cleared once fully processed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRJOINER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOINER-FEED-FILE ASSIGN TO 'HRJOINER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT EMPLOYEE-XREF-FILE ASSIGN TO 'EMPXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT USER-HISTORY-FILE ASSIGN TO 'USRMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMHIST-FILE-STATUS.

           SELECT PENDING-QUEUE-FILE ASSIGN TO 'UMPENDNG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMPEND-FILE-STATUS.

           SELECT STARTER-PENDING-FILE ASSIGN TO 'JOINPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOINPEND-FILE-STATUS.

           SELECT CODE-NOTICE-FILE ASSIGN TO 'JOINCODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.

           SELECT UNMATCHED-FILE ASSIGN TO 'JOINUNMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMATCHED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOINER-FEED-FILE.
           COPY "HRJOINRC.cpy".

       FD  EMPLOYEE-XREF-FILE.
           COPY "EMPXREF.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  USER-HISTORY-FILE.
           COPY "UMHISTRC.cpy".

       FD  PENDING-QUEUE-FILE.
           COPY "UMPENDRC.cpy".

       FD  STARTER-PENDING-FILE.
           COPY "JOINPEND.cpy".

       FD  CODE-NOTICE-FILE.
       01  JC-CODE-NOTICE-RECORD.
           05  JC-USER-NAME            PIC X(20).
           05  FILLER                  PIC X(1).
           05  JC-EMPLOYEE-NUMBER      PIC X(8).
           05  FILLER                  PIC X(1).
           05  JC-DEPT-CODE            PIC X(4).
           05  FILLER                  PIC X(1).
           05  JC-RESET-CODE           PIC X(4).
           05  FILLER                  PIC X(1).
           05  JC-VALID-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  JC-GRANT-NOTE           PIC X(20).

       FD  UNMATCHED-FILE.
       01  UN-UNMATCHED-RECORD.
           05  UN-EMPLOYEE-NUMBER      PIC X(8).
           05  FILLER                  PIC X(1).
           05  UN-USER-NAME            PIC X(20).
           05  FILLER                  PIC X(1).
           05  UN-START-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  UN-REASON-CODE          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS PIC X(2).
       01  WS-XREF-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-UMPEND-FILE-STATUS PIC X(2).
       01  WS-JOINPEND-FILE-STATUS PIC X(2).
       01  WS-CODE-FILE-STATUS PIC X(2).
       01  WS-UNMATCHED-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-USER-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-FEED-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-FEED-IS-OPEN          VALUE 'Y'.
       01  WS-XREF-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-XREF-FULLY-LOADED     VALUE 'Y'.
       01  WS-PEND-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PEND-FULLY-LOADED     VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-REJECT-REASON PIC X(10).
       01  WS-NAME-VALIDATE PIC X(20).
       01  WS-HIST-ACTION PIC X(8).
       01  WS-UM-BEFORE-IMAGE PIC X(120).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-TODAY-DATE PIC 9(8).
      *> The first business day after the one being posted - the
      *> day a starter activated tonight can first sign on.
       01  WS-FIRST-DAY PIC 9(8).
       01  WS-FIRST-DAY-PARTS REDEFINES WS-FIRST-DAY.
           05  WS-FIRST-YYYY           PIC 9(4).
           05  WS-FIRST-MM             PIC 9(2).
           05  WS-FIRST-DD             PIC 9(2).
       01  WS-MONTH-LAST-DAY PIC 9(2).
       01  WS-LEAP-REMAINDER PIC 9(4).
       01  WS-LEAP-QUOTIENT PIC 9(4).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-RESET-CODE-CLEAR PIC X(4).
       01  WS-CODE-WORK PIC 9(4).
       01  WS-CODE-SEED PIC 9(7).
       01  WS-CODE-QUOTIENT PIC 9(7).
       77  WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-XREF-ENTRIES PIC 9(3) VALUE 500.
       77  WS-PEND-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-PEND-ENTRIES PIC 9(3) VALUE 500.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-STARTERS-BUILT PIC 9(5) VALUE ZERO.
       77  WS-STARTERS-REJECTED PIC 9(5) VALUE ZERO.
       77  WS-STARTERS-ACTIVATED PIC 9(5) VALUE ZERO.
       77  WS-GRANTS-QUEUED PIC 9(5) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-XREF-IDX.
               10  WS-XREF-NAME         PIC X(20).
               10  WS-XREF-NUMBER       PIC X(8).
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PEND-IDX.
               10  WS-PEND-NAME         PIC X(20).
               10  WS-PEND-NUMBER       PIC X(8).
               10  WS-PEND-START        PIC 9(8).
               10  WS-PEND-ROLE         PIC X(1).
               10  WS-PEND-DONE         PIC X(1).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'HRJOINER'.
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
           PERFORM 2000-PROCESS-STARTER
               UNTIL WS-END-OF-FILE
           IF WS-USER-FILE-IS-OPEN
               PERFORM 3000-ACTIVATE-STARTER
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PEND-COUNT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
       *> Unlike HRLEAVER there is work to do even with no feed on
       *> hand - last week's starters still come due tonight - so
       *> only a missing master stops the run.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-STARTERS-BUILT
           MOVE ZERO TO WS-STARTERS-REJECTED
           MOVE ZERO TO WS-STARTERS-ACTIVATED
           MOVE ZERO TO WS-GRANTS-QUEUED
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-FIRST-DAY
           PERFORM 1050-STEP-FORWARD-ONE-DAY
           OPEN I-O USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               SET WS-USER-FILE-IS-OPEN TO TRUE
               PERFORM 1100-LOAD-XREF
               PERFORM 1200-LOAD-PENDING
               OPEN OUTPUT UNMATCHED-FILE
               OPEN OUTPUT CODE-NOTICE-FILE
               OPEN INPUT JOINER-FEED-FILE
               IF WS-FEED-FILE-STATUS = '00'
                   SET WS-FEED-IS-OPEN TO TRUE
                   PERFORM 1010-READ-JOINER
               ELSE
                   DISPLAY 'HRJOINER: NO STARTER FEED ON HAND - '
                       'ACTIVATIONS ONLY'
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           ELSE
       *> No master means nothing can be built or activated - leave
       *> the feed and the pending list exactly as they are for the
       *> next attempt, the way HRLEAVER leaves its feed.
               DISPLAY 'HRJOINER: USER MASTER UNAVAILABLE - '
                   'STATUS ' WS-USER-FILE-STATUS
               DISPLAY 'HRJOINER: FEED LEFT UNTOUCHED'
               SET WS-END-OF-FILE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       1010-READ-JOINER.
           READ JOINER-FEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1050-STEP-FORWARD-ONE-DAY.
       *> Real calendar stepping, same leap rule as NIGHTRUN's roll
       *> of the business date.
           IF WS-FIRST-MM = 1 OR WS-FIRST-MM = 3 OR WS-FIRST-MM = 5
                   OR WS-FIRST-MM = 7 OR WS-FIRST-MM = 8
                   OR WS-FIRST-MM = 10 OR WS-FIRST-MM = 12
               MOVE 31 TO WS-MONTH-LAST-DAY
           ELSE
               IF WS-FIRST-MM = 2
                   DIVIDE WS-FIRST-YYYY BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-MONTH-LAST-DAY
                   END-IF
               ELSE
                   MOVE 30 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF
           IF WS-FIRST-DD < WS-MONTH-LAST-DAY
               ADD 1 TO WS-FIRST-DD
           ELSE
               MOVE 1 TO WS-FIRST-DD
               IF WS-FIRST-MM = 12
                   MOVE 1 TO WS-FIRST-MM
                   ADD 1 TO WS-FIRST-YYYY
               ELSE
                   ADD 1 TO WS-FIRST-MM
               END-IF
           END-IF.

       1100-LOAD-XREF.
       *> The table is only the duplicate check here - new rows are
       *> appended to the file, never rewritten from the table - but
       *> a partial load would let an employee number already linked
       *> further down slip through, so an overflow stops the intake
       *> (2000 rejects) rather than guess.
           MOVE ZERO TO WS-XREF-COUNT
           MOVE 'N' TO WS-XREF-OK-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-XREF-TABLE
           OPEN INPUT EMPLOYEE-XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               PERFORM 1110-READ-XREF
               PERFORM 1120-STORE-XREF
                   UNTIL WS-END-OF-FILE
                   OR WS-XREF-COUNT >= WS-MAX-XREF-ENTRIES
               IF WS-END-OF-FILE
                   SET WS-XREF-FULLY-LOADED TO TRUE
               ELSE
                   DISPLAY 'HRJOINER WARNING: XREF TABLE FULL - '
                       'ROWS PAST ' WS-MAX-XREF-ENTRIES
                       ' CANNOT BE CHECKED AND NO STARTER WILL BE '
                       'BUILT'
               END-IF
               CLOSE EMPLOYEE-XREF-FILE
           ELSE
       *> No cross-reference yet is simply an empty one - the first
       *> starter creates it.
               SET WS-XREF-FULLY-LOADED TO TRUE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1110-READ-XREF.
           READ EMPLOYEE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-XREF.
           ADD 1 TO WS-XREF-COUNT
           SET WS-XREF-IDX TO WS-XREF-COUNT
           MOVE EM-USER-NAME TO WS-XREF-NAME (WS-XREF-IDX)
           MOVE EM-EMPLOYEE-NUMBER TO WS-XREF-NUMBER (WS-XREF-IDX)
           PERFORM 1110-READ-XREF.

       1200-LOAD-PENDING.
       *> JOINPEND is rewritten from this table at the end, so the
       *> same rule as HRLEAVER's cross-reference applies: only a
       *> complete load may be written back.
           MOVE ZERO TO WS-PEND-COUNT
           MOVE 'N' TO WS-PEND-OK-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-PEND-TABLE
           OPEN INPUT STARTER-PENDING-FILE
           IF WS-JOINPEND-FILE-STATUS = '00'
               PERFORM 1210-READ-PENDING
               PERFORM 1220-STORE-PENDING
                   UNTIL WS-END-OF-FILE
                   OR WS-PEND-COUNT >= WS-MAX-PEND-ENTRIES
               IF WS-END-OF-FILE
                   SET WS-PEND-FULLY-LOADED TO TRUE
               ELSE
                   DISPLAY 'HRJOINER WARNING: PENDING TABLE FULL - '
                       'STARTERS PAST ' WS-MAX-PEND-ENTRIES
                       ' WAIT FOR A LATER RUN'
               END-IF
               CLOSE STARTER-PENDING-FILE
           ELSE
               SET WS-PEND-FULLY-LOADED TO TRUE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1210-READ-PENDING.
           READ STARTER-PENDING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1220-STORE-PENDING.
           ADD 1 TO WS-PEND-COUNT
           SET WS-PEND-IDX TO WS-PEND-COUNT
           MOVE JP-USER-NAME TO WS-PEND-NAME (WS-PEND-IDX)
           MOVE JP-EMPLOYEE-NUMBER TO WS-PEND-NUMBER (WS-PEND-IDX)
           MOVE JP-START-DATE TO WS-PEND-START (WS-PEND-IDX)
           MOVE JP-REQUESTED-ROLE TO WS-PEND-ROLE (WS-PEND-IDX)
           MOVE 'N' TO WS-PEND-DONE (WS-PEND-IDX)
           PERFORM 1210-READ-PENDING.

       2000-PROCESS-STARTER.
       *> The same edits USERMNT's 1500-INPUT-NAME applies to a name
       *> keyed by hand, then the duplicate checks - a starter is
       *> either built whole or rejected whole.
           MOVE SPACES TO WS-REJECT-REASON
           INSPECT JN-USER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT JN-REQUESTED-ROLE CONVERTING 'aso' TO 'ASO'
           MOVE JN-USER-NAME TO WS-NAME-VALIDATE
           INSPECT WS-NAME-VALIDATE CONVERTING ', ' TO 'AA'
           IF JN-EMPLOYEE-NUMBER = SPACES
               MOVE 'NO-EMPNO' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF JN-USER-NAME = SPACES
                       OR WS-NAME-VALIDATE NOT ALPHABETIC
                   MOVE 'BAD-NAME' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF JN-REQUESTED-ROLE NOT = 'A'
                       AND JN-REQUESTED-ROLE NOT = 'S'
                       AND JN-REQUESTED-ROLE NOT = 'O'
                   MOVE 'BAD-ROLE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF JN-START-DATE NOT NUMERIC OR JN-START-DATE = ZERO
                   MOVE 'BAD-DATE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF NOT WS-XREF-FULLY-LOADED
                   MOVE 'XREF-FULL' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-PEND-COUNT >= WS-MAX-PEND-ENTRIES
                       OR NOT WS-PEND-FULLY-LOADED
                   MOVE 'PEND-FULL' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2050-CHECK-XREF-DUPLICATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE JN-USER-NAME TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       PERFORM 2100-BUILD-USER
                   NOT INVALID KEY
                       MOVE 'DUP-NAME' TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2500-WRITE-UNMATCHED
           END-IF
           PERFORM 1010-READ-JOINER.

       2050-CHECK-XREF-DUPLICATE.
       *> An employee number already linked belongs to someone - a
       *> rehire keeps the old row, so HR must sort that one out by
       *> hand.  A name already linked is a clash the same way.
           SET WS-XREF-IDX TO 1
           SEARCH WS-XREF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XREF-IDX > WS-XREF-COUNT
                   CONTINUE
               WHEN WS-XREF-NUMBER (WS-XREF-IDX)
                       = JN-EMPLOYEE-NUMBER
                   MOVE 'DUP-EMPNO' TO WS-REJECT-REASON
               WHEN WS-XREF-NAME (WS-XREF-IDX) = JN-USER-NAME
                   MOVE 'DUP-XNAME' TO WS-REJECT-REASON
           END-SEARCH.

       2100-BUILD-USER.
       *> Every field set explicitly, as USERMNT 2000-ADD-USER does.
       *> The account starts inactive on the base operator role with
       *> the same unusable PIN UMRBUILD gives a skeleton record -
       *> nothing verifies against it, so the only way in is the
       *> reset code 3000 issues on the first day.
           MOVE SPACES TO WS-UM-BEFORE-IMAGE
           MOVE JN-USER-NAME TO UM-USER-NAME
           SET UM-ROLE-OPERATOR TO TRUE
           SET UM-STATUS-INACTIVE TO TRUE
           MOVE '****' TO UM-USER-PIN
           MOVE ZERO TO UM-FAILED-COUNT
           MOVE ZERO TO UM-LAST-ATTEMPT-DATE
           MOVE ZERO TO UM-LOCKOUT-DATE
           MOVE ZERO TO UM-PIN-SET-DATE
           MOVE ZERO TO UM-WINDOW-START
           MOVE ZERO TO UM-WINDOW-END
           MOVE SPACES TO UM-DURESS-PIN
           MOVE SPACES TO UM-RESET-CODE
           MOVE ZERO TO UM-RESET-CODE-DATE
           MOVE SPACE TO UM-ELEV-ROLE
           MOVE ZERO TO UM-ELEV-START
           MOVE ZERO TO UM-ELEV-END
           INSPECT JN-DEPT-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE JN-DEPT-CODE TO UM-DEPT-CODE
           WRITE UM-USER-RECORD
               INVALID KEY
                   DISPLAY 'HRJOINER: WRITE FAILED FOR '
                       UM-USER-NAME ' - STATUS ' WS-USER-FILE-STATUS
                   MOVE 'WRITE-FAIL' TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-STARTERS-BUILT
                   DISPLAY 'HRJOINER BUILT: ' UM-USER-NAME
                       ' STARTS ' JN-START-DATE
                   MOVE 'STARTER' TO WS-HIST-ACTION
                   PERFORM 2200-WRITE-USER-HISTORY
                   PERFORM 2300-WRITE-XREF
                   PERFORM 2400-ADD-PENDING
           END-WRITE.

       2200-WRITE-USER-HISTORY.
       *> Same before/after trail every master writer keeps, with
       *> this feed as the source.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO UH-TIMESTAMP END-STRING
           MOVE UM-USER-NAME TO UH-USER-NAME
           MOVE 'HRJOINER' TO UH-SOURCE
           MOVE WS-HIST-ACTION TO UH-ACTION
           MOVE WS-UM-BEFORE-IMAGE TO UH-BEFORE-IMAGE
           MOVE UM-USER-RECORD TO UH-AFTER-IMAGE
           OPEN EXTEND USER-HISTORY-FILE
           IF WS-UMHIST-FILE-STATUS = '35'
               OPEN OUTPUT USER-HISTORY-FILE
           END-IF
           IF WS-UMHIST-FILE-STATUS = '00'
               WRITE UH-HISTORY-RECORD
           END-IF
           CLOSE USER-HISTORY-FILE.

       2300-WRITE-XREF.
       *> Appended, and remembered in the table so a second row for
       *> the same person later in tonight's feed is caught too.
           OPEN EXTEND EMPLOYEE-XREF-FILE
           IF WS-XREF-FILE-STATUS = '35'
               OPEN OUTPUT EMPLOYEE-XREF-FILE
           END-IF
           IF WS-XREF-FILE-STATUS = '00'
               MOVE JN-USER-NAME TO EM-USER-NAME
               MOVE JN-EMPLOYEE-NUMBER TO EM-EMPLOYEE-NUMBER
               MOVE JN-START-DATE TO EM-HIRE-DATE
               MOVE SPACES TO EM-LANGUAGE-CODE
               WRITE EM-XREF-RECORD
           ELSE
               DISPLAY 'HRJOINER WARNING: EMPXREF NOT WRITTEN FOR '
                   JN-USER-NAME ' - STATUS ' WS-XREF-FILE-STATUS
           END-IF
           CLOSE EMPLOYEE-XREF-FILE
           IF WS-XREF-COUNT < WS-MAX-XREF-ENTRIES
               ADD 1 TO WS-XREF-COUNT
               SET WS-XREF-IDX TO WS-XREF-COUNT
               MOVE JN-USER-NAME TO WS-XREF-NAME (WS-XREF-IDX)
               MOVE JN-EMPLOYEE-NUMBER
                   TO WS-XREF-NUMBER (WS-XREF-IDX)
           ELSE
               MOVE 'N' TO WS-XREF-OK-SWITCH
           END-IF.

       2400-ADD-PENDING.
           ADD 1 TO WS-PEND-COUNT
           SET WS-PEND-IDX TO WS-PEND-COUNT
           MOVE JN-USER-NAME TO WS-PEND-NAME (WS-PEND-IDX)
           MOVE JN-EMPLOYEE-NUMBER TO WS-PEND-NUMBER (WS-PEND-IDX)
           MOVE JN-START-DATE TO WS-PEND-START (WS-PEND-IDX)
           MOVE JN-REQUESTED-ROLE TO WS-PEND-ROLE (WS-PEND-IDX)
           MOVE 'N' TO WS-PEND-DONE (WS-PEND-IDX).

       2500-WRITE-UNMATCHED.
       *> A starter the shop cannot build stays on paper, loudly -
       *> the person's manager would rather hear tonight than on the
       *> morning of day one.
           ADD 1 TO WS-STARTERS-REJECTED
           MOVE SPACES TO UN-UNMATCHED-RECORD
           MOVE JN-EMPLOYEE-NUMBER TO UN-EMPLOYEE-NUMBER
           MOVE JN-USER-NAME TO UN-USER-NAME
           IF JN-START-DATE NUMERIC
               MOVE JN-START-DATE TO UN-START-DATE
           ELSE
               MOVE ZERO TO UN-START-DATE
           END-IF
           MOVE WS-REJECT-REASON TO UN-REASON-CODE
           WRITE UN-UNMATCHED-RECORD
           DISPLAY 'HRJOINER REJECTED: EMPLOYEE '
               JN-EMPLOYEE-NUMBER ' ' WS-REJECT-REASON.

       3000-ACTIVATE-STARTER.
       *> Due means the first day is the next business day or has
       *> already gone by (a late feed).  The reset code is dated
       *> that next business day - LOGIN honours a code only on the
       *> day it carries - so whether the chain finishes before or
       *> after midnight the person can get in on the morning they
       *> arrive.
           SET WS-PEND-IDX TO WS-WORK-IDX
           IF WS-PEND-START (WS-PEND-IDX) <= WS-FIRST-DAY
               MOVE WS-PEND-NAME (WS-PEND-IDX) TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'HRJOINER: STARTER '
                           WS-PEND-NAME (WS-PEND-IDX)
                           ' NO LONGER ON FILE - DROPPED'
                       MOVE 'Y' TO WS-PEND-DONE (WS-PEND-IDX)
                   NOT INVALID KEY
                       PERFORM 3100-OPEN-ACCOUNT
               END-READ
           END-IF.

       3100-OPEN-ACCOUNT.
       *> Someone may have opened the account by hand already; a
       *> live account is left exactly as it is.
           MOVE 'Y' TO WS-PEND-DONE (WS-PEND-IDX)
           IF UM-STATUS-INACTIVE
               MOVE UM-USER-RECORD TO WS-UM-BEFORE-IMAGE
               SET UM-STATUS-ACTIVE TO TRUE
               PERFORM 3200-GENERATE-CODE
               REWRITE UM-USER-RECORD
                   INVALID KEY
                       DISPLAY 'HRJOINER: REWRITE FAILED FOR '
                           UM-USER-NAME ' - STATUS '
                           WS-USER-FILE-STATUS
                       MOVE 'N' TO WS-PEND-DONE (WS-PEND-IDX)
                   NOT INVALID KEY
                       ADD 1 TO WS-STARTERS-ACTIVATED
                       DISPLAY 'HRJOINER ACTIVATED: ' UM-USER-NAME
                       MOVE 'ACTIVATE' TO WS-HIST-ACTION
                       PERFORM 2200-WRITE-USER-HISTORY
                       PERFORM 3300-QUEUE-ROLE-GRANT
                       PERFORM 3400-WRITE-CODE-NOTICE
               END-REWRITE
           END-IF.

       3200-GENERATE-CODE.
       *> Seeded from the clock like USERMNT's 6720, but several
       *> starters activate in the same second - the running count
       *> spreads them so no two get the same code.  Only the
       *> scrambled residue reaches the master.
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-TIME (3:4) TO WS-CODE-WORK
           COMPUTE WS-CODE-SEED = WS-CODE-WORK
               + (WS-STARTERS-ACTIVATED * 1237)
           DIVIDE WS-CODE-SEED BY 10000
               GIVING WS-CODE-QUOTIENT
               REMAINDER WS-CODE-WORK
           MOVE WS-CODE-WORK TO WS-RESET-CODE-CLEAR
           CALL 'PINSCRMB' USING WS-RESET-CODE-CLEAR
               WS-PIN-SCRAMBLED
           MOVE WS-PIN-SCRAMBLED TO UM-RESET-CODE
           MOVE WS-FIRST-DAY TO UM-RESET-CODE-DATE.

       3300-QUEUE-ROLE-GRANT.
       *> The account opens as an operator; anything more rides the
       *> same second-person queue a hand-keyed grant does.  The
       *> feed is the requestor, so any supervisor may release it.
           IF WS-PEND-ROLE (WS-PEND-IDX) = 'A'
                   OR WS-PEND-ROLE (WS-PEND-IDX) = 'S'
               OPEN EXTEND PENDING-QUEUE-FILE
               IF WS-UMPEND-FILE-STATUS = '35'
                   OPEN OUTPUT PENDING-QUEUE-FILE
               END-IF
               IF WS-UMPEND-FILE-STATUS = '00'
                   ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-STAMP-TIME FROM TIME
                   STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
                       INTO UP-TIMESTAMP END-STRING
                   MOVE UM-USER-NAME TO UP-USER-NAME
                   SET UP-ROLE-CHANGE TO TRUE
                   MOVE WS-PEND-ROLE (WS-PEND-IDX)
                       TO UP-REQUESTED-ROLE
                   MOVE 'A' TO UP-REQUESTED-STATUS
                   MOVE 'HRJOINER' TO UP-REQUESTOR
                   MOVE ZERO TO UP-ELEV-START
                   MOVE ZERO TO UP-ELEV-END
                   WRITE UP-PENDING-RECORD
                   ADD 1 TO WS-GRANTS-QUEUED
                   DISPLAY 'HRJOINER QUEUED ROLE '
                       WS-PEND-ROLE (WS-PEND-IDX) ' FOR '
                       UM-USER-NAME
               ELSE
                   DISPLAY 'HRJOINER WARNING: ROLE GRANT NOT QUEUED '
                       'FOR ' UM-USER-NAME ' - STATUS '
                       WS-UMPEND-FILE-STATUS
               END-IF
               CLOSE PENDING-QUEUE-FILE
           END-IF.

       3400-WRITE-CODE-NOTICE.
       *> The clear code appears here and nowhere else - the list is
       *> for the starter's manager to hand over privately.
           MOVE SPACES TO JC-CODE-NOTICE-RECORD
           MOVE UM-USER-NAME TO JC-USER-NAME
           MOVE WS-PEND-NUMBER (WS-PEND-IDX) TO JC-EMPLOYEE-NUMBER
           MOVE UM-DEPT-CODE TO JC-DEPT-CODE
           MOVE WS-RESET-CODE-CLEAR TO JC-RESET-CODE
           MOVE WS-FIRST-DAY TO JC-VALID-DATE
           IF WS-PEND-ROLE (WS-PEND-IDX) = 'A'
                   OR WS-PEND-ROLE (WS-PEND-IDX) = 'S'
               MOVE 'ROLE AWAITS APPROVAL' TO JC-GRANT-NOTE
           END-IF
           WRITE JC-CODE-NOTICE-RECORD.

       4000-REWRITE-PENDING.
       *> Activated starters come off the list; only a complete load
       *> may be written back, or the list would lose whoever did
       *> not fit.
           IF NOT WS-PEND-FULLY-LOADED
               DISPLAY 'HRJOINER: PENDING LIST NOT FULLY LOADED - '
                   'LEFT AS IT WAS'
           ELSE
               OPEN OUTPUT STARTER-PENDING-FILE
               IF WS-JOINPEND-FILE-STATUS = '00'
                   PERFORM 4100-KEEP-ONE-PENDING
                       VARYING WS-WORK-IDX FROM 1 BY 1
                       UNTIL WS-WORK-IDX > WS-PEND-COUNT
                   CLOSE STARTER-PENDING-FILE
               END-IF
           END-IF.

       4100-KEEP-ONE-PENDING.
           SET WS-PEND-IDX TO WS-WORK-IDX
           IF WS-PEND-DONE (WS-PEND-IDX) = 'N'
               MOVE WS-PEND-NAME (WS-PEND-IDX) TO JP-USER-NAME
               MOVE WS-PEND-NUMBER (WS-PEND-IDX)
                   TO JP-EMPLOYEE-NUMBER
               MOVE WS-PEND-START (WS-PEND-IDX) TO JP-START-DATE
               MOVE WS-PEND-ROLE (WS-PEND-IDX) TO JP-REQUESTED-ROLE
               WRITE JP-PENDING-RECORD
           END-IF.

       9000-TERMINATE.
           IF WS-USER-FILE-IS-OPEN
               CLOSE USER-MASTER-FILE
               CLOSE UNMATCHED-FILE
               CLOSE CODE-NOTICE-FILE
               PERFORM 4000-REWRITE-PENDING
               IF WS-FEED-IS-OPEN
                   CLOSE JOINER-FEED-FILE
       *> The feed is done - clear it so a rerun of the chain does
       *> not try to build the same people twice over.
                   OPEN OUTPUT JOINER-FEED-FILE
                   CLOSE JOINER-FEED-FILE
               END-IF
           END-IF
           DISPLAY 'HRJOINER BUILT     : ' WS-STARTERS-BUILT
           DISPLAY 'HRJOINER REJECTED  : ' WS-STARTERS-REJECTED
           DISPLAY 'HRJOINER ACTIVATED : ' WS-STARTERS-ACTIVATED
           DISPLAY 'HRJOINER GRANTS    : ' WS-GRANTS-QUEUED
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-STARTERS-BUILT TO WS-RUNLOG-COUNT
           IF RETURN-CODE = ZERO
               MOVE 'OK' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'MASTER-DOWN' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM HRJOINER.
