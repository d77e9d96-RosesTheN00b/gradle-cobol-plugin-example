      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leaver pseudonymization - once a leaver is past the
      *          pseudonymization days held on RETENTCT (counted from
      *          the leave date on LEAVEREG), their name is replaced
      *          everywhere in the history with a stable token of
      *          the form LEAVER#nnnnnnn: the AUDITLOG and GREETHST
      *          generations, the AUDARCH, HSTARCH, LOGARCH, SECARCH
      *          and PRTARCH monthly archives, the LOGOFFLG,
      *          SECMONFD, PRINTRPT, SECEXCPT, ALERTQUE, ALERTHST,
      *          MSGACKF, BREAKLOG, USRMHIST and UMAPPRLG trails,
      *          the DELEGATE approval-cover file, the ISSUEREG
      *          keys and equipment register, the ARCHIDX archive
      *          name index, the HISTMAST and USERMAST keys, and
      *          finally LEAVEREG itself.
      *          One person always gets one token, so every count,
      *          trend and department total comes out exactly as it
      *          did - only the name is gone.  The real-name-to-token
      *          map is kept on the restricted PSEUDMAP file and is
      *          written BEFORE any history is touched; every file
      *          changed gets a PSEUDONM row on the ARCHMANF manifest
      *          with the number of rows changed.  No writable map or
      *          manifest means nothing is changed.  A leaver whose
      *          USERMAST record is active again has rejoined and
      *          keeps the name.  Rerunnable: rows already carrying
      *          the token simply do not match again.  Runs from the
      *          nightly sequencer after LEAVCHK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSEUDLVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-CONTROL-FILE ASSIGN TO 'RETENTCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO 'ARCHMANF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT LEAVER-REGISTER-FILE ASSIGN TO 'LEAVEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT PSEUDONYM-MAP-FILE ASSIGN TO 'PSEUDMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT TARGET-FILE ASSIGN TO WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT WORK-FILE ASSIGN TO 'PSEUWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT HISTORY-MASTER-FILE ASSIGN TO 'HISTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-RECORD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT USER-HISTORY-FILE ASSIGN TO 'USRMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-CONTROL-FILE.
           COPY "RETENTCT.cpy".

       FD  MANIFEST-FILE.
           COPY "ARCHMANF.cpy".

       FD  LEAVER-REGISTER-FILE.
           COPY "LEAVEREG.cpy".

       FD  PSEUDONYM-MAP-FILE.
           COPY "PSEUDMRC.cpy".

      *    Every history file passes through the same raw row - the
      *    change history is the widest at 292 bytes and holds two
      *    row widths, so the row length is carried through to the
      *    work file and back rather than padded or cut.
       FD  TARGET-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-ROW-LENGTH.
       01  TG-RAW-ROW PIC X(300).

       FD  WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-WORK-LENGTH.
       01  WK-RAW-ROW PIC X(300).

       FD  HISTORY-MASTER-FILE.
           COPY "HISTMREC.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  USER-HISTORY-FILE.
           COPY "UMHISTRC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS PIC X(2).
       01  WS-MANIFEST-STATUS PIC X(2).
       01  WS-MANIFEST-WRITTEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MANIFEST-WRITTEN      VALUE 'Y'.
       01  WS-REGISTER-FILE-STATUS PIC X(2).
       01  WS-MAP-FILE-STATUS PIC X(2).
       01  WS-TARGET-STATUS PIC X(2).
       01  WS-WORK-STATUS PIC X(2).
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-TARGET-NAME PIC X(17).
       01  WS-ROW-LENGTH PIC 9(3).
       01  WS-WORK-LENGTH PIC 9(3).
       01  WS-NEW-LENGTH PIC 9(3).
       01  WS-ROW-IMAGE PIC X(300).
       01  WS-NAME-OFFSET PIC 9(3).
       01  WS-NAME-END PIC 9(3).
       01  WS-CANDIDATE-NAME PIC X(20).
       01  WS-ROW-CHANGED-SWITCH PIC X(1).
           88  WS-ROW-WAS-CHANGED       VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-RUN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CAN-RUN               VALUE 'Y'.
       01  WS-MAP-READY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MAP-READY             VALUE 'Y'.
       01  WS-NAME-DONE-SWITCH PIC X(1).
           88  WS-NAME-DONE             VALUE 'Y'.
       01  WS-TODAY-DATE PIC 9(8).
       77  WS-PSEUDO-DAYS PIC 9(4) VALUE ZERO.
       01  WS-DATE-FUNCTION PIC X(1).
       01  WS-DAYS-SINCE PIC 9(7).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
      *    The leavers due this run and the token each one carries.
      *    A run takes at most WS-LEAVER-MAX; the rest are announced
      *    and picked up the next night, when the first batch is
      *    off LEAVEREG under its tokens.
       77  WS-LEAVER-MAX PIC 9(3) VALUE 200.
       77  WS-LEAVER-COUNT PIC 9(3) VALUE ZERO.
       77  WS-LEAVER-IDX PIC 9(3).
       77  WS-MATCH-IDX PIC 9(3).
       01  WS-LEAVER-TABLE.
           05  WS-LEAVER-ENTRY OCCURS 200 TIMES.
               10  WS-LEAVER-NAME       PIC X(20).
               10  WS-LEAVER-TOKEN      PIC X(20).
               10  WS-LEAVER-DATE       PIC 9(8).
       77  WS-LEAVERS-DEFERRED PIC 9(5) VALUE ZERO.
       77  WS-LEAVERS-REJOINED PIC 9(5) VALUE ZERO.
       77  WS-LEAVERS-MAPPED PIC 9(5) VALUE ZERO.
       77  WS-HIGH-SEQUENCE PIC 9(7) VALUE ZERO.
       77  WS-TOKENS-ISSUED PIC 9(5) VALUE ZERO.
      *    The history files carrying a name, and where.  Kind G is
      *    a daily generation (base + CCYYMMDD), A a monthly archive
      *    (base + CCYYMM), F a flat trail, R the leaver register -
      *    done last so a rerun still finds anyone half finished.
      *    Mode P also replaces the greeting text (it spells out the
      *    name); mode U is the change history, whose before- and
      *    after-images carry the name as well; mode D is the
      *    approval decision log, with a third name (the approver)
      *    and a fourth (the supervisor a delegate acted for).
       01  WS-TARGET-LIST.
           05  FILLER PIC X(17) VALUE 'GAUDITLOG.N001000'.
           05  FILLER PIC X(17) VALUE 'GGREETHST.N001000'.
           05  FILLER PIC X(17) VALUE 'AAUDARCH. N001000'.
           05  FILLER PIC X(17) VALUE 'AHSTARCH. N001000'.
           05  FILLER PIC X(17) VALUE 'ALOGARCH. N001056'.
           05  FILLER PIC X(17) VALUE 'ASECARCH. N015000'.
           05  FILLER PIC X(17) VALUE 'APRTARCH. P001000'.
           05  FILLER PIC X(17) VALUE 'FLOGOFFLG N001056'.
           05  FILLER PIC X(17) VALUE 'FSECMONFD N015000'.
           05  FILLER PIC X(17) VALUE 'FPRINTRPT P001000'.
           05  FILLER PIC X(17) VALUE 'FSECEXCPT N027000'.
           05  FILLER PIC X(17) VALUE 'FALERTQUE N027083'.
           05  FILLER PIC X(17) VALUE 'FALERTHST N027083'.
           05  FILLER PIC X(17) VALUE 'FMSGACKF  N005000'.
           05  FILLER PIC X(17) VALUE 'FBREAKLOG N001000'.
           05  FILLER PIC X(17) VALUE 'FUSRMHIST U015053'.
           05  FILLER PIC X(17) VALUE 'FUMAPPRLG D015035'.
           05  FILLER PIC X(17) VALUE 'FDELEGATE N001021'.
           05  FILLER PIC X(17) VALUE 'FISSUEREG N001000'.
           05  FILLER PIC X(17) VALUE 'FARCHIDX  N001000'.
           05  FILLER PIC X(17) VALUE 'RLEAVEREG N001000'.
       01  WS-TARGET-TABLE REDEFINES WS-TARGET-LIST.
           05  WS-TARGET-ENTRY OCCURS 21 TIMES.
               10  WS-TARGET-KIND       PIC X(1).
               10  WS-TARGET-BASE       PIC X(9).
               10  WS-TARGET-MODE       PIC X(1).
               10  WS-TARGET-OFFSET-1   PIC 9(3).
               10  WS-TARGET-OFFSET-2   PIC 9(3).
       77  WS-TARGET-IDX PIC 9(2).
       77  WS-TARGET-COUNT PIC 9(2) VALUE 21.
       01  WS-SWEEP-KIND PIC X(1).
       77  WS-ROWS-CHANGED PIC 9(7) VALUE ZERO.
       77  WS-TOTAL-ROWS-CHANGED PIC 9(9) VALUE ZERO.
       77  WS-FILES-CHANGED PIC 9(5) VALUE ZERO.
      *    Calendar walk, as ARCHPURG does it: back a day (or a
      *    month) at a time until a run of dates shows nothing on
      *    file.  Purged archives are emptied in place, not deleted,
      *    so they still count as present.
       01  WS-WORK-DATE PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY            PIC 9(4).
           05  WS-WORK-MM              PIC 9(2).
           05  WS-WORK-DD              PIC 9(2).
       01  WS-LEAP-REMAINDER PIC 9(4).
       01  WS-LEAP-QUOTIENT PIC 9(4).
       77  WS-DAY-OFFSET PIC 9(4).
       77  WS-MONTH-OFFSET PIC 9(3).
       77  WS-SCAN-CEILING-DAYS PIC 9(4) VALUE 3650.
       77  WS-STOP-AFTER-MISSES PIC 9(3) VALUE 30.
       77  WS-SCAN-CEILING-MONTHS PIC 9(3) VALUE 240.
       77  WS-STOP-AFTER-EMPTY-MONTHS PIC 9(3) VALUE 13.
       77  WS-MISS-STREAK PIC 9(3) VALUE ZERO.
       01  WS-DAY-SEEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DAY-WAS-SEEN          VALUE 'Y'.
       01  WS-HM-SAVE-RECORD PIC X(37).
       01  WS-UM-SAVE-RECORD PIC X(120).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'PSEUDLVR'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           MOVE 'OK' TO WS-RUNLOG-STATUS
           PERFORM 1000-INITIALIZE
           IF WS-CAN-RUN
               PERFORM 2000-SELECT-LEAVERS
           END-IF
           IF WS-CAN-RUN AND WS-LEAVER-COUNT > ZERO
               PERFORM 3000-ASSIGN-TOKENS THRU 3000-ASSIGN-EXIT
           END-IF
           IF WS-MAP-READY
               PERFORM 4000-SWEEP-GENERATIONS
               PERFORM 4500-SWEEP-ARCHIVES
               MOVE 'F' TO WS-SWEEP-KIND
               PERFORM 5000-SWEEP-BY-KIND
               PERFORM 5500-REKEY-HISTORY-MASTER
               PERFORM 5700-REKEY-USER-MASTER
               MOVE 'R' TO WS-SWEEP-KIND
               PERFORM 5000-SWEEP-BY-KIND
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
       *> An older RETENTCT row stops after the archive days - the
       *> missing field reads as blanks, not numeric, and so means
       *> "never", the same as zero.
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           MOVE ZERO TO WS-PSEUDO-DAYS
           OPEN INPUT RETENTION-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ RETENTION-CONTROL-FILE
                   NOT AT END
                       IF RT-PSEUDO-DAYS IS NUMERIC
                               AND RT-PSEUDO-DAYS > ZERO
                           MOVE RT-PSEUDO-DAYS TO WS-PSEUDO-DAYS
                       END-IF
               END-READ
               CLOSE RETENTION-CONTROL-FILE
           END-IF
           IF WS-PSEUDO-DAYS = ZERO
               DISPLAY 'PSEUDLVR: NO PSEUDONYMIZATION PERIOD ON '
                   'RETENTCT - NO NAMES REPLACED'
               MOVE 'NO-PERIOD-SET' TO WS-RUNLOG-STATUS
           ELSE
               DISPLAY 'PSEUDLVR: LEAVER NAMES REPLACED '
                   WS-PSEUDO-DAYS ' DAYS AFTER THE LEAVE DATE'
               OPEN EXTEND MANIFEST-FILE
               IF WS-MANIFEST-STATUS = '35'
                   OPEN OUTPUT MANIFEST-FILE
               END-IF
               IF WS-MANIFEST-STATUS = '00'
                   SET WS-CAN-RUN TO TRUE
               ELSE
                   DISPLAY 'PSEUDLVR: MANIFEST UNAVAILABLE - '
                       'NOTHING CHANGED THIS RUN'
                   MOVE 'NO-MANIFEST' TO WS-RUNLOG-STATUS
               END-IF
           END-IF.

       2000-SELECT-LEAVERS.
       *> USERMAST is read alongside the register: a leaver who has
       *> since rejoined is active again and must keep the name.
       *> With no master to ask, nobody can be proved gone.
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS NOT = '00'
               DISPLAY 'PSEUDLVR: USERMAST NOT AVAILABLE - STATUS '
                   WS-USER-FILE-STATUS ' - NOTHING CHANGED'
               MOVE 'NO-USERMAST' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT LEAVER-REGISTER-FILE
               IF WS-REGISTER-FILE-STATUS = '00'
                   PERFORM 2100-READ-REGISTER
                   PERFORM 2200-CONSIDER-LEAVER
                       UNTIL WS-END-OF-FILE
                   CLOSE LEAVER-REGISTER-FILE
               END-IF
               CLOSE USER-MASTER-FILE
               IF WS-LEAVERS-DEFERRED > ZERO
                   DISPLAY 'PSEUDLVR: ' WS-LEAVERS-DEFERRED
                       ' FURTHER LEAVERS DUE - LEFT FOR THE NEXT RUN'
               END-IF
           END-IF.

       2100-READ-REGISTER.
           READ LEAVER-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-CONSIDER-LEAVER.
       *> Already a token, or an unusable leave date: not due.  A
       *> name on the register twice (left, rejoined, left again)
       *> is taken once.
           IF LR-USER-NAME (1:7) NOT = 'LEAVER#'
                   AND LR-USER-NAME NOT = SPACES
                   AND LR-LEAVE-DATE IS NUMERIC
               MOVE 'D' TO WS-DATE-FUNCTION
               CALL 'DATESRV' USING WS-DATE-FUNCTION WS-TODAY-DATE
                   LR-LEAVE-DATE WS-DAYS-SINCE WS-SITE-CODE
               IF WS-DAYS-SINCE > WS-PSEUDO-DAYS
                   MOVE LR-USER-NAME TO WS-CANDIDATE-NAME
                   PERFORM 6400-FIND-LEAVER
                   IF WS-MATCH-IDX = ZERO
                       PERFORM 2300-TAKE-LEAVER
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-REGISTER.

       2300-TAKE-LEAVER.
           MOVE LR-USER-NAME TO UM-USER-NAME
           READ USER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO UM-USER-STATUS
           END-READ
           IF UM-STATUS-ACTIVE
               ADD 1 TO WS-LEAVERS-REJOINED
               DISPLAY 'PSEUDLVR: ' LR-USER-NAME
                   ' IS ACTIVE AGAIN - NAME KEPT'
           ELSE
               IF WS-LEAVER-COUNT < WS-LEAVER-MAX
                   ADD 1 TO WS-LEAVER-COUNT
                   MOVE LR-USER-NAME
                       TO WS-LEAVER-NAME (WS-LEAVER-COUNT)
                   MOVE SPACES
                       TO WS-LEAVER-TOKEN (WS-LEAVER-COUNT)
                   MOVE LR-LEAVE-DATE
                       TO WS-LEAVER-DATE (WS-LEAVER-COUNT)
               ELSE
                   ADD 1 TO WS-LEAVERS-DEFERRED
               END-IF
           END-IF.

       3000-ASSIGN-TOKENS.
       *> A leaver already on the map keeps the token they were
       *> given - a run interrupted part-way finishes under the same
       *> token the next night.  New tokens continue from the
       *> highest sequence issued, and every new pair is on the map
       *> before a single history row is touched: a changed file
       *> with no map row would be a name nobody can ever answer
       *> for again.
           MOVE ZERO TO WS-HIGH-SEQUENCE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PSEUDONYM-MAP-FILE
           IF WS-MAP-FILE-STATUS = '00'
               PERFORM 3100-READ-MAP
               PERFORM 3200-APPLY-MAP-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE PSEUDONYM-MAP-FILE
           ELSE
               IF WS-MAP-FILE-STATUS NOT = '35'
                   DISPLAY 'PSEUDLVR: PSEUDMAP UNREADABLE - STATUS '
                       WS-MAP-FILE-STATUS ' - NOTHING CHANGED'
                   MOVE 'NO-MAP' TO WS-RUNLOG-STATUS
                   GO TO 3000-ASSIGN-EXIT
               END-IF
           END-IF
           OPEN EXTEND PSEUDONYM-MAP-FILE
           IF WS-MAP-FILE-STATUS = '35'
               OPEN OUTPUT PSEUDONYM-MAP-FILE
           END-IF
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'PSEUDLVR: PSEUDMAP NOT WRITABLE - STATUS '
                   WS-MAP-FILE-STATUS ' - NOTHING CHANGED'
               MOVE 'NO-MAP' TO WS-RUNLOG-STATUS
               GO TO 3000-ASSIGN-EXIT
           END-IF
           PERFORM 3300-ISSUE-TOKEN
               VARYING WS-LEAVER-IDX FROM 1 BY 1
               UNTIL WS-LEAVER-IDX > WS-LEAVER-COUNT
           CLOSE PSEUDONYM-MAP-FILE
           IF WS-LEAVERS-MAPPED > ZERO
               SET WS-MAP-READY TO TRUE
           END-IF.

       3000-ASSIGN-EXIT.
           EXIT.

       3100-READ-MAP.
           READ PSEUDONYM-MAP-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3200-APPLY-MAP-ROW.
           IF PX-TOKEN-SEQUENCE IS NUMERIC
                   AND PX-TOKEN-SEQUENCE > WS-HIGH-SEQUENCE
               MOVE PX-TOKEN-SEQUENCE TO WS-HIGH-SEQUENCE
           END-IF
           MOVE PX-USER-NAME TO WS-CANDIDATE-NAME
           PERFORM 6400-FIND-LEAVER
           IF WS-MATCH-IDX > ZERO
               MOVE PX-TOKEN TO WS-LEAVER-TOKEN (WS-MATCH-IDX)
           END-IF
           PERFORM 3100-READ-MAP.

       3300-ISSUE-TOKEN.
       *> A map row that will not write leaves that leaver without a
       *> token - untouched this run, tried again the next.
           IF WS-LEAVER-TOKEN (WS-LEAVER-IDX) = SPACES
               MOVE SPACES TO PX-PSEUDONYM-RECORD
               MOVE WS-LEAVER-NAME (WS-LEAVER-IDX) TO PX-USER-NAME
               MOVE 'LEAVER#' TO PX-TOKEN-PREFIX
               COMPUTE PX-TOKEN-SEQUENCE = WS-HIGH-SEQUENCE + 1
               MOVE WS-LEAVER-DATE (WS-LEAVER-IDX) TO PX-LEAVE-DATE
               MOVE WS-TODAY-DATE TO PX-MAPPED-DATE
               WRITE PX-PSEUDONYM-RECORD
               IF WS-MAP-FILE-STATUS = '00'
                   ADD 1 TO WS-HIGH-SEQUENCE
                   ADD 1 TO WS-TOKENS-ISSUED
                   MOVE PX-TOKEN TO WS-LEAVER-TOKEN (WS-LEAVER-IDX)
               ELSE
                   DISPLAY 'PSEUDLVR: PSEUDMAP WRITE FAILED - '
                       WS-LEAVER-NAME (WS-LEAVER-IDX) ' NOT CHANGED'
               END-IF
           END-IF
           IF WS-LEAVER-TOKEN (WS-LEAVER-IDX) NOT = SPACES
               ADD 1 TO WS-LEAVERS-MAPPED
           END-IF.

       4000-SWEEP-GENERATIONS.
       *> Every daily generation back from today, until a solid
       *> month of dates shows none on file - the same stopping
       *> rule ARCHPURG uses, so everything it has left online is
       *> reached.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE
           MOVE ZERO TO WS-MISS-STREAK
           PERFORM 4100-SWEEP-ONE-DAY
               VARYING WS-DAY-OFFSET FROM 1 BY 1
               UNTIL WS-MISS-STREAK >= WS-STOP-AFTER-MISSES
               OR WS-DAY-OFFSET > WS-SCAN-CEILING-DAYS
           IF WS-DAY-OFFSET > WS-SCAN-CEILING-DAYS
               DISPLAY 'PSEUDLVR NOTE: GENERATION SWEEP STOPPED AT '
                   'THE ' WS-SCAN-CEILING-DAYS '-DAY CEILING'
           END-IF.

       4100-SWEEP-ONE-DAY.
           MOVE 'N' TO WS-DAY-SEEN-SWITCH
           PERFORM 4150-SWEEP-DAY-TARGET
               VARYING WS-TARGET-IDX FROM 1 BY 1
               UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
           IF WS-DAY-WAS-SEEN
               MOVE ZERO TO WS-MISS-STREAK
           ELSE
               ADD 1 TO WS-MISS-STREAK
           END-IF
           PERFORM 4200-BACK-UP-ONE-DAY.

       4150-SWEEP-DAY-TARGET.
           IF WS-TARGET-KIND (WS-TARGET-IDX) = 'G'
               MOVE SPACES TO WS-TARGET-NAME
               STRING WS-TARGET-BASE (WS-TARGET-IDX)
                       DELIMITED BY SPACE
                   WS-WORK-DATE DELIMITED BY SIZE
                   INTO WS-TARGET-NAME END-STRING
               PERFORM 6000-PSEUDONYMIZE-FILE THRU 6000-EXIT
           END-IF.

       4200-BACK-UP-ONE-DAY.
       *> Real calendar stepping - these dates name files.  Leap
       *> years on the divisible-by-four rule, as in ARCHPURG.
           IF WS-WORK-DD > 1
               SUBTRACT 1 FROM WS-WORK-DD
           ELSE
               IF WS-WORK-MM = 1
                   SUBTRACT 1 FROM WS-WORK-YYYY
                   MOVE 12 TO WS-WORK-MM
                   MOVE 31 TO WS-WORK-DD
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
                   IF WS-WORK-MM = 1 OR WS-WORK-MM = 3
                           OR WS-WORK-MM = 5 OR WS-WORK-MM = 7
                           OR WS-WORK-MM = 8 OR WS-WORK-MM = 10
                       MOVE 31 TO WS-WORK-DD
                   ELSE
                       IF WS-WORK-MM = 2
                           DIVIDE WS-WORK-YYYY BY 4
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = ZERO
                               MOVE 29 TO WS-WORK-DD
                           ELSE
                               MOVE 28 TO WS-WORK-DD
                           END-IF
                       ELSE
                           MOVE 30 TO WS-WORK-DD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4500-SWEEP-ARCHIVES.
       *> Monthly archives back from this month, until a year and a
       *> month in a row has none of them on file.
           MOVE WS-TODAY-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DD
           MOVE ZERO TO WS-MISS-STREAK
           PERFORM 4600-SWEEP-ONE-MONTH
               VARYING WS-MONTH-OFFSET FROM 1 BY 1
               UNTIL WS-MISS-STREAK >= WS-STOP-AFTER-EMPTY-MONTHS
               OR WS-MONTH-OFFSET > WS-SCAN-CEILING-MONTHS
           IF WS-MONTH-OFFSET > WS-SCAN-CEILING-MONTHS
               DISPLAY 'PSEUDLVR NOTE: ARCHIVE SWEEP STOPPED AT THE '
                   WS-SCAN-CEILING-MONTHS '-MONTH CEILING'
           END-IF.

       4600-SWEEP-ONE-MONTH.
           MOVE 'N' TO WS-DAY-SEEN-SWITCH
           PERFORM 4650-SWEEP-MONTH-TARGET
               VARYING WS-TARGET-IDX FROM 1 BY 1
               UNTIL WS-TARGET-IDX > WS-TARGET-COUNT
           IF WS-DAY-WAS-SEEN
               MOVE ZERO TO WS-MISS-STREAK
           ELSE
               ADD 1 TO WS-MISS-STREAK
           END-IF
           IF WS-WORK-MM = 1
               SUBTRACT 1 FROM WS-WORK-YYYY
               MOVE 12 TO WS-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.

       4650-SWEEP-MONTH-TARGET.
           IF WS-TARGET-KIND (WS-TARGET-IDX) = 'A'
               MOVE SPACES TO WS-TARGET-NAME
               STRING WS-TARGET-BASE (WS-TARGET-IDX)
                       DELIMITED BY SPACE
                   WS-WORK-DATE (1:6) DELIMITED BY SIZE
                   INTO WS-TARGET-NAME END-STRING
               PERFORM 6000-PSEUDONYMIZE-FILE THRU 6000-EXIT
           END-IF.

       5000-SWEEP-BY-KIND.
           PERFORM 5100-SWEEP-NAMED-TARGET
               VARYING WS-TARGET-IDX FROM 1 BY 1
               UNTIL WS-TARGET-IDX > WS-TARGET-COUNT.

       5100-SWEEP-NAMED-TARGET.
           IF WS-TARGET-KIND (WS-TARGET-IDX) = WS-SWEEP-KIND
               MOVE WS-TARGET-BASE (WS-TARGET-IDX) TO WS-TARGET-NAME
               PERFORM 6000-PSEUDONYMIZE-FILE THRU 6000-EXIT
           END-IF.

       5500-REKEY-HISTORY-MASTER.
       *> The name is part of the key, so each row is written again
       *> under the token and the old key deleted.  Writing first
       *> means a failure can only ever leave a row twice, never
       *> lose it; a token key already there (an interrupted run)
       *> just means the old row still has to go.  A keyed master
       *> cannot go through the work file, so its manifest row
       *> follows the change, with the count for any hand repair.
           MOVE ZERO TO WS-ROWS-CHANGED
           OPEN I-O HISTORY-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'PSEUDLVR: HISTMAST NOT AVAILABLE - STATUS '
                   WS-MASTER-FILE-STATUS ' - NAMES LEFT THERE'
           ELSE
               PERFORM 5510-REKEY-LEAVER-HISTORY
                   VARYING WS-LEAVER-IDX FROM 1 BY 1
                   UNTIL WS-LEAVER-IDX > WS-LEAVER-COUNT
               CLOSE HISTORY-MASTER-FILE
               IF WS-ROWS-CHANGED > ZERO
                   MOVE 'HISTMAST' TO WS-TARGET-NAME
                   PERFORM 7000-RECORD-KEYED-CHANGE
               END-IF
           END-IF.

       5510-REKEY-LEAVER-HISTORY.
           IF WS-LEAVER-TOKEN (WS-LEAVER-IDX) NOT = SPACES
               MOVE 'N' TO WS-NAME-DONE-SWITCH
               PERFORM 5520-REKEY-NEXT-HISTORY
                   UNTIL WS-NAME-DONE
           END-IF.

       5520-REKEY-NEXT-HISTORY.
       *> Re-START every time - after a WRITE and a DELETE the read
       *> position is gone, and the first row left under the name
       *> is always the next one to move.
           MOVE WS-LEAVER-NAME (WS-LEAVER-IDX) TO HM-USER-NAME
           MOVE ZERO TO HM-GREETING-DATE
           MOVE ZERO TO HM-GREETING-TIME
           START HISTORY-MASTER-FILE
               KEY IS NOT LESS THAN HM-RECORD-KEY
               INVALID KEY
                   SET WS-NAME-DONE TO TRUE
           END-START
           IF NOT WS-NAME-DONE
               READ HISTORY-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-NAME-DONE TO TRUE
               END-READ
           END-IF
           IF NOT WS-NAME-DONE
                   AND HM-USER-NAME NOT = WS-LEAVER-NAME (WS-LEAVER-IDX)
               SET WS-NAME-DONE TO TRUE
           END-IF
           IF NOT WS-NAME-DONE
               MOVE HM-HISTORY-RECORD TO WS-HM-SAVE-RECORD
               MOVE WS-LEAVER-TOKEN (WS-LEAVER-IDX) TO HM-USER-NAME
               WRITE HM-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-MASTER-FILE-STATUS = '00'
                       OR WS-MASTER-FILE-STATUS = '22'
                   MOVE WS-HM-SAVE-RECORD TO HM-HISTORY-RECORD
                   DELETE HISTORY-MASTER-FILE RECORD
                       INVALID KEY
                           SET WS-NAME-DONE TO TRUE
                   END-DELETE
               ELSE
                   SET WS-NAME-DONE TO TRUE
               END-IF
               IF WS-MASTER-FILE-STATUS = '00'
                   ADD 1 TO WS-ROWS-CHANGED
               ELSE
                   DISPLAY 'PSEUDLVR: HISTMAST REKEY FAILED FOR '
                       WS-LEAVER-NAME (WS-LEAVER-IDX) ' - STATUS '
                       WS-MASTER-FILE-STATUS
               END-IF
           END-IF.

       5700-REKEY-USER-MASTER.
       *> The master row moves to the token key with everything
       *> else kept - the department stays, so the department
       *> report still buckets the leaver's old sign-ons where it
       *> always did.  Same write-then-delete order as HISTMAST.
           MOVE ZERO TO WS-ROWS-CHANGED
           OPEN I-O USER-MASTER-FILE
           IF WS-USER-FILE-STATUS NOT = '00'
               DISPLAY 'PSEUDLVR: USERMAST NOT AVAILABLE - STATUS '
                   WS-USER-FILE-STATUS ' - NAMES LEFT THERE'
           ELSE
               PERFORM 5710-REKEY-LEAVER-MASTER
                   VARYING WS-LEAVER-IDX FROM 1 BY 1
                   UNTIL WS-LEAVER-IDX > WS-LEAVER-COUNT
               CLOSE USER-MASTER-FILE
               IF WS-ROWS-CHANGED > ZERO
                   MOVE 'USERMAST' TO WS-TARGET-NAME
                   PERFORM 7000-RECORD-KEYED-CHANGE
               END-IF
           END-IF.

       5710-REKEY-LEAVER-MASTER.
           IF WS-LEAVER-TOKEN (WS-LEAVER-IDX) NOT = SPACES
               MOVE WS-LEAVER-NAME (WS-LEAVER-IDX) TO UM-USER-NAME
               READ USER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 5720-MOVE-MASTER-ROW
               END-READ
           END-IF.

       5720-MOVE-MASTER-ROW.
           MOVE UM-USER-RECORD TO WS-UM-SAVE-RECORD
           MOVE WS-LEAVER-TOKEN (WS-LEAVER-IDX) TO UM-USER-NAME
           WRITE UM-USER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-USER-FILE-STATUS = '00'
                   OR WS-USER-FILE-STATUS = '22'
               MOVE WS-UM-SAVE-RECORD TO UM-USER-RECORD
               DELETE USER-MASTER-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           IF WS-USER-FILE-STATUS = '00'
               ADD 1 TO WS-ROWS-CHANGED
               MOVE WS-LEAVER-TOKEN (WS-LEAVER-IDX) TO UM-USER-NAME
               PERFORM 5730-WRITE-USER-HISTORY
           ELSE
               DISPLAY 'PSEUDLVR: USERMAST REKEY FAILED FOR '
                   WS-LEAVER-NAME (WS-LEAVER-IDX) ' - STATUS '
                   WS-USER-FILE-STATUS
           END-IF.

       5730-WRITE-USER-HISTORY.
       *> The usual change-history row, under the token.  The
       *> before-image is left blank on purpose: it would put the
       *> real name straight back into the history.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO UH-TIMESTAMP END-STRING
           MOVE UM-USER-NAME TO UH-USER-NAME
           MOVE 'PSEUDLVR' TO UH-SOURCE
           MOVE 'PSEUDO' TO UH-ACTION
           MOVE SPACES TO UH-BEFORE-IMAGE
           MOVE UM-USER-RECORD TO UH-AFTER-IMAGE
           OPEN EXTEND USER-HISTORY-FILE
           IF WS-UMHIST-FILE-STATUS = '35'
               OPEN OUTPUT USER-HISTORY-FILE
           END-IF
           IF WS-UMHIST-FILE-STATUS = '00'
               WRITE UH-HISTORY-RECORD
           END-IF
           CLOSE USER-HISTORY-FILE.

       6000-PSEUDONYMIZE-FILE.
       *> One history file through the work file: every row copied,
       *> the leavers' names swapped for their tokens on the way.
       *> Only a file with something changed is replaced, and only
       *> once the work file has been read back AND the manifest
       *> row is on - the copy back truncates the live file, which
       *> may only happen with its replacement and its proof in
       *> hand.  A file that is not there is simply skipped.
           MOVE ZERO TO WS-ROWS-CHANGED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = '00'
               GO TO 6000-EXIT
           END-IF
           SET WS-DAY-WAS-SEEN TO TRUE
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'PSEUDLVR: NO WORK FILE FOR ' WS-TARGET-NAME
                   ' - STATUS ' WS-WORK-STATUS ' - FILE UNTOUCHED'
               CLOSE TARGET-FILE
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-READ-TARGET
           PERFORM 6200-COPY-ROW
               UNTIL WS-END-OF-FILE
           CLOSE TARGET-FILE
           CLOSE WORK-FILE
           IF WS-ROWS-CHANGED = ZERO
               GO TO 6000-EXIT
           END-IF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'PSEUDLVR: CANNOT READ WORK FILE BACK FOR '
                   WS-TARGET-NAME ' - STATUS ' WS-WORK-STATUS
                   ' - FILE UNTOUCHED'
               GO TO 6000-EXIT
           END-IF
           MOVE 'PSEUDONM' TO AM-ACTION
           PERFORM 8000-WRITE-MANIFEST
           IF NOT WS-MANIFEST-WRITTEN
               DISPLAY 'PSEUDLVR: MANIFEST WRITE FAILED - '
                   WS-TARGET-NAME ' LEFT UNCHANGED'
               CLOSE WORK-FILE
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT TARGET-FILE
           IF WS-TARGET-STATUS = '00'
               PERFORM 6500-READ-WORK
               PERFORM 6600-COPY-BACK-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE TARGET-FILE
           END-IF
           CLOSE WORK-FILE
           ADD 1 TO WS-FILES-CHANGED
           ADD WS-ROWS-CHANGED TO WS-TOTAL-ROWS-CHANGED
           DISPLAY 'PSEUDLVR CHANGED ' WS-TARGET-NAME ' - '
               WS-ROWS-CHANGED ' ROWS'.

       6000-EXIT.
           EXIT.

       6100-READ-TARGET.
           READ TARGET-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       6200-COPY-ROW.
       *> The row is worked on in a blank image, so a name at the
       *> very end of a short row compares against spaces, not
       *> whatever the last longer row left in the record area.
           MOVE SPACES TO WS-ROW-IMAGE
           IF WS-ROW-LENGTH > ZERO
               MOVE TG-RAW-ROW (1:WS-ROW-LENGTH) TO WS-ROW-IMAGE
           END-IF
           MOVE WS-ROW-LENGTH TO WS-NEW-LENGTH
           MOVE 'N' TO WS-ROW-CHANGED-SWITCH
           MOVE WS-TARGET-OFFSET-1 (WS-TARGET-IDX) TO WS-NAME-OFFSET
           PERFORM 6300-REPLACE-AT-OFFSET
           IF WS-TARGET-OFFSET-2 (WS-TARGET-IDX) > ZERO
               MOVE WS-TARGET-OFFSET-2 (WS-TARGET-IDX)
                   TO WS-NAME-OFFSET
               PERFORM 6300-REPLACE-AT-OFFSET
           END-IF
       *> The change history's after-image sits at 173 on the wide
       *> rows and 133 on the older 80-byte-image rows.
           IF WS-TARGET-MODE (WS-TARGET-IDX) = 'U'
               IF WS-ROW-LENGTH > 212
                   MOVE 173 TO WS-NAME-OFFSET
               ELSE
                   MOVE 133 TO WS-NAME-OFFSET
               END-IF
               PERFORM 6300-REPLACE-AT-OFFSET
           END-IF
           IF WS-TARGET-MODE (WS-TARGET-IDX) = 'D'
               MOVE 55 TO WS-NAME-OFFSET
               PERFORM 6300-REPLACE-AT-OFFSET
               MOVE 109 TO WS-NAME-OFFSET
               PERFORM 6300-REPLACE-AT-OFFSET
           END-IF
           IF WS-ROW-WAS-CHANGED
               ADD 1 TO WS-ROWS-CHANGED
           END-IF
           MOVE WS-ROW-IMAGE TO WK-RAW-ROW
           MOVE WS-NEW-LENGTH TO WS-WORK-LENGTH
           WRITE WK-RAW-ROW
           PERFORM 6100-READ-TARGET.

       6300-REPLACE-AT-OFFSET.
           MOVE WS-ROW-IMAGE (WS-NAME-OFFSET:20) TO WS-CANDIDATE-NAME
           MOVE ZERO TO WS-MATCH-IDX
           IF WS-CANDIDATE-NAME NOT = SPACES
                   AND WS-CANDIDATE-NAME (1:7) NOT = 'LEAVER#'
               PERFORM 6400-FIND-LEAVER
           END-IF
           IF WS-MATCH-IDX > ZERO
               MOVE WS-LEAVER-TOKEN (WS-MATCH-IDX)
                   TO WS-ROW-IMAGE (WS-NAME-OFFSET:20)
               SET WS-ROW-WAS-CHANGED TO TRUE
               COMPUTE WS-NAME-END = WS-NAME-OFFSET + 19
               IF WS-NAME-END > WS-NEW-LENGTH
                   MOVE WS-NAME-END TO WS-NEW-LENGTH
               END-IF
       *> The printed greeting spells the name out; the token
       *> stands in for the whole line.
               IF WS-TARGET-MODE (WS-TARGET-IDX) = 'P'
                   MOVE WS-LEAVER-TOKEN (WS-MATCH-IDX)
                       TO WS-ROW-IMAGE (23:50)
                   IF WS-NEW-LENGTH < 42
                       MOVE 42 TO WS-NEW-LENGTH
                   END-IF
               END-IF
           END-IF.

       6400-FIND-LEAVER.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM 6410-TEST-ONE-LEAVER
               VARYING WS-LEAVER-IDX FROM 1 BY 1
               UNTIL WS-LEAVER-IDX > WS-LEAVER-COUNT
               OR WS-MATCH-IDX > ZERO.

       6410-TEST-ONE-LEAVER.
           IF WS-LEAVER-NAME (WS-LEAVER-IDX) = WS-CANDIDATE-NAME
               MOVE WS-LEAVER-IDX TO WS-MATCH-IDX
           END-IF.

       6500-READ-WORK.
           READ WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       6600-COPY-BACK-ROW.
           MOVE WS-WORK-LENGTH TO WS-ROW-LENGTH
           MOVE WK-RAW-ROW TO TG-RAW-ROW
           WRITE TG-RAW-ROW
           PERFORM 6500-READ-WORK.

       7000-RECORD-KEYED-CHANGE.
           MOVE 'PSEUDONM' TO AM-ACTION
           PERFORM 8000-WRITE-MANIFEST
           IF WS-MANIFEST-WRITTEN
               ADD 1 TO WS-FILES-CHANGED
               ADD WS-ROWS-CHANGED TO WS-TOTAL-ROWS-CHANGED
               DISPLAY 'PSEUDLVR CHANGED ' WS-TARGET-NAME ' - '
                   WS-ROWS-CHANGED ' ROWS'
           ELSE
               DISPLAY 'PSEUDLVR: MANIFEST WRITE FAILED - '
                   WS-TARGET-NAME ' ' WS-ROWS-CHANGED
                   ' ROWS REKEYED WITH NO MANIFEST ROW'
           END-IF.

       8000-WRITE-MANIFEST.
           MOVE 'N' TO WS-MANIFEST-WRITTEN-SWITCH
           IF WS-MANIFEST-STATUS = '00'
               MOVE WS-TARGET-NAME TO AM-FILE-NAME
               MOVE WS-ROWS-CHANGED TO AM-RECORD-COUNT
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
                   INTO AM-TIMESTAMP END-STRING
               WRITE AM-MANIFEST-RECORD
               IF WS-MANIFEST-STATUS = '00'
                   SET WS-MANIFEST-WRITTEN TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-CAN-RUN
               CLOSE MANIFEST-FILE
           END-IF
           DISPLAY 'PSEUDLVR LEAVERS PSEUDONYMIZED: ' WS-LEAVERS-MAPPED
           DISPLAY 'PSEUDLVR NEW TOKENS ISSUED    : ' WS-TOKENS-ISSUED
           DISPLAY 'PSEUDLVR REJOINED, NAME KEPT  : '
               WS-LEAVERS-REJOINED
           DISPLAY 'PSEUDLVR FILES CHANGED        : ' WS-FILES-CHANGED
           DISPLAY 'PSEUDLVR ROWS CHANGED         : '
               WS-TOTAL-ROWS-CHANGED
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-LEAVERS-MAPPED TO WS-RUNLOG-COUNT
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM PSEUDLVR.
