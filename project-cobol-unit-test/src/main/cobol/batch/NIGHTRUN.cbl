      * Date:
      * Purpose: Unattended nightly sequencer - runs the whole batch
      *          chain in the right order with nobody at the console:
      *          the load steps first, then the report steps.  Which
      *          steps, in what order and on which days comes from the
      *          NIGHTSCH schedule file operations keep, not from this
      *          program - a step may run every night, on working days
      *          only, on the last or the first working day of the
      *          month, on the first working day of each quarter or
      *          of each week, and ops can set a step aside for a
      *          while with a reason.  No schedule file means the
      *          built-in one.
      *          The night's resolved schedule is printed before the
      *          first step starts, and every step not run tonight
      *          gets a SKIP row on RUNLOG saying why.  Each step's
      *          RETURN-CODE is checked before the next starts; a
      *          failed step the schedule marks as stopping the chain
      *          stops it - so the reports never run against a half-
      *          posted day - while one marked to continue is noted
      *          and the night carries on, ending DONE-WITH-ERRORS.
      *          The checkpoint file lets a rerun restart after the
      *          last step that completed instead of from the top.
      *          The inbound feed gate (FEEDGATE) goes ahead of
      *          everything, so the night waits for late feeds and
      *          stops if a mandatory one never comes; the message
      *          catalog check (MSGCHK) follows, so a message missing
      *          in one language stops the night before anything is
      *          posted.  The volume check (VOLCHK) runs once the site
      *          files are merged, ahead of the posting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO 'NIGHTSCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The last step is the schedule's step number, not its place
      *    in the table, so a rerun restarts after the same step even
      *    if ops have slotted a new one in ahead of it since.
       FD  CHECKPOINT-FILE.
       01  CP-CHECKPOINT-RECORD.
           05  CP-RUN-DATE             PIC 9(8).
           05  CP-LAST-STEP            PIC 9(3).
           05  CP-LAST-PROGRAM         PIC X(10).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSDATE.cpy".

       FD  SCHEDULE-FILE.
           COPY "NIGHTSCH.cpy".

       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHKPT-FILE-STATUS PIC X(2).
       01  WS-BUSDATE-FILE-STATUS PIC X(2).
       01  WS-SCHEDULE-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-ROLL-DATE PIC 9(8).
       01  WS-ROLL-DATE-PARTS REDEFINES WS-ROLL-DATE.
       01  WS-MONTH-LAST-DAY PIC 9(2).
       01  WS-LEAP-REMAINDER PIC 9(4).
       01  WS-LEAP-QUOTIENT PIC 9(4).
       01  WS-WEEK-QUOTIENT PIC 9(7).
       01  WS-WEEKDAY PIC 9(1).
      *    Calendar work for deciding which steps are due tonight.
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
           05  WS-CAL-YYYY             PIC 9(4).
           05  WS-CAL-MM               PIC 9(2).
           05  WS-CAL-DD               PIC 9(2).
       01  WS-CAL-LEAP-SWITCH PIC X(1).
           88  WS-CAL-LEAP-YEAR         VALUE 'Y'.
       01  WS-DATE-FUNCTION PIC X(1).
       01  WS-DATE-ONE PIC 9(8).
       01  WS-DATE-TWO PIC 9(8).
       01  WS-DATE-RESULT PIC 9(7).
       01  WS-WORKING-DAY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-WORKING-DAY           VALUE 'Y'.
       01  WS-FIRST-DAY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-FIRST-WORKING-DAY     VALUE 'Y'.
       01  WS-LAST-DAY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-LAST-WORKING-DAY      VALUE 'Y'.
       01  WS-QUARTER-DAY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-QUARTER-START-DAY     VALUE 'Y'.
       01  WS-WEEK-DAY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-WEEK-START-DAY        VALUE 'Y'.
       01  WS-STEP-DUE-SWITCH PIC X(1) VALUE 'N'.
           88  WS-STEP-DUE              VALUE 'Y'.
       77  WS-STEP-IDX PIC 9(2).
       77  WS-NEXT-IDX PIC 9(2).
       77  WS-SORT-PASS PIC 9(2).
       77  WS-SCHED-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-SCHED-STEPS PIC 9(2) VALUE 50.
       77  WS-SCHED-ROW-NUMBER PIC 9(3) VALUE ZERO.
       77  WS-RESTART-POINT PIC 9(3) VALUE ZERO.
       77  WS-FAILED-STEP PIC 9(3) VALUE ZERO.
       77  WS-STEPS-TO-RUN PIC 9(2) VALUE ZERO.
       77  WS-STEPS-RUN PIC 9(2) VALUE ZERO.
       77  WS-STEPS-NOT-DUE PIC 9(2) VALUE ZERO.
       77  WS-STEPS-OPS-SKIP PIC 9(2) VALUE ZERO.
       77  WS-STEPS-DONE-BEFORE PIC 9(2) VALUE ZERO.
       77  WS-STEP-ERROR-COUNT PIC 9(2) VALUE ZERO.
       01  WS-RESTART-PROGRAM PIC X(10) VALUE SPACES.
       01  WS-CHAIN-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CHAIN-FAILED          VALUE 'Y'.
       01  WS-SCHEDULE-BAD-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SCHEDULE-BAD          VALUE 'Y'.
       01  WS-SCHEDULE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SCHEDULE-EOF          VALUE 'Y'.
       01  WS-SCHEDULE-SOURCE PIC X(8) VALUE 'BUILT-IN'.
      *    Built-in schedule, used when there is no NIGHTSCH file -
      *    step number, program, S(top)/C(ontinue) on failure,
      *    L(oad)/R(eport), and the days it runs.  FEEDGATE first -
      *    nothing starts until the night's inbound files are in or
      *    the cut-off has passed.  MSGCHK next - an incomplete
      *    message catalog stops the night before any posting.
      *    SITMERGE after it - it writes the combined SIGNONTX the
      *    rest of the load reads - and VOLCHK straight after that,
      *    so a night's volume far off its usual weekday is caught
      *    before SIGNONED posts it.  SITEACK answers each site
      *    once SIGNONED is done; a failed acknowledgment does not
      *    hold up the night.  ARCHIXVF balances the archive name
      *    index straight after ARCHPURG has rolled and purged; an
      *    index out of step is reported without stopping the
      *    reports behind it.  The master-data scorecard runs on
      *    the first working day of each week, ahead of the payroll
      *    and recertification steps; a gap it cannot score does not
      *    stop the night.  The payroll hours export runs on
      *    the last working day of the month, with the terminal
      *    utilization report and the training-currency list beside
      *    it, and the access
      *    recertification campaign on the first working day of each
      *    quarter.  RPTDIST comes last, once every report is out,
      *    and sends each one to its readers; a copy it cannot write
      *    is reported without undoing the night.
       01  WS-DEFAULT-STEPS.
           05  FILLER PIC X(16) VALUE '005FEEDGATE  SLD'.
           05  FILLER PIC X(16) VALUE '010MSGCHK    SLD'.
           05  FILLER PIC X(16) VALUE '020SITMERGE  SLD'.
           05  FILLER PIC X(16) VALUE '025VOLCHK    SLD'.
           05  FILLER PIC X(16) VALUE '030SIGNONED  SLD'.
           05  FILLER PIC X(16) VALUE '035SITEACK   CLD'.
           05  FILLER PIC X(16) VALUE '040LOGINBAT  SLD'.
           05  FILLER PIC X(16) VALUE '050MAINBAT   SLD'.
           05  FILLER PIC X(16) VALUE '060DAILYRPT  SRD'.
           05  FILLER PIC X(16) VALUE '070CTLBREAK  SRD'.
           05  FILLER PIC X(16) VALUE '080RECONCIL  SRD'.
           05  FILLER PIC X(16) VALUE '090HREXTRCT  SRD'.
           05  FILLER PIC X(16) VALUE '100HISTBLD   SRD'.
           05  FILLER PIC X(16) VALUE '110ARCHPURG  SRD'.
           05  FILLER PIC X(16) VALUE '115ARCHIXVF  CRD'.
           05  FILLER PIC X(16) VALUE '120UMBACKUP  SRD'.
           05  FILLER PIC X(16) VALUE '130UMVERIFY  SRD'.
           05  FILLER PIC X(16) VALUE '140DEPTRPT   SRD'.
           05  FILLER PIC X(16) VALUE '150LATERPT   SRD'.
           05  FILLER PIC X(16) VALUE '160WTCRPT    SRD'.
           05  FILLER PIC X(16) VALUE '170BADGCORR  SRD'.
           05  FILLER PIC X(16) VALUE '180PASSBACK  SRD'.
           05  FILLER PIC X(16) VALUE '190HRLEAVER  SRD'.
           05  FILLER PIC X(16) VALUE '200HRJOINER  SRD'.
           05  FILLER PIC X(16) VALUE '210TRNLOAD   SRD'.
           05  FILLER PIC X(16) VALUE '220CONTREXP  SRD'.
           05  FILLER PIC X(16) VALUE '230NOTIFOUT  SRD'.
           05  FILLER PIC X(16) VALUE '240ANNIVGEN  SRD'.
           05  FILLER PIC X(16) VALUE '250LEAVCHK   SRD'.
           05  FILLER PIC X(16) VALUE '260PSEUDLVR  SRD'.
           05  FILLER PIC X(16) VALUE '270DREXPORT  SRD'.
           05  FILLER PIC X(16) VALUE '280DRVERIFY  SRD'.
           05  FILLER PIC X(16) VALUE '290USRBASE   SRD'.
           05  FILLER PIC X(16) VALUE '300RUNTREND  SRD'.
           05  FILLER PIC X(16) VALUE '305MDSCORE   CRK'.
           05  FILLER PIC X(16) VALUE '310PAYHOURS  SRM'.
           05  FILLER PIC X(16) VALUE '315TERMUTIL  CRM'.
           05  FILLER PIC X(16) VALUE '317TRNCURRP  CRM'.
           05  FILLER PIC X(16) VALUE '320RCRTGEN   SRQ'.
           05  FILLER PIC X(16) VALUE '400RPTDIST   CRD'.
       01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-STEPS.
           05  WS-DEFAULT-ENTRY OCCURS 40 TIMES.
               10  WS-DEFAULT-ORDER     PIC 9(3).
               10  WS-DEFAULT-PROGRAM   PIC X(10).
               10  WS-DEFAULT-ON-FAILURE PIC X(1).
               10  WS-DEFAULT-KIND      PIC X(1).
               10  WS-DEFAULT-DAYS      PIC X(1).
       77  WS-DEFAULT-COUNT PIC 9(2) VALUE 40.
      *    Tonight's schedule, in step order, with what becomes of
      *    each step this run.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHED-ENTRY OCCURS 50 TIMES.
               10  WS-SCHED-ORDER       PIC 9(3).
               10  WS-SCHED-PROGRAM     PIC X(10).
               10  WS-SCHED-ON-FAILURE  PIC X(1).
                   88  WS-SCHED-FAILURE-STOPS   VALUE 'S'.
               10  WS-SCHED-KIND        PIC X(1).
                   88  WS-SCHED-LOAD-STEP       VALUE 'L'.
               10  WS-SCHED-DAYS        PIC X(1).
               10  WS-SCHED-SKIP-FLAG   PIC X(1).
                   88  WS-SCHED-SKIP-REQUESTED  VALUE 'Y'.
               10  WS-SCHED-SKIP-UNTIL  PIC 9(8).
               10  WS-SCHED-SKIP-REASON PIC X(30).
               10  WS-SCHED-TONIGHT     PIC X(8).
                   88  WS-SCHED-RUNS-TONIGHT    VALUE 'RUN'.
                   88  WS-SCHED-ALREADY-DONE    VALUE 'DONE'.
                   88  WS-SCHED-NOT-DUE         VALUE 'NOT DUE'.
                   88  WS-SCHED-OPS-SKIP        VALUE 'OPS SKIP'.
       01  WS-SWAP-ENTRY PIC X(63).
       01  WS-PRINT-KIND PIC X(6).
       01  WS-PRINT-FAILURE PIC X(8).
       01  WS-PRINT-DAYS PIC X(9).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'NIGHTRUN'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).
       01  WS-SKIP-EVENT PIC X(5) VALUE 'SKIP'.
       01  WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
       01  WS-SKIP-STATUS PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 1000-READ-RESTART-POINT
           PERFORM 1100-READ-SITE-CODE
           PERFORM 1200-LOAD-SCHEDULE
           IF WS-SCHEDULE-BAD
       *> Better no night at all than a half-understood one - ops fix
       *> the file and rerun.
               DISPLAY 'NIGHTRUN: SCHEDULE NOT USABLE - NO STEP RUN '
                   'TONIGHT'
               MOVE 'END' TO WS-RUNLOG-EVENT
               MOVE 'BAD-SCHEDULE' TO WS-RUNLOG-STATUS
               PERFORM 0900-WRITE-RUNLOG
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1500-RESOLVE-CALENDAR
               PERFORM 1600-RESOLVE-ONE-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-SCHED-COUNT
               PERFORM 1700-PRINT-SCHEDULE
               MOVE 'N' TO WS-CHAIN-FAILED-SWITCH
               PERFORM 2000-RUN-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-SCHED-COUNT
                   OR WS-CHAIN-FAILED
               PERFORM 5000-FINISH-RUN
           END-IF
           GOBACK.

       *> scheduled run skip the load steps and report on a day that
       *> was never posted.
           MOVE ZERO TO WS-RESTART-POINT
           MOVE SPACES TO WS-RESTART-PROGRAM
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-FILE-STATUS = '00'
                   AT END
                       MOVE ZERO TO WS-RESTART-POINT
                   NOT AT END
                       IF CP-LAST-STEP IS NOT NUMERIC
                           MOVE ZERO TO CP-LAST-STEP
                       END-IF
                       IF CP-RUN-DATE = WS-TODAY-DATE
                           MOVE CP-LAST-STEP TO WS-RESTART-POINT
                           MOVE CP-LAST-PROGRAM TO WS-RESTART-PROGRAM
                       ELSE
                           IF CP-LAST-STEP > ZERO
                               DISPLAY 'NIGHTRUN WARNING: STALE '
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-RESTART-POINT > ZERO
               DISPLAY 'NIGHTRUN RESTART - STEPS THRU '
                   WS-RESTART-POINT ' (' WS-RESTART-PROGRAM
                   ') ALREADY COMPLETE'
           END-IF.

       1100-READ-SITE-CODE.
       *> Working days are this site's - its own HOLIDAYS rows count
       *> as well as the all-sites ones.
           OPEN INPUT SITE-CODE-FILE
           IF WS-SITE-FILE-STATUS = '00'
               READ SITE-CODE-FILE
                   NOT AT END
                       IF SI-SITE-CODE NOT = SPACES
                           MOVE SI-SITE-CODE TO WS-SITE-CODE
                       END-IF
               END-READ
               CLOSE SITE-CODE-FILE
           END-IF.

       1200-LOAD-SCHEDULE.
       *> Ops keep the schedule; with no file the built-in one runs,
       *> which is the chain as it stood before the file existed.
       *> One bad row or two steps with the same number and nothing
       *> runs - a step silently dropped is worse than a late night.
           MOVE ZERO TO WS-SCHED-COUNT
           MOVE ZERO TO WS-SCHED-ROW-NUMBER
           MOVE 'N' TO WS-SCHEDULE-BAD-SWITCH
           MOVE 'N' TO WS-SCHEDULE-EOF-SWITCH
           INITIALIZE WS-SCHEDULE-TABLE
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-FILE-STATUS = '00'
               MOVE 'NIGHTSCH' TO WS-SCHEDULE-SOURCE
               PERFORM 1210-READ-SCHEDULE
               PERFORM 1220-STORE-SCHEDULE-ROW
                   UNTIL WS-SCHEDULE-EOF
                   OR WS-SCHEDULE-BAD
               CLOSE SCHEDULE-FILE
           ELSE
               MOVE 'BUILT-IN' TO WS-SCHEDULE-SOURCE
               PERFORM 1250-LOAD-DEFAULT-STEP
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-DEFAULT-COUNT
           END-IF
           IF WS-SCHED-COUNT = ZERO AND NOT WS-SCHEDULE-BAD
               DISPLAY 'NIGHTRUN: NIGHTSCH HOLDS NO STEPS'
               SET WS-SCHEDULE-BAD TO TRUE
           END-IF
           IF NOT WS-SCHEDULE-BAD
               PERFORM 1300-SORT-PASS
                   VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS >= WS-SCHED-COUNT
               PERFORM 1400-CHECK-DUPLICATE-STEP
                   VARYING WS-STEP-IDX FROM 2 BY 1
                   UNTIL WS-STEP-IDX > WS-SCHED-COUNT
           END-IF.

       1210-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET WS-SCHEDULE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCHED-ROW-NUMBER
           END-READ.

       1220-STORE-SCHEDULE-ROW.
       *> Blank lines are spacing ops left in the file, not steps.
           IF NS-SCHEDULE-RECORD NOT = SPACES
               IF NS-STEP-ORDER IS NOT NUMERIC
                       OR NS-STEP-ORDER = ZERO
                       OR NS-PROGRAM-NAME = SPACES
                       OR NOT (NS-FAILURE-STOPS
                               OR NS-FAILURE-CONTINUES)
                       OR NOT (NS-LOAD-STEP OR NS-REPORT-STEP)
                       OR NOT NS-RUN-DAYS-VALID
                       OR NOT (NS-SKIP-FLAG = 'Y' OR 'N' OR SPACE)
                       OR (NS-SKIP-UNTIL IS NOT NUMERIC
                           AND NS-SKIP-UNTIL NOT = SPACES)
                   DISPLAY 'NIGHTRUN: BAD NIGHTSCH ROW '
                       WS-SCHED-ROW-NUMBER ': ' NS-SCHEDULE-RECORD
                   SET WS-SCHEDULE-BAD TO TRUE
               ELSE
                   IF WS-SCHED-COUNT >= WS-MAX-SCHED-STEPS
                       DISPLAY 'NIGHTRUN: NIGHTSCH HOLDS MORE THAN '
                           WS-MAX-SCHED-STEPS ' STEPS'
                       SET WS-SCHEDULE-BAD TO TRUE
                   ELSE
                       ADD 1 TO WS-SCHED-COUNT
                       MOVE NS-STEP-ORDER
                           TO WS-SCHED-ORDER (WS-SCHED-COUNT)
                       MOVE NS-PROGRAM-NAME
                           TO WS-SCHED-PROGRAM (WS-SCHED-COUNT)
                       MOVE NS-ON-FAILURE
                           TO WS-SCHED-ON-FAILURE (WS-SCHED-COUNT)
                       MOVE NS-STEP-KIND
                           TO WS-SCHED-KIND (WS-SCHED-COUNT)
                       MOVE NS-RUN-DAYS
                           TO WS-SCHED-DAYS (WS-SCHED-COUNT)
                       MOVE NS-SKIP-FLAG
                           TO WS-SCHED-SKIP-FLAG (WS-SCHED-COUNT)
                       IF NS-SKIP-UNTIL IS NUMERIC
                           MOVE NS-SKIP-UNTIL
                               TO WS-SCHED-SKIP-UNTIL (WS-SCHED-COUNT)
                       ELSE
                           MOVE ZERO
                               TO WS-SCHED-SKIP-UNTIL (WS-SCHED-COUNT)
                       END-IF
                       MOVE NS-SKIP-REASON
                           TO WS-SCHED-SKIP-REASON (WS-SCHED-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM 1210-READ-SCHEDULE.

       1250-LOAD-DEFAULT-STEP.
           ADD 1 TO WS-SCHED-COUNT
           MOVE WS-DEFAULT-ORDER (WS-STEP-IDX)
               TO WS-SCHED-ORDER (WS-SCHED-COUNT)
           MOVE WS-DEFAULT-PROGRAM (WS-STEP-IDX)
               TO WS-SCHED-PROGRAM (WS-SCHED-COUNT)
           MOVE WS-DEFAULT-ON-FAILURE (WS-STEP-IDX)
               TO WS-SCHED-ON-FAILURE (WS-SCHED-COUNT)
           MOVE WS-DEFAULT-KIND (WS-STEP-IDX)
               TO WS-SCHED-KIND (WS-SCHED-COUNT)
           MOVE WS-DEFAULT-DAYS (WS-STEP-IDX)
               TO WS-SCHED-DAYS (WS-SCHED-COUNT)
           MOVE 'N' TO WS-SCHED-SKIP-FLAG (WS-SCHED-COUNT)
           MOVE ZERO TO WS-SCHED-SKIP-UNTIL (WS-SCHED-COUNT)
           MOVE SPACES TO WS-SCHED-SKIP-REASON (WS-SCHED-COUNT).

       1300-SORT-PASS.
       *> Rows may sit on the file in any order - the step number
       *> decides.  A handful of steps, so a plain exchange sort.
           PERFORM 1310-ORDER-ADJACENT-PAIR
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX >= WS-SCHED-COUNT.

       1310-ORDER-ADJACENT-PAIR.
           COMPUTE WS-NEXT-IDX = WS-STEP-IDX + 1
           IF WS-SCHED-ORDER (WS-STEP-IDX)
                   > WS-SCHED-ORDER (WS-NEXT-IDX)
               MOVE WS-SCHED-ENTRY (WS-STEP-IDX) TO WS-SWAP-ENTRY
               MOVE WS-SCHED-ENTRY (WS-NEXT-IDX)
                   TO WS-SCHED-ENTRY (WS-STEP-IDX)
               MOVE WS-SWAP-ENTRY TO WS-SCHED-ENTRY (WS-NEXT-IDX)
           END-IF.

       1400-CHECK-DUPLICATE-STEP.
           COMPUTE WS-NEXT-IDX = WS-STEP-IDX - 1
           IF WS-SCHED-ORDER (WS-STEP-IDX)
                   = WS-SCHED-ORDER (WS-NEXT-IDX)
               DISPLAY 'NIGHTRUN: NIGHTSCH STEP '
                   WS-SCHED-ORDER (WS-STEP-IDX) ' GIVEN TWICE - '
                   WS-SCHED-PROGRAM (WS-NEXT-IDX) ' AND '
                   WS-SCHED-PROGRAM (WS-STEP-IDX)
               SET WS-SCHEDULE-BAD TO TRUE
           END-IF.

       1500-RESOLVE-CALENDAR.
       *> What kind of day the business date is, in DATESRV's working
       *> days for this site.  Today is a working day when it adds one
       *> working day to yesterday; the first of the month when it is
       *> the only working day since the last one of the month before;
       *> the last of the month when none follow it up to month end.
       *> A quarter starts on the first working day of January, April,
       *> July and October.  A week starts on the first working day
       *> since the Sunday before - Monday, or Tuesday after a Monday
       *> holiday.
           MOVE 'N' TO WS-WORKING-DAY-SWITCH
           MOVE 'N' TO WS-FIRST-DAY-SWITCH
           MOVE 'N' TO WS-LAST-DAY-SWITCH
           MOVE 'N' TO WS-QUARTER-DAY-SWITCH
           MOVE 'N' TO WS-WEEK-DAY-SWITCH
           MOVE 'W' TO WS-DATE-FUNCTION
           MOVE WS-TODAY-DATE TO WS-CAL-DATE
           PERFORM 1550-STEP-BACK-ONE-DAY
           MOVE WS-TODAY-DATE TO WS-DATE-ONE
           MOVE WS-CAL-DATE TO WS-DATE-TWO
           PERFORM 1510-COUNT-WORKING-DAYS
           IF WS-DATE-RESULT = 1
               SET WS-WORKING-DAY TO TRUE
           END-IF
           IF WS-WORKING-DAY
               MOVE WS-TODAY-DATE TO WS-CAL-DATE
               MOVE 1 TO WS-CAL-DD
               PERFORM 1550-STEP-BACK-ONE-DAY
               MOVE WS-TODAY-DATE TO WS-DATE-ONE
               MOVE WS-CAL-DATE TO WS-DATE-TWO
               PERFORM 1510-COUNT-WORKING-DAYS
               IF WS-DATE-RESULT = 1
                   SET WS-FIRST-WORKING-DAY TO TRUE
               END-IF
               MOVE WS-TODAY-DATE TO WS-CAL-DATE
               PERFORM 1560-SET-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-CAL-DD
               MOVE WS-CAL-DATE TO WS-DATE-ONE
               MOVE WS-TODAY-DATE TO WS-DATE-TWO
               PERFORM 1510-COUNT-WORKING-DAYS
               IF WS-DATE-RESULT = ZERO
                   SET WS-LAST-WORKING-DAY TO TRUE
               END-IF
               MOVE WS-TODAY-DATE TO WS-CAL-DATE
               IF WS-FIRST-WORKING-DAY
                       AND (WS-CAL-MM = 1 OR WS-CAL-MM = 4
                            OR WS-CAL-MM = 7 OR WS-CAL-MM = 10)
                   SET WS-QUARTER-START-DAY TO TRUE
               END-IF
               PERFORM 1520-CHECK-WEEK-START
           END-IF.

       1510-COUNT-WORKING-DAYS.
           CALL 'DATESRV' USING WS-DATE-FUNCTION WS-DATE-ONE
               WS-DATE-TWO WS-DATE-RESULT WS-SITE-CODE.

       1520-CHECK-WEEK-START.
       *> DATESRV's serial day number divided by seven leaves 0 on a
       *> Sunday - step back that many days to the Sunday and count
       *> the working days since.
           MOVE 'N' TO WS-DATE-FUNCTION
           MOVE WS-TODAY-DATE TO WS-DATE-ONE
           PERFORM 1510-COUNT-WORKING-DAYS
           DIVIDE WS-DATE-RESULT BY 7
               GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           MOVE WS-TODAY-DATE TO WS-CAL-DATE
           PERFORM 1550-STEP-BACK-ONE-DAY WS-WEEKDAY TIMES
           MOVE 'W' TO WS-DATE-FUNCTION
           MOVE WS-TODAY-DATE TO WS-DATE-ONE
           MOVE WS-CAL-DATE TO WS-DATE-TWO
           PERFORM 1510-COUNT-WORKING-DAYS
           IF WS-DATE-RESULT = 1
               SET WS-WEEK-START-DAY TO TRUE
           END-IF
           MOVE WS-TODAY-DATE TO WS-CAL-DATE.

       1550-STEP-BACK-ONE-DAY.
           IF WS-CAL-DD > 1
               SUBTRACT 1 FROM WS-CAL-DD
           ELSE
               IF WS-CAL-MM = 1
                   MOVE 12 TO WS-CAL-MM
                   SUBTRACT 1 FROM WS-CAL-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-CAL-MM
               END-IF
               PERFORM 1560-SET-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-CAL-DD
           END-IF.

       1560-SET-MONTH-LAST-DAY.
       *> Full Gregorian rule, as DATESRV counts it - the month-end
       *> test must agree with the working-day count it is checked
       *> against.
           MOVE 'N' TO WS-CAL-LEAP-SWITCH
           DIVIDE WS-CAL-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               SET WS-CAL-LEAP-YEAR TO TRUE
               DIVIDE WS-CAL-YYYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'N' TO WS-CAL-LEAP-SWITCH
                   DIVIDE WS-CAL-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       SET WS-CAL-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-CAL-MM = 1 OR WS-CAL-MM = 3 OR WS-CAL-MM = 5
                   OR WS-CAL-MM = 7 OR WS-CAL-MM = 8
                   OR WS-CAL-MM = 10 OR WS-CAL-MM = 12
               MOVE 31 TO WS-MONTH-LAST-DAY
           ELSE
               IF WS-CAL-MM = 2
                   IF WS-CAL-LEAP-YEAR
                       MOVE 29 TO WS-MONTH-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-MONTH-LAST-DAY
                   END-IF
               ELSE
                   MOVE 30 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF.

       1600-RESOLVE-ONE-STEP.
       *> A step already completed by tonight's earlier run stays
       *> done; otherwise it must be due today and not set aside by
       *> ops.  A skip with an end date lapses on its own once the
       *> date has passed.
           PERFORM 1610-CHECK-STEP-DUE
           IF WS-SCHED-ORDER (WS-STEP-IDX) <= WS-RESTART-POINT
               SET WS-SCHED-ALREADY-DONE (WS-STEP-IDX) TO TRUE
               ADD 1 TO WS-STEPS-DONE-BEFORE
           ELSE
               IF NOT WS-STEP-DUE
                   SET WS-SCHED-NOT-DUE (WS-STEP-IDX) TO TRUE
                   ADD 1 TO WS-STEPS-NOT-DUE
               ELSE
                   IF WS-SCHED-SKIP-REQUESTED (WS-STEP-IDX)
                           AND (WS-SCHED-SKIP-UNTIL (WS-STEP-IDX)
                                = ZERO
                             OR WS-SCHED-SKIP-UNTIL (WS-STEP-IDX)
                                >= WS-TODAY-DATE)
                       SET WS-SCHED-OPS-SKIP (WS-STEP-IDX) TO TRUE
                       ADD 1 TO WS-STEPS-OPS-SKIP
                   ELSE
                       SET WS-SCHED-RUNS-TONIGHT (WS-STEP-IDX)
                           TO TRUE
                       ADD 1 TO WS-STEPS-TO-RUN
                   END-IF
               END-IF
           END-IF.

       1610-CHECK-STEP-DUE.
           MOVE 'N' TO WS-STEP-DUE-SWITCH
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'D'
               SET WS-STEP-DUE TO TRUE
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'W' AND WS-WORKING-DAY
               SET WS-STEP-DUE TO TRUE
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'M'
                   AND WS-LAST-WORKING-DAY
               SET WS-STEP-DUE TO TRUE
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'F'
                   AND WS-FIRST-WORKING-DAY
               SET WS-STEP-DUE TO TRUE
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'Q'
                   AND WS-QUARTER-START-DAY
               SET WS-STEP-DUE TO TRUE
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'K'
                   AND WS-WEEK-START-DAY
               SET WS-STEP-DUE TO TRUE
           END-IF.

       1700-PRINT-SCHEDULE.
       *> The night's plan goes on the console log before anything
       *> runs, so the morning shift can see what was meant to happen
       *> as well as what did.
           DISPLAY '================================================'
           DISPLAY 'NIGHTRUN SCHEDULE FOR ' WS-TODAY-DATE ' SITE '
               WS-SITE-CODE ' - ' WS-SCHEDULE-SOURCE
           DISPLAY 'WORKING DAY ' WS-WORKING-DAY-SWITCH
               '  FIRST OF MONTH ' WS-FIRST-DAY-SWITCH
               '  MONTH-END ' WS-LAST-DAY-SWITCH
               '  QUARTER START ' WS-QUARTER-DAY-SWITCH
               '  WEEK START ' WS-WEEK-DAY-SWITCH
           DISPLAY '------------------------------------------------'
           DISPLAY 'STEP PROGRAM    KIND   ON FAIL  DAYS      TONIGHT'
           PERFORM 1710-PRINT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-SCHED-COUNT
           DISPLAY '------------------------------------------------'
           DISPLAY 'TO RUN ' WS-STEPS-TO-RUN
               '  NOT DUE ' WS-STEPS-NOT-DUE
               '  OPS SKIP ' WS-STEPS-OPS-SKIP
               '  ALREADY DONE ' WS-STEPS-DONE-BEFORE
           DISPLAY '================================================'.

       1710-PRINT-ONE-STEP.
           IF WS-SCHED-LOAD-STEP (WS-STEP-IDX)
               MOVE 'LOAD' TO WS-PRINT-KIND
           ELSE
               MOVE 'REPORT' TO WS-PRINT-KIND
           END-IF
           IF WS-SCHED-FAILURE-STOPS (WS-STEP-IDX)
               MOVE 'STOP' TO WS-PRINT-FAILURE
           ELSE
               MOVE 'CONTINUE' TO WS-PRINT-FAILURE
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'D'
               MOVE 'DAILY' TO WS-PRINT-DAYS
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'W'
               MOVE 'WORKDAYS' TO WS-PRINT-DAYS
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'M'
               MOVE 'MONTH-END' TO WS-PRINT-DAYS
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'F'
               MOVE 'FIRST-DAY' TO WS-PRINT-DAYS
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'Q'
               MOVE 'QUARTERLY' TO WS-PRINT-DAYS
           END-IF
           IF WS-SCHED-DAYS (WS-STEP-IDX) = 'K'
               MOVE 'WEEKLY' TO WS-PRINT-DAYS
           END-IF
           IF WS-SCHED-OPS-SKIP (WS-STEP-IDX)
               DISPLAY WS-SCHED-ORDER (WS-STEP-IDX) '  '
                   WS-SCHED-PROGRAM (WS-STEP-IDX) ' '
                   WS-PRINT-KIND ' ' WS-PRINT-FAILURE ' '
                   WS-PRINT-DAYS ' ' WS-SCHED-TONIGHT (WS-STEP-IDX)
                   ' - ' WS-SCHED-SKIP-REASON (WS-STEP-IDX)
           ELSE
               DISPLAY WS-SCHED-ORDER (WS-STEP-IDX) '  '
                   WS-SCHED-PROGRAM (WS-STEP-IDX) ' '
                   WS-PRINT-KIND ' ' WS-PRINT-FAILURE ' '
                   WS-PRINT-DAYS ' ' WS-SCHED-TONIGHT (WS-STEP-IDX)
           END-IF.

       2000-RUN-STEP.
           IF WS-SCHED-ALREADY-DONE (WS-STEP-IDX)
               DISPLAY 'NIGHTRUN SKIPPING COMPLETED STEP '
                   WS-SCHED-ORDER (WS-STEP-IDX) ' '
                   WS-SCHED-PROGRAM (WS-STEP-IDX)
           ELSE
               IF WS-SCHED-RUNS-TONIGHT (WS-STEP-IDX)
                   PERFORM 2100-CALL-STEP
               ELSE
                   PERFORM 2900-LOG-SKIPPED-STEP
               END-IF
           END-IF.

       2100-CALL-STEP.
       *> A program named on the schedule that is not there fails its
       *> step like any other error, rather than abending the night.
           DISPLAY 'NIGHTRUN STEP ' WS-SCHED-ORDER (WS-STEP-IDX)
               ' STARTING ' WS-SCHED-PROGRAM (WS-STEP-IDX)
           ADD 1 TO WS-STEPS-RUN
           MOVE ZERO TO RETURN-CODE
           CALL WS-SCHED-PROGRAM (WS-STEP-IDX)
               ON EXCEPTION
                   DISPLAY 'NIGHTRUN STEP ' WS-SCHED-ORDER (WS-STEP-IDX)
                       ': PROGRAM ' WS-SCHED-PROGRAM (WS-STEP-IDX)
                       ' NOT FOUND'
                   MOVE 16 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'NIGHTRUN STEP ' WS-SCHED-ORDER (WS-STEP-IDX)
                   ' FAILED: ' WS-SCHED-PROGRAM (WS-STEP-IDX)
                   ' RETURN CODE ' RETURN-CODE
               IF WS-SCHED-FAILURE-STOPS (WS-STEP-IDX)
                   SET WS-CHAIN-FAILED TO TRUE
                   MOVE WS-SCHED-ORDER (WS-STEP-IDX) TO WS-FAILED-STEP
                   IF WS-SCHED-LOAD-STEP (WS-STEP-IDX)
                       DISPLAY 'NIGHTRUN REPORT STEPS SKIPPED - '
                           'THE LOAD DID NOT COMPLETE'
                   END-IF
               ELSE
       *> The schedule says the night goes on without this one - a
       *> rerun will not repeat it either, so it is noted here and
       *> on the end-of-run status.
                   ADD 1 TO WS-STEP-ERROR-COUNT
                   DISPLAY 'NIGHTRUN CONTINUING - THE SCHEDULE DOES '
                       'NOT STOP THE NIGHT FOR '
                       WS-SCHED-PROGRAM (WS-STEP-IDX)
                   PERFORM 2200-MARK-STEP-DONE
               END-IF
           ELSE
               PERFORM 2200-MARK-STEP-DONE
           END-IF.

       2200-MARK-STEP-DONE.
           MOVE WS-SCHED-ORDER (WS-STEP-IDX) TO WS-RESTART-POINT
           MOVE WS-SCHED-PROGRAM (WS-STEP-IDX) TO WS-RESTART-PROGRAM
           PERFORM 3000-WRITE-CHECKPOINT.

       2900-LOG-SKIPPED-STEP.
       *> Every step not run tonight leaves a SKIP row under its own
       *> name, so RUNLOG shows a month-end-only step as passed over
       *> on purpose rather than missing.
           IF WS-SCHED-NOT-DUE (WS-STEP-IDX)
               MOVE 'NOT-DUE-TODAY' TO WS-SKIP-STATUS
               DISPLAY 'NIGHTRUN STEP ' WS-SCHED-ORDER (WS-STEP-IDX)
                   ' ' WS-SCHED-PROGRAM (WS-STEP-IDX)
                   ' NOT DUE TONIGHT'
           ELSE
               IF WS-SCHED-SKIP-REASON (WS-STEP-IDX) = SPACES
                   MOVE 'OPS-SKIP' TO WS-SKIP-STATUS
               ELSE
                   MOVE WS-SCHED-SKIP-REASON (WS-STEP-IDX)
                       TO WS-SKIP-STATUS
               END-IF
               DISPLAY 'NIGHTRUN STEP ' WS-SCHED-ORDER (WS-STEP-IDX)
                   ' ' WS-SCHED-PROGRAM (WS-STEP-IDX)
                   ' SKIPPED BY OPERATIONS - '
                   WS-SCHED-SKIP-REASON (WS-STEP-IDX)
           END-IF
           CALL 'RUNLOGWR' USING WS-SCHED-PROGRAM (WS-STEP-IDX)
               WS-SKIP-EVENT WS-SKIP-COUNT WS-SKIP-STATUS.

       3000-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-TODAY-DATE TO CP-RUN-DATE
           MOVE WS-RESTART-POINT TO CP-LAST-STEP
           MOVE WS-RESTART-PROGRAM TO CP-LAST-PROGRAM
           WRITE CP-CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       5000-FINISH-RUN.
           DISPLAY 'NIGHTRUN STEPS RUN ' WS-STEPS-RUN
               '  FAILED AND CONTINUED ' WS-STEP-ERROR-COUNT
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-STEPS-RUN TO WS-RUNLOG-COUNT
           IF WS-CHAIN-FAILED
               STRING 'FAILED-STEP-' WS-FAILED-STEP
                   INTO WS-RUNLOG-STATUS END-STRING
               PERFORM 0900-WRITE-RUNLOG
               MOVE 16 TO RETURN-CODE
           ELSE
       *> A clean end-to-end run clears the checkpoint, otherwise the
       *> next night would skip the whole chain.  A night that only
       *> lost steps the schedule lets it run without still counts
       *> as complete, so the business date still rolls.
               MOVE ZERO TO WS-RESTART-POINT
               MOVE SPACES TO WS-RESTART-PROGRAM
               PERFORM 3000-WRITE-CHECKPOINT
               PERFORM 4000-ROLL-BUSINESS-DATE
               IF WS-STEP-ERROR-COUNT > ZERO
                   MOVE 'DONE-WITH-ERRORS' TO WS-RUNLOG-STATUS
               ELSE
                   MOVE 'OK' TO WS-RUNLOG-STATUS
               END-IF
               PERFORM 0900-WRITE-RUNLOG
               IF WS-STEP-ERROR-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       4000-ROLL-BUSINESS-DATE.
       *> Only a chain that ran end to end moves the shop to the next
       *> business day - a failed night leaves the control where it
