      *          checkpoint, the SAF queue depth, the salute
      *          suspense depth, and the open alert queue.  Anything
      *          abnormal is flagged and the flags print FIRST.
      *          WTCRPT's last working-time breach count rides on its
      *          run-log END row and is shown and flagged here too,
      *          and so is every inbound feed the last FEEDGATE run
      *          gave up on at its cut-off (its MISS rows).  The last
      *          VOLCHK comparison of each feed's volume with its
      *          same-weekday average is listed from VOLSTAT, and a
      *          feed outside the tolerance band is flagged.  The
      *          RPTDLVLG delivery log says what RPTDIST sent out for
      *          the last business date; every report that did not
      *          reach a reader, other than one not due that night,
      *          is listed and flagged.  Any WARN row a program put
      *          on the run log in the last day is flagged once per
      *          program and warning, and a last-run or delivery
      *          table too small for the night raises a flag of its
      *          own rather than leaving programs or reports out
      *          unnoticed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT VOLUME-FILE ASSIGN TO 'VOLSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUME-FILE-STATUS.

           SELECT DELIVERY-FILE ASSIGN TO 'RPTDLVLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
       FD  CHECKPOINT-FILE.
       01  CP-CHECKPOINT-RECORD.
           05  CP-RUN-DATE             PIC 9(8).
           05  CP-LAST-STEP            PIC 9(3).
           05  CP-LAST-PROGRAM         PIC X(10).

       FD  SAF-QUEUE-FILE.
           COPY "SAFQUEUE.cpy".
       FD  PENDING-ALERT-FILE.
           COPY "SECALERT.cpy" REPLACING LEADING ==AL-== BY ==PA-==.

       FD  VOLUME-FILE.
           COPY "VOLSTAT.cpy".

       FD  DELIVERY-FILE.
           COPY "RPTDLVLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-FILE-STATUS PIC X(2).
       01  WS-CHKPT-FILE-STATUS PIC X(2).
       01  WS-SUSPENSE-FILE-STATUS PIC X(2).
       01  WS-QUEUE-FILE-STATUS PIC X(2).
       01  WS-PENDING-FILE-STATUS PIC X(2).
       01  WS-VOLUME-FILE-STATUS PIC X(2).
       01  WS-DELIVERY-FILE-STATUS PIC X(2).
       01  WS-PENDING-NAME PIC X(9).
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-NOW-TIME PIC 9(8).
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
       77  WS-TABLE-ENTRIES PIC 9(3) VALUE ZERO.
       77  WS-MAX-PROGRAMS PIC 9(3) VALUE 200.
       77  WS-PRINT-IDX PIC 9(3).
       77  WS-PROGRAMS-NOT-HELD PIC 9(5) VALUE ZERO.
       01  WS-FIRST-NOT-HELD PIC X(10) VALUE SPACES.
       01  WS-LASTRUN-TABLE.
           05  WS-LASTRUN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RUN-IDX.
               10  WS-RUN-PROGRAM       PIC X(10).
               10  WS-RUN-END-STAMP     PIC X(14).
       77  WS-SUSPENSE-DEPTH PIC 9(5) VALUE ZERO.
       77  WS-OPEN-ALERTS PIC 9(3) VALUE ZERO.
       77  WS-OPEN-HIGH-ALERTS PIC 9(3) VALUE ZERO.
       77  WS-WTC-BREACHES PIC 9(7) VALUE ZERO.
       01  WS-WTC-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-WTC-FOUND             VALUE 'Y'.
       01  WS-CHKPT-STEP PIC 9(3) VALUE ZERO.
       01  WS-CHKPT-PROGRAM PIC X(10) VALUE SPACES.
       01  WS-CHKPT-DATE PIC 9(8) VALUE ZERO.
       01  WS-CHKPT-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CHKPT-FOUND           VALUE 'Y'.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-LINE OCCURS 20 TIMES PIC X(60).
       01  WS-FLAG-WORK PIC X(60).
       77  WS-MISSING-FEED-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-MISSING-FEEDS PIC 9(2) VALUE 10.
       01  WS-MISSING-FEED-TABLE.
           05  WS-MISSING-FEED OCCURS 10 TIMES PIC X(20).
      *    WARN rows from the last day, each program and warning once.
       77  WS-WARNING-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-WARNINGS PIC 9(2) VALUE 20.
       77  WS-WARNINGS-NOT-HELD PIC 9(5) VALUE ZERO.
       77  WS-WARN-IDX PIC 9(2).
       01  WS-WARNING-TABLE.
           05  WS-WARNING-ENTRY OCCURS 20 TIMES.
               10  WS-WARN-PROGRAM      PIC X(10).
               10  WS-WARN-STATUS       PIC X(20).
       01  WS-WARN-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-WARNING-FOUND         VALUE 'Y'.
       01  WS-DATE-FUNCTION PIC X(1) VALUE 'D'.
       01  WS-WARN-DATE PIC 9(8).
       01  WS-WARN-AGE PIC 9(7).
       01  WS-DATE-SITE PIC X(3) VALUE SPACES.
      *    The last VOLCHK run's comparison, one row per feed.
       77  WS-VOLUME-ROWS PIC 9(2) VALUE ZERO.
       77  WS-MAX-VOLUME-ROWS PIC 9(2) VALUE 22.
       01  WS-VOLUME-DATE PIC 9(8) VALUE ZERO.
       01  WS-VOLUME-TABLE.
           05  WS-VOLUME-ENTRY OCCURS 22 TIMES.
               10  WS-VOL-FEED-NAME     PIC X(8).
               10  WS-VOL-TODAY         PIC 9(7).
               10  WS-VOL-AVERAGE       PIC 9(7).
               10  WS-VOL-NIGHTS        PIC 9(2).
               10  WS-VOL-PERCENT       PIC 9(4).
               10  WS-VOL-VERDICT       PIC X(10).
                   88  WS-VOL-BELOW-BAND        VALUE 'LOW'.
                   88  WS-VOL-ABOVE-BAND        VALUE 'HIGH'.
      *    RPTDIST's outcome per report and recipient for the latest
      *    business date on the delivery log - a rerun's row replaces
      *    the earlier one for the same report and recipient.
       77  WS-DELIVERY-ROWS PIC 9(3) VALUE ZERO.
       77  WS-MAX-DELIVERY-ROWS PIC 9(3) VALUE 200.
       77  WS-DLV-IDX PIC 9(3).
       77  WS-DELIVERED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-UNDELIVERED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-DELIVERIES-NOT-HELD PIC 9(5) VALUE ZERO.
       01  WS-DELIVERY-DATE PIC 9(8) VALUE ZERO.
       01  WS-DELIVERY-TABLE.
           05  WS-DELIVERY-ENTRY OCCURS 200 TIMES.
               10  WS-DLV-REPORT-FILE   PIC X(17).
               10  WS-DLV-RECIPIENT     PIC X(20).
               10  WS-DLV-OUTCOME       PIC X(12).
                   88  WS-DLV-DELIVERED         VALUE 'DELIVERED'.
                   88  WS-DLV-NOT-DUE           VALUE 'NOT DUE'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 4000-COUNT-SAF-QUEUE
           PERFORM 5000-COUNT-SUSPENSE
           PERFORM 6000-COUNT-OPEN-ALERTS
           PERFORM 7000-READ-FEED-VOLUMES
           PERFORM 7200-READ-DELIVERY-LOG
           PERFORM 8000-PRINT-DASHBOARD
           GOBACK.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE ZERO TO WS-TABLE-ENTRIES
           MOVE ZERO TO WS-PROGRAMS-NOT-HELD
           MOVE SPACES TO WS-FIRST-NOT-HELD
           MOVE ZERO TO WS-WARNING-COUNT
           MOVE ZERO TO WS-WARNINGS-NOT-HELD
           INITIALIZE WS-WARNING-TABLE
           MOVE ZERO TO WS-FLAG-COUNT
           MOVE ZERO TO WS-SAF-DEPTH
           MOVE ZERO TO WS-SUSPENSE-DEPTH
           MOVE ZERO TO WS-CHKPT-STEP
           MOVE ZERO TO WS-CHKPT-DATE
           MOVE 'N' TO WS-CHKPT-FOUND-SWITCH
           MOVE ZERO TO WS-WTC-BREACHES
           MOVE 'N' TO WS-WTC-FOUND-SWITCH
           MOVE ZERO TO WS-MISSING-FEED-COUNT
           MOVE ZERO TO WS-VOLUME-ROWS
           MOVE ZERO TO WS-VOLUME-DATE
           INITIALIZE WS-VOLUME-TABLE
           MOVE ZERO TO WS-DELIVERY-ROWS
           MOVE ZERO TO WS-DELIVERED-COUNT
           MOVE ZERO TO WS-UNDELIVERED-COUNT
           MOVE ZERO TO WS-DELIVERIES-NOT-HELD
           MOVE ZERO TO WS-DELIVERY-DATE
           INITIALIZE WS-DELIVERY-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-LASTRUN-TABLE
           INITIALIZE WS-FLAG-TABLE.
               PERFORM 2500-FLAG-BAD-ENDINGS
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-TABLE-ENTRIES
           END-IF
           IF WS-PROGRAMS-NOT-HELD > ZERO
               MOVE SPACES TO WS-FLAG-WORK
               STRING 'LAST-RUN TABLE FULL - ' DELIMITED BY SIZE
                   WS-FIRST-NOT-HELD DELIMITED BY SPACE
                   ' AND OTHERS NOT SHOWN - SEE RUNLINQ'
                   DELIMITED BY SIZE
                   INTO WS-FLAG-WORK END-STRING
               PERFORM 1500-RAISE-FLAG
           END-IF
           PERFORM 2700-FLAG-WARNING
               VARYING WS-WARN-IDX FROM 1 BY 1
               UNTIL WS-WARN-IDX > WS-WARNING-COUNT
           IF WS-WARNINGS-NOT-HELD > ZERO
               MOVE SPACES TO WS-FLAG-WORK
               STRING 'MORE RUN-LOG WARNINGS THAN FIT - SEE RUNLINQ'
                   DELIMITED BY SIZE
                   INTO WS-FLAG-WORK END-STRING
               PERFORM 1500-RAISE-FLAG
           END-IF
           IF WS-WTC-BREACHES > ZERO
               MOVE SPACES TO WS-FLAG-WORK
               STRING 'WORKING-TIME BREACHES: ' WS-WTC-BREACHES
                   ' - SEE THE WTCRPT REPORT'
                   INTO WS-FLAG-WORK END-STRING
               PERFORM 1500-RAISE-FLAG
           END-IF
           PERFORM 2600-FLAG-MISSING-FEED
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-MISSING-FEED-COUNT.

       2010-READ-RUNLOG.
           READ RUNLOG-FILE
       2100-DIGEST-ONE-ROW.
       *> Policy echoes ride the START event - only END rows carry a
       *> final outcome worth judging.
           PERFORM 2150-NOTE-MISSING-FEED
           IF RL-IS-WARN
               PERFORM 2200-NOTE-WARNING
           END-IF
           IF RL-IS-END
               MOVE 'N' TO WS-FOUND-SWITCH
               SET WS-RUN-IDX TO 1
                       MOVE RL-PROGRAM-NAME
                           TO WS-RUN-PROGRAM (WS-RUN-IDX)
                       SET WS-NAME-FOUND TO TRUE
                   ELSE
                       IF WS-PROGRAMS-NOT-HELD = ZERO
                           MOVE RL-PROGRAM-NAME TO WS-FIRST-NOT-HELD
                       END-IF
                       ADD 1 TO WS-PROGRAMS-NOT-HELD
                   END-IF
               END-IF
               IF WS-NAME-FOUND
                       TO WS-RUN-END-STAMP (WS-RUN-IDX)
                   MOVE RL-RUN-STATUS TO WS-RUN-STATUS (WS-RUN-IDX)
               END-IF
       *> The working-time report's count is its breach total - the
       *> latest run's figure stands.
               IF RL-PROGRAM-NAME = 'WTCRPT'
                   MOVE RL-RECORD-COUNT TO WS-WTC-BREACHES
                   SET WS-WTC-FOUND TO TRUE
               END-IF
           END-IF
           PERFORM 2010-READ-RUNLOG.

       2150-NOTE-MISSING-FEED.
       *> Only the latest gate run's MISS rows stand - its START row
       *> clears whatever an earlier night named.
           IF RL-PROGRAM-NAME = 'FEEDGATE' AND RL-IS-START
               MOVE ZERO TO WS-MISSING-FEED-COUNT
           END-IF
           IF RL-IS-MISS
                   AND WS-MISSING-FEED-COUNT < WS-MAX-MISSING-FEEDS
               ADD 1 TO WS-MISSING-FEED-COUNT
               MOVE RL-RUN-STATUS
                   TO WS-MISSING-FEED (WS-MISSING-FEED-COUNT)
           END-IF.

       2200-NOTE-WARNING.
       *> The run log keeps every WARN ever written - only those
       *> stamped today or yesterday are last night's news, and the
       *> same warning from the same program counts once.
           MOVE ZERO TO WS-WARN-DATE
           IF RL-TIMESTAMP (1:8) IS NUMERIC
               MOVE RL-TIMESTAMP (1:8) TO WS-WARN-DATE
           END-IF
           IF WS-WARN-DATE > ZERO
               CALL 'DATESRV' USING WS-DATE-FUNCTION WS-TODAY-DATE
                   WS-WARN-DATE WS-WARN-AGE WS-DATE-SITE
               IF WS-WARN-AGE < 2
                   MOVE 'N' TO WS-WARN-FOUND-SWITCH
                   PERFORM 2210-MATCH-ONE-WARNING
                       VARYING WS-WARN-IDX FROM 1 BY 1
                       UNTIL WS-WARN-IDX > WS-WARNING-COUNT
                       OR WS-WARNING-FOUND
                   IF NOT WS-WARNING-FOUND
                       IF WS-WARNING-COUNT < WS-MAX-WARNINGS
                           ADD 1 TO WS-WARNING-COUNT
                           MOVE RL-PROGRAM-NAME
                               TO WS-WARN-PROGRAM (WS-WARNING-COUNT)
                           MOVE RL-RUN-STATUS
                               TO WS-WARN-STATUS (WS-WARNING-COUNT)
                       ELSE
                           ADD 1 TO WS-WARNINGS-NOT-HELD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2210-MATCH-ONE-WARNING.
           IF WS-WARN-PROGRAM (WS-WARN-IDX) = RL-PROGRAM-NAME
                   AND WS-WARN-STATUS (WS-WARN-IDX) = RL-RUN-STATUS
               SET WS-WARNING-FOUND TO TRUE
           END-IF.

       2500-FLAG-BAD-ENDINGS.
           IF WS-RUN-STATUS (WS-PRINT-IDX) NOT = 'OK'
               MOVE SPACES TO WS-FLAG-WORK
               PERFORM 1500-RAISE-FLAG
           END-IF.

       2600-FLAG-MISSING-FEED.
           MOVE SPACES TO WS-FLAG-WORK
           STRING 'INBOUND FEED NOT IN AT CUT-OFF: '
               WS-MISSING-FEED (WS-PRINT-IDX)
               INTO WS-FLAG-WORK END-STRING
           PERFORM 1500-RAISE-FLAG.

       2700-FLAG-WARNING.
           MOVE SPACES TO WS-FLAG-WORK
           STRING 'WARNING FROM ' DELIMITED BY SIZE
               WS-WARN-PROGRAM (WS-WARN-IDX) DELIMITED BY SPACE
               ': ' WS-WARN-STATUS (WS-WARN-IDX) DELIMITED BY SIZE
               INTO WS-FLAG-WORK END-STRING
           PERFORM 1500-RAISE-FLAG.

       3000-CHECK-CHECKPOINT.
       *> A checkpoint holding a step number means the chain stopped
       *> partway and nobody has rerun it to the end yet.
           IF WS-CHKPT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   NOT AT END
                       IF CP-LAST-STEP IS NUMERIC
                           SET WS-CHKPT-FOUND TO TRUE
                           MOVE CP-RUN-DATE TO WS-CHKPT-DATE
                           MOVE CP-LAST-STEP TO WS-CHKPT-STEP
                           MOVE CP-LAST-PROGRAM TO WS-CHKPT-PROGRAM
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-CHKPT-FOUND AND WS-CHKPT-STEP > ZERO
               MOVE SPACES TO WS-FLAG-WORK
               STRING 'NIGHTRUN STUCK AFTER STEP ' WS-CHKPT-STEP
                   ' (' DELIMITED BY SIZE
                   WS-CHKPT-PROGRAM DELIMITED BY SPACE
                   ') OF ' WS-CHKPT-DATE DELIMITED BY SIZE
                   INTO WS-FLAG-WORK END-STRING
               PERFORM 1500-RAISE-FLAG
           END-IF.
                   OR PA-ALERT-TYPE = 'UNREG-TERM'
                   OR PA-ALERT-TYPE = 'FAIL-SPRAY'
                   OR PA-ALERT-TYPE = 'NO-BADGE-IN'
                   OR PA-ALERT-TYPE = 'LONE-WORKER'
                   OR PA-ALERT-TYPE = 'BREAK-GLASS'
                   OR PA-ALERT-TYPE = 'BRKGLS-FAIL'
                   OR PA-ALERT-TYPE = 'DENY-LIST'
               ADD 1 TO WS-OPEN-HIGH-ALERTS
           END-IF
           PERFORM 6110-READ-PENDING.

       7000-READ-FEED-VOLUMES.
       *> VOLSTAT is rewritten by each VOLCHK run - what is on it is
       *> the last night's comparison.  No file means VOLCHK has not
       *> run, which its own RUNLOG rows already say.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT VOLUME-FILE
           IF WS-VOLUME-FILE-STATUS = '00'
               PERFORM 7010-READ-VOLUME
               PERFORM 7020-KEEP-VOLUME-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE VOLUME-FILE
           END-IF
           PERFORM 7100-FLAG-OUT-OF-BAND
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-VOLUME-ROWS.

       7010-READ-VOLUME.
           READ VOLUME-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       7020-KEEP-VOLUME-ROW.
           IF WS-VOLUME-ROWS < WS-MAX-VOLUME-ROWS
               ADD 1 TO WS-VOLUME-ROWS
               MOVE VS-BUSINESS-DATE TO WS-VOLUME-DATE
               MOVE VS-FEED-NAME TO WS-VOL-FEED-NAME (WS-VOLUME-ROWS)
               MOVE VS-TODAY-COUNT TO WS-VOL-TODAY (WS-VOLUME-ROWS)
               MOVE VS-AVERAGE-COUNT
                   TO WS-VOL-AVERAGE (WS-VOLUME-ROWS)
               MOVE VS-SAMPLE-NIGHTS TO WS-VOL-NIGHTS (WS-VOLUME-ROWS)
               MOVE VS-PERCENT TO WS-VOL-PERCENT (WS-VOLUME-ROWS)
               MOVE VS-VERDICT TO WS-VOL-VERDICT (WS-VOLUME-ROWS)
           END-IF
           PERFORM 7010-READ-VOLUME.

       7100-FLAG-OUT-OF-BAND.
           IF WS-VOL-BELOW-BAND (WS-PRINT-IDX)
                   OR WS-VOL-ABOVE-BAND (WS-PRINT-IDX)
               MOVE SPACES TO WS-FLAG-WORK
               STRING 'FEED VOLUME ' DELIMITED BY SIZE
                   WS-VOL-VERDICT (WS-PRINT-IDX) DELIMITED BY SPACE
                   ': ' WS-VOL-FEED-NAME (WS-PRINT-IDX) ' '
                   WS-VOL-TODAY (WS-PRINT-IDX) ' VS AVERAGE '
                   WS-VOL-AVERAGE (WS-PRINT-IDX) DELIMITED BY SIZE
                   INTO WS-FLAG-WORK END-STRING
               PERFORM 1500-RAISE-FLAG
           END-IF.

       7200-READ-DELIVERY-LOG.
       *> The log grows every night - only the latest business date
       *> on it is of interest this morning.  No file means RPTDIST
       *> has never run.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-FILE-STATUS = '00'
               PERFORM 7210-READ-DELIVERY
               PERFORM 7220-KEEP-DELIVERY-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE DELIVERY-FILE
           END-IF
           PERFORM 7300-FLAG-UNDELIVERED
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-DELIVERY-ROWS
           IF WS-DELIVERIES-NOT-HELD > ZERO
               MOVE SPACES TO WS-FLAG-WORK
               STRING 'DELIVERY TABLE FULL - ' WS-DELIVERIES-NOT-HELD
                   ' DELIVERIES NOT CHECKED'
                   INTO WS-FLAG-WORK END-STRING
               PERFORM 1500-RAISE-FLAG
           END-IF.

       7210-READ-DELIVERY.
           READ DELIVERY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       7220-KEEP-DELIVERY-ROW.
           IF DL-BUSINESS-DATE IS NUMERIC
                   AND DL-BUSINESS-DATE NOT < WS-DELIVERY-DATE
               IF DL-BUSINESS-DATE > WS-DELIVERY-DATE
                   MOVE DL-BUSINESS-DATE TO WS-DELIVERY-DATE
                   MOVE ZERO TO WS-DELIVERY-ROWS
                   MOVE ZERO TO WS-DELIVERIES-NOT-HELD
                   INITIALIZE WS-DELIVERY-TABLE
               END-IF
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM 7230-MATCH-ONE-DELIVERY
                   VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DELIVERY-ROWS
                       OR WS-NAME-FOUND
               IF WS-NAME-FOUND
                   SUBTRACT 1 FROM WS-DLV-IDX
               ELSE
                   IF WS-DELIVERY-ROWS < WS-MAX-DELIVERY-ROWS
                       ADD 1 TO WS-DELIVERY-ROWS
                       MOVE WS-DELIVERY-ROWS TO WS-DLV-IDX
                       MOVE DL-REPORT-FILE
                           TO WS-DLV-REPORT-FILE (WS-DLV-IDX)
                       MOVE DL-RECIPIENT
                           TO WS-DLV-RECIPIENT (WS-DLV-IDX)
                       SET WS-NAME-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-DELIVERIES-NOT-HELD
                   END-IF
               END-IF
               IF WS-NAME-FOUND
                   MOVE DL-OUTCOME TO WS-DLV-OUTCOME (WS-DLV-IDX)
               END-IF
           END-IF
           PERFORM 7210-READ-DELIVERY.

       7230-MATCH-ONE-DELIVERY.
           IF WS-DLV-REPORT-FILE (WS-DLV-IDX) = DL-REPORT-FILE
                   AND WS-DLV-RECIPIENT (WS-DLV-IDX) = DL-RECIPIENT
               SET WS-NAME-FOUND TO TRUE
           END-IF.

       7300-FLAG-UNDELIVERED.
       *> A report the chain did not run that night was never owed.
           IF WS-DLV-DELIVERED (WS-PRINT-IDX)
               ADD 1 TO WS-DELIVERED-COUNT
           ELSE
               IF NOT WS-DLV-NOT-DUE (WS-PRINT-IDX)
                   ADD 1 TO WS-UNDELIVERED-COUNT
                   MOVE SPACES TO WS-FLAG-WORK
                   STRING 'NOT DELIVERED: ' DELIMITED BY SIZE
                       WS-DLV-REPORT-FILE (WS-PRINT-IDX)
                           DELIMITED BY SPACE
                       ' TO ' WS-DLV-RECIPIENT (WS-PRINT-IDX)
                           DELIMITED BY '  '
                       ' - ' WS-DLV-OUTCOME (WS-PRINT-IDX)
                           DELIMITED BY SIZE
                       INTO WS-FLAG-WORK END-STRING
                   PERFORM 1500-RAISE-FLAG
               END-IF
           END-IF.

       8000-PRINT-DASHBOARD.
           DISPLAY '================================================'
           DISPLAY 'MORNING SHOP STATUS - ' WS-TODAY-DATE ' '
           DISPLAY 'SUSPENSE DEPTH       : ' WS-SUSPENSE-DEPTH
           DISPLAY 'OPEN ALERTS          : ' WS-OPEN-ALERTS
               ' (HIGH: ' WS-OPEN-HIGH-ALERTS ')'
           IF WS-WTC-FOUND
               DISPLAY 'WORKING-TIME BREACHES: ' WS-WTC-BREACHES
           ELSE
               DISPLAY 'WORKING-TIME BREACHES: WTCRPT HAS NOT RUN'
           END-IF
           DISPLAY '------------------------------------------------'
           IF WS-VOLUME-ROWS = ZERO
               DISPLAY 'FEED VOLUMES: VOLCHK HAS NOT RUN'
           ELSE
               DISPLAY 'FEED VOLUMES FOR ' WS-VOLUME-DATE
                   ' AGAINST THE SAME WEEKDAY:'
               DISPLAY '  FEED     TONIGHT AVERAGE NIGHTS  PCT VERDICT'
               PERFORM 8300-PRINT-ONE-VOLUME
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-VOLUME-ROWS
           END-IF
           DISPLAY '------------------------------------------------'
           IF WS-DELIVERY-DATE = ZERO
               DISPLAY 'REPORT DISTRIBUTION: RPTDIST HAS NOT RUN'
           ELSE
               DISPLAY 'REPORT DISTRIBUTION FOR ' WS-DELIVERY-DATE ': '
                   WS-DELIVERED-COUNT ' DELIVERED, '
                   WS-UNDELIVERED-COUNT ' NOT DELIVERED'
               PERFORM 8400-PRINT-ONE-UNDELIVERED
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-DELIVERY-ROWS
           END-IF
           DISPLAY '------------------------------------------------'
           DISPLAY 'LAST OUTCOME PER PROGRAM:'
           PERFORM 8200-PRINT-ONE-PROGRAM
               ' ' WS-RUN-END-STAMP (WS-PRINT-IDX)
               ' ' WS-RUN-STATUS (WS-PRINT-IDX).

       8300-PRINT-ONE-VOLUME.
           DISPLAY '  ' WS-VOL-FEED-NAME (WS-PRINT-IDX)
               ' ' WS-VOL-TODAY (WS-PRINT-IDX)
               ' ' WS-VOL-AVERAGE (WS-PRINT-IDX)
               '     ' WS-VOL-NIGHTS (WS-PRINT-IDX)
               ' ' WS-VOL-PERCENT (WS-PRINT-IDX)
               ' ' WS-VOL-VERDICT (WS-PRINT-IDX).

       8400-PRINT-ONE-UNDELIVERED.
           IF NOT WS-DLV-DELIVERED (WS-PRINT-IDX)
                   AND NOT WS-DLV-NOT-DUE (WS-PRINT-IDX)
               DISPLAY '  ' WS-DLV-REPORT-FILE (WS-PRINT-IDX)
                   ' ' WS-DLV-RECIPIENT (WS-PRINT-IDX)
                   ' ' WS-DLV-OUTCOME (WS-PRINT-IDX)
           END-IF.

       END PROGRAM MORNSTAT.
