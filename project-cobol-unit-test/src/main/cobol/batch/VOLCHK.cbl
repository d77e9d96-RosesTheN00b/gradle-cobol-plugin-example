      ******************************************************************
      * Author:
      * Date:
      * Purpose: Feed volume anomaly check - runs after SITMERGE and
      *          before anything is posted.  FEEDGATE only knows a
      *          feed is in and dated right; a branch that sent a
      *          tenth of its usual sign-ons, or a badge export cut
      *          off half way, sailed through and was posted as a
      *          quiet day.  This counts tonight's SIGNONTX detail
      *          records, in total and per site, and the BADGEEVT
      *          events, and holds each count against the trailing
      *          average for the same weekday over the last few
      *          weeks - Mondays against Mondays, so the weekend lull
      *          is not an anomaly.  The whole file's history comes
      *          from the SIGNONRG register SIGNONED keeps; the per-
      *          site and badge history from the VOL rows this
      *          program leaves on RUNLOG each night.  A count below
      *          or above the INBNDCF tolerance band warns, or stops
      *          the chain when the band says so.  Every comparison
      *          goes to VOLSTAT for MORNSTAT to show.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'INBNDCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

           SELECT SITE-LIST-FILE ASSIGN TO 'SITELIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

           SELECT SIGNON-TXN-FILE ASSIGN TO 'SIGNONTX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.

           SELECT BADGE-EVENT-FILE ASSIGN TO 'BADGEEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGE-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'SIGNONRG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT VOLUME-FILE ASSIGN TO 'VOLSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUME-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY "INBNDCF.cpy".

       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       FD  SITE-LIST-FILE.
           COPY "SITELIST.cpy".

       FD  SIGNON-TXN-FILE.
           COPY "SIGNONTX.cpy".

       FD  BADGE-EVENT-FILE.
           COPY "BADGEEVT.cpy".

       FD  REGISTER-FILE.
           COPY "SIGNONRG.cpy".

       FD  RUNLOG-FILE.
           COPY "RUNLOGRC.cpy".

       FD  VOLUME-FILE.
           COPY "VOLSTAT.cpy".

       WORKING-STORAGE SECTION.
           COPY "SIGNONCT.cpy".
       01  WS-CONTROL-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-LIST-FILE-STATUS PIC X(2).
       01  WS-TXN-FILE-STATUS PIC X(2).
       01  WS-BADGE-FILE-STATUS PIC X(2).
       01  WS-REGISTER-FILE-STATUS PIC X(2).
       01  WS-RUNLOG-FILE-STATUS PIC X(2).
       01  WS-VOLUME-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ'.
       01  WS-PROCESS-DATE PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
      *    Tolerance band - INBNDCF's V row, or these defaults.
       01  WS-HISTORY-WEEKS PIC 9(2) VALUE 4.
       01  WS-LOW-PERCENT PIC 9(3) VALUE 50.
       01  WS-HIGH-PERCENT PIC 9(3) VALUE 200.
       01  WS-VOLUME-ACTION PIC X(1) VALUE 'W'.
           88  WS-OUT-OF-BAND-STOPS     VALUE 'S'.
       01  WS-DATE-FUNCTION PIC X(1).
       01  WS-DATE-ONE PIC 9(8).
       01  WS-DATE-TWO PIC 9(8).
       01  WS-DATE-RESULT PIC 9(7).
       01  WS-TODAY-DAY-NUMBER PIC 9(7) VALUE ZERO.
       01  WS-DAYS-BACK PIC 9(7) VALUE ZERO.
       01  WS-WINDOW-DAYS PIC 9(3) VALUE ZERO.
       01  WS-WEEK-QUOTIENT PIC 9(7).
       01  WS-WEEK-REMAINDER PIC 9(1).
       01  WS-FEED-KEY PIC X(8).
       01  WS-HIST-DATE PIC 9(8).
       01  WS-HIST-COUNT PIC 9(7).
      *    A VOL row's status - which feed, for which business day.
       01  WS-VOL-STATUS.
           05  WS-VOL-FEED              PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-VOL-DATE              PIC X(8).
           05  WS-VOL-DATE-NUM REDEFINES WS-VOL-DATE PIC 9(8).
           05  FILLER                   PIC X(3).
       77  WS-VOLUME-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-VOLUMES PIC 9(2) VALUE 22.
       77  WS-VOLUME-IDX PIC 9(2).
       77  WS-OUT-OF-BAND PIC 9(2) VALUE ZERO.
      *    Every feed counted tonight and how it compares.
       01  WS-VOLUME-TABLE.
           05  WS-VOLUME-ENTRY OCCURS 22 TIMES.
               10  WS-VOL-FEED-NAME     PIC X(8).
               10  WS-VOL-TODAY         PIC 9(7).
               10  WS-VOL-HIST-TOTAL    PIC 9(9).
               10  WS-VOL-SAMPLES       PIC 9(2).
               10  WS-VOL-AVERAGE       PIC 9(7).
               10  WS-VOL-PERCENT       PIC 9(4).
               10  WS-VOL-VERDICT       PIC X(10).
                   88  WS-VOL-IN-BAND           VALUE 'IN BAND'.
                   88  WS-VOL-NO-HISTORY        VALUE 'NO HISTORY'.
       77  WS-HIST-ENTRIES PIC 9(3) VALUE ZERO.
       77  WS-MAX-HIST PIC 9(3) VALUE 400.
       77  WS-HIST-IDX PIC 9(3).
      *    Past nights on the same weekday inside the window, one row
      *    per feed per night - a rerun's later count replaces the
      *    earlier one instead of counting the night twice.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ENTRY OCCURS 400 TIMES.
               10  WS-HISTORY-FEED      PIC X(8).
               10  WS-HISTORY-DATE      PIC 9(8).
               10  WS-HISTORY-COUNT     PIC 9(7).
       01  WS-PERCENT-WORK PIC 9(9).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'VOLCHK'.
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
           PERFORM 2000-COUNT-TONIGHT
           PERFORM 3000-GATHER-HISTORY
           PERFORM 4000-COMPARE-ONE-FEED
               VARYING WS-VOLUME-IDX FROM 1 BY 1
               UNTIL WS-VOLUME-IDX > WS-VOLUME-COUNT
           PERFORM 8000-PRINT-VOLUME-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-VOLUME-COUNT
           MOVE ZERO TO WS-HIST-ENTRIES
           MOVE ZERO TO WS-OUT-OF-BAND
           INITIALIZE WS-VOLUME-TABLE
           INITIALIZE WS-HISTORY-TABLE
           CALL 'BUSDATSV' USING WS-PROCESS-DATE
           PERFORM 1100-READ-SITE-CODE
           PERFORM 1200-READ-TOLERANCE
           MOVE 'N' TO WS-DATE-FUNCTION
           MOVE WS-PROCESS-DATE TO WS-DATE-ONE
           MOVE ZERO TO WS-DATE-TWO
           PERFORM 1510-CALL-DATESRV
           MOVE WS-DATE-RESULT TO WS-TODAY-DAY-NUMBER
           COMPUTE WS-WINDOW-DAYS = WS-HISTORY-WEEKS * 7
       *> The whole file first, then each site, badges last - the
       *> order the report prints in.
           MOVE 'SIGNONTX' TO WS-FEED-KEY
           PERFORM 1400-FIND-OR-ADD-FEED
           PERFORM 1300-LOAD-SITE-LIST.

       1100-READ-SITE-CODE.
       *> Details from before the sites were stamped carry no site
       *> code - they are this building's.
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

       1200-READ-TOLERANCE.
       *> Only the V row matters here; FEEDGATE reads the rest.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               PERFORM 1210-READ-CONTROL
               PERFORM 1220-APPLY-CONTROL-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE CONTROL-FILE
           END-IF.

       1210-READ-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1220-APPLY-CONTROL-ROW.
           IF IB-VOLUME-ROW
               IF IB-HISTORY-WEEKS IS NUMERIC
                       AND IB-HISTORY-WEEKS > ZERO
                   MOVE IB-HISTORY-WEEKS TO WS-HISTORY-WEEKS
               END-IF
               IF IB-LOW-PERCENT IS NUMERIC
                   MOVE IB-LOW-PERCENT TO WS-LOW-PERCENT
               END-IF
               IF IB-HIGH-PERCENT IS NUMERIC
                       AND IB-HIGH-PERCENT > ZERO
                   MOVE IB-HIGH-PERCENT TO WS-HIGH-PERCENT
               END-IF
               IF IB-VOLUME-WARNS OR IB-VOLUME-STOPS
                   MOVE IB-VOLUME-ACTION TO WS-VOLUME-ACTION
               END-IF
           END-IF
           PERFORM 1210-READ-CONTROL.

       1300-LOAD-SITE-LIST.
       *> Every listed site is counted even when it sent nothing - a
       *> branch with no sign-ons at all is the anomaly most worth
       *> catching.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SITE-LIST-FILE
           IF WS-LIST-FILE-STATUS = '00'
               PERFORM 1310-READ-SITE-LIST
               PERFORM 1320-ADD-LISTED-SITE
                   UNTIL WS-END-OF-FILE
               CLOSE SITE-LIST-FILE
           ELSE
               MOVE SPACES TO WS-FEED-KEY
               STRING 'SITE ' WS-SITE-CODE DELIMITED BY SIZE
                   INTO WS-FEED-KEY END-STRING
               PERFORM 1400-FIND-OR-ADD-FEED
           END-IF.

       1310-READ-SITE-LIST.
           READ SITE-LIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1320-ADD-LISTED-SITE.
           IF SL-SITE-CODE NOT = SPACES
               MOVE SPACES TO WS-FEED-KEY
               STRING 'SITE ' SL-SITE-CODE DELIMITED BY SIZE
                   INTO WS-FEED-KEY END-STRING
               PERFORM 1400-FIND-OR-ADD-FEED
           END-IF
           PERFORM 1310-READ-SITE-LIST.

       1400-FIND-OR-ADD-FEED.
       *> Leaves WS-VOLUME-IDX on the feed's row, or WS-ENTRY-FOUND
       *> off when the table is full.
           PERFORM 1410-FIND-FEED
           IF NOT WS-ENTRY-FOUND
               IF WS-VOLUME-COUNT < WS-MAX-VOLUMES
                   ADD 1 TO WS-VOLUME-COUNT
                   MOVE WS-VOLUME-COUNT TO WS-VOLUME-IDX
                   MOVE WS-FEED-KEY TO WS-VOL-FEED-NAME (WS-VOLUME-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'VOLCHK WARNING: MORE THAN ' WS-MAX-VOLUMES
                       ' FEEDS - ' WS-FEED-KEY ' NOT CHECKED'
               END-IF
           END-IF.

       1410-FIND-FEED.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 1420-MATCH-ONE-FEED
               VARYING WS-VOLUME-IDX FROM 1 BY 1
               UNTIL WS-VOLUME-IDX > WS-VOLUME-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-VOLUME-IDX
           END-IF.

       1420-MATCH-ONE-FEED.
           IF WS-VOL-FEED-NAME (WS-VOLUME-IDX) = WS-FEED-KEY
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       1510-CALL-DATESRV.
           CALL 'DATESRV' USING WS-DATE-FUNCTION WS-DATE-ONE
               WS-DATE-TWO WS-DATE-RESULT WS-SITE-CODE.

       2000-COUNT-TONIGHT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SIGNON-TXN-FILE
           IF WS-TXN-FILE-STATUS = '00'
               PERFORM 2010-READ-SIGNON
               PERFORM 2100-COUNT-ONE-SIGNON
                   UNTIL WS-END-OF-FILE
               CLOSE SIGNON-TXN-FILE
           END-IF
           MOVE 'BADGEEVT' TO WS-FEED-KEY
           PERFORM 1400-FIND-OR-ADD-FEED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BADGE-EVENT-FILE
           IF WS-BADGE-FILE-STATUS = '00'
               PERFORM 2210-READ-BADGE
               PERFORM 2200-COUNT-ONE-BADGE
                   UNTIL WS-END-OF-FILE
               CLOSE BADGE-EVENT-FILE
           END-IF.

       2010-READ-SIGNON.
           READ SIGNON-TXN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-COUNT-ONE-SIGNON.
       *> The HDR and TRL records bracket the file; only the details
       *> are volume.
           MOVE ST-SIGNON-RECORD TO CT-CONTROL-RECORD
           IF NOT CT-IS-HEADER AND NOT CT-IS-TRAILER
               ADD 1 TO WS-VOL-TODAY (1)
               IF ST-SITE-CODE = SPACES
                   MOVE WS-SITE-CODE TO ST-SITE-CODE
               END-IF
               MOVE SPACES TO WS-FEED-KEY
               STRING 'SITE ' ST-SITE-CODE DELIMITED BY SIZE
                   INTO WS-FEED-KEY END-STRING
               PERFORM 1400-FIND-OR-ADD-FEED
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-VOL-TODAY (WS-VOLUME-IDX)
               END-IF
           END-IF
           PERFORM 2010-READ-SIGNON.

       2200-COUNT-ONE-BADGE.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-VOL-TODAY (WS-VOLUME-IDX)
           END-IF
           PERFORM 2210-READ-BADGE.

       2210-READ-BADGE.
           READ BADGE-EVENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3000-GATHER-HISTORY.
       *> The register's totals for the whole file; the VOL rows for
       *> the sites and the badge readers.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = '00'
               PERFORM 3010-READ-REGISTER
               PERFORM 3100-TAKE-REGISTER-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE REGISTER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-FILE-STATUS = '00'
               PERFORM 3020-READ-RUNLOG
               PERFORM 3200-TAKE-VOLUME-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE RUNLOG-FILE
           END-IF
           PERFORM 3500-ADD-UP-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-ENTRIES.

       3010-READ-REGISTER.
           READ REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3020-READ-RUNLOG.
           READ RUNLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3100-TAKE-REGISTER-ROW.
           IF SR-CREATE-DATE IS NUMERIC
                   AND SR-DETAIL-COUNT IS NUMERIC
               MOVE 'SIGNONTX' TO WS-FEED-KEY
               MOVE SR-CREATE-DATE TO WS-HIST-DATE
               MOVE SR-DETAIL-COUNT TO WS-HIST-COUNT
               PERFORM 3300-KEEP-IF-SAME-WEEKDAY
           END-IF
           PERFORM 3010-READ-REGISTER.

       3200-TAKE-VOLUME-ROW.
           IF RL-PROGRAM-NAME = WS-RUNLOG-PROGRAM AND RL-IS-VOLUME
               MOVE RL-RUN-STATUS TO WS-VOL-STATUS
               IF WS-VOL-DATE IS NUMERIC
                       AND RL-RECORD-COUNT IS NUMERIC
                   MOVE WS-VOL-FEED TO WS-FEED-KEY
                   MOVE WS-VOL-DATE-NUM TO WS-HIST-DATE
                   MOVE RL-RECORD-COUNT TO WS-HIST-COUNT
                   PERFORM 3300-KEEP-IF-SAME-WEEKDAY
               END-IF
           END-IF
           PERFORM 3020-READ-RUNLOG.

       3300-KEEP-IF-SAME-WEEKDAY.
       *> A past night counts when it falls a whole number of weeks
       *> back and inside the window - tonight's own rows (a rerun)
       *> never average with themselves.
           IF WS-HIST-DATE < WS-PROCESS-DATE
               MOVE 'N' TO WS-DATE-FUNCTION
               MOVE WS-HIST-DATE TO WS-DATE-ONE
               MOVE ZERO TO WS-DATE-TWO
               PERFORM 1510-CALL-DATESRV
               COMPUTE WS-DAYS-BACK =
                   WS-TODAY-DAY-NUMBER - WS-DATE-RESULT
               DIVIDE WS-DAYS-BACK BY 7
                   GIVING WS-WEEK-QUOTIENT
                   REMAINDER WS-WEEK-REMAINDER
               IF WS-WEEK-REMAINDER = ZERO
                       AND WS-DAYS-BACK > ZERO
                       AND WS-DAYS-BACK NOT > WS-WINDOW-DAYS
                   PERFORM 3400-STORE-HISTORY
               END-IF
           END-IF.

       3400-STORE-HISTORY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 3410-MATCH-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-ENTRIES
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-HIST-IDX
               MOVE WS-HIST-COUNT TO WS-HISTORY-COUNT (WS-HIST-IDX)
           ELSE
               IF WS-HIST-ENTRIES < WS-MAX-HIST
                   ADD 1 TO WS-HIST-ENTRIES
                   MOVE WS-FEED-KEY
                       TO WS-HISTORY-FEED (WS-HIST-ENTRIES)
                   MOVE WS-HIST-DATE
                       TO WS-HISTORY-DATE (WS-HIST-ENTRIES)
                   MOVE WS-HIST-COUNT
                       TO WS-HISTORY-COUNT (WS-HIST-ENTRIES)
               END-IF
           END-IF.

       3410-MATCH-ONE-HISTORY.
           IF WS-HISTORY-FEED (WS-HIST-IDX) = WS-FEED-KEY
                   AND WS-HISTORY-DATE (WS-HIST-IDX) = WS-HIST-DATE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3500-ADD-UP-HISTORY.
           MOVE WS-HISTORY-FEED (WS-HIST-IDX) TO WS-FEED-KEY
           PERFORM 1410-FIND-FEED
           IF WS-ENTRY-FOUND
               ADD WS-HISTORY-COUNT (WS-HIST-IDX)
                   TO WS-VOL-HIST-TOTAL (WS-VOLUME-IDX)
               ADD 1 TO WS-VOL-SAMPLES (WS-VOLUME-IDX)
           END-IF.

       4000-COMPARE-ONE-FEED.
       *> No past night on this weekday yet (a new site, a new
       *> install) is reported but never held against the band.
           IF WS-VOL-SAMPLES (WS-VOLUME-IDX) = ZERO
               MOVE ZERO TO WS-VOL-PERCENT (WS-VOLUME-IDX)
               MOVE 'NO HISTORY' TO WS-VOL-VERDICT (WS-VOLUME-IDX)
           ELSE
               COMPUTE WS-VOL-AVERAGE (WS-VOLUME-IDX) ROUNDED =
                   WS-VOL-HIST-TOTAL (WS-VOLUME-IDX)
                   / WS-VOL-SAMPLES (WS-VOLUME-IDX)
               PERFORM 4100-JUDGE-AGAINST-BAND
           END-IF
           PERFORM 4200-WRITE-VOLUME-ROW.

       4100-JUDGE-AGAINST-BAND.
       *> An average of nothing is only matched by nothing.
           IF WS-VOL-AVERAGE (WS-VOLUME-IDX) = ZERO
               IF WS-VOL-TODAY (WS-VOLUME-IDX) = ZERO
                   MOVE 100 TO WS-PERCENT-WORK
               ELSE
                   MOVE 9999 TO WS-PERCENT-WORK
               END-IF
           ELSE
               COMPUTE WS-PERCENT-WORK ROUNDED =
                   (WS-VOL-TODAY (WS-VOLUME-IDX) * 100)
                   / WS-VOL-AVERAGE (WS-VOLUME-IDX)
           END-IF
           IF WS-PERCENT-WORK > 9999
               MOVE 9999 TO WS-PERCENT-WORK
           END-IF
           MOVE WS-PERCENT-WORK TO WS-VOL-PERCENT (WS-VOLUME-IDX)
           IF WS-PERCENT-WORK < WS-LOW-PERCENT
               MOVE 'LOW' TO WS-VOL-VERDICT (WS-VOLUME-IDX)
               ADD 1 TO WS-OUT-OF-BAND
           ELSE
               IF WS-PERCENT-WORK > WS-HIGH-PERCENT
                   MOVE 'HIGH' TO WS-VOL-VERDICT (WS-VOLUME-IDX)
                   ADD 1 TO WS-OUT-OF-BAND
               ELSE
                   MOVE 'IN BAND' TO WS-VOL-VERDICT (WS-VOLUME-IDX)
               END-IF
           END-IF.

       4200-WRITE-VOLUME-ROW.
           IF WS-VOLUME-IDX = 1
               OPEN OUTPUT VOLUME-FILE
           END-IF
           IF WS-VOLUME-FILE-STATUS = '00'
               MOVE SPACES TO VS-VOLUME-RECORD
               MOVE WS-PROCESS-DATE TO VS-BUSINESS-DATE
               MOVE WS-VOL-FEED-NAME (WS-VOLUME-IDX) TO VS-FEED-NAME
               MOVE WS-VOL-TODAY (WS-VOLUME-IDX) TO VS-TODAY-COUNT
               MOVE WS-VOL-AVERAGE (WS-VOLUME-IDX) TO VS-AVERAGE-COUNT
               MOVE WS-VOL-SAMPLES (WS-VOLUME-IDX) TO VS-SAMPLE-NIGHTS
               MOVE WS-VOL-PERCENT (WS-VOLUME-IDX) TO VS-PERCENT
               MOVE WS-VOL-VERDICT (WS-VOLUME-IDX) TO VS-VERDICT
               WRITE VS-VOLUME-RECORD
           END-IF
           IF WS-VOLUME-IDX = WS-VOLUME-COUNT
                   AND WS-VOLUME-FILE-STATUS = '00'
               CLOSE VOLUME-FILE
           END-IF.

       8000-PRINT-VOLUME-REPORT.
           DISPLAY '================================================'
           DISPLAY 'VOLCHK FEED VOLUMES FOR ' WS-PROCESS-DATE
               ' - SAME WEEKDAY, ' WS-HISTORY-WEEKS ' WEEKS'
           DISPLAY 'TOLERANCE ' WS-LOW-PERCENT '% TO ' WS-HIGH-PERCENT
               '% OF THE AVERAGE, ACTION ' WS-VOLUME-ACTION
           DISPLAY '------------------------------------------------'
           DISPLAY 'FEED     TONIGHT AVERAGE NIGHTS   PCT VERDICT'
           PERFORM 8100-PRINT-ONE-FEED
               VARYING WS-VOLUME-IDX FROM 1 BY 1
               UNTIL WS-VOLUME-IDX > WS-VOLUME-COUNT
           DISPLAY '------------------------------------------------'
           DISPLAY 'OUTSIDE THE BAND ' WS-OUT-OF-BAND
           DISPLAY '================================================'.

       8100-PRINT-ONE-FEED.
           DISPLAY WS-VOL-FEED-NAME (WS-VOLUME-IDX) ' '
               WS-VOL-TODAY (WS-VOLUME-IDX) ' '
               WS-VOL-AVERAGE (WS-VOLUME-IDX) '     '
               WS-VOL-SAMPLES (WS-VOLUME-IDX) ' '
               WS-VOL-PERCENT (WS-VOLUME-IDX) ' '
               WS-VOL-VERDICT (WS-VOLUME-IDX)
           IF WS-VOLUME-IDX > 1
               PERFORM 8200-LOG-VOLUME
           END-IF.

       8200-LOG-VOLUME.
       *> Tonight's count becomes history for the nights to come.
       *> The whole file's count is already on SIGNONRG once SIGNONED
       *> posts it, so only the sites and the badge readers need a
       *> VOL row.
           MOVE 'VOL' TO WS-RUNLOG-EVENT
           MOVE WS-VOL-TODAY (WS-VOLUME-IDX) TO WS-RUNLOG-COUNT
           MOVE SPACES TO WS-VOL-STATUS
           MOVE WS-VOL-FEED-NAME (WS-VOLUME-IDX) TO WS-VOL-FEED
           MOVE WS-PROCESS-DATE TO WS-VOL-DATE-NUM
           MOVE WS-VOL-STATUS TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG.

       9000-TERMINATE.
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-VOLUME-COUNT TO WS-RUNLOG-COUNT
           IF WS-OUT-OF-BAND > ZERO
               IF WS-OUT-OF-BAND-STOPS
                   DISPLAY 'VOLCHK: FEED VOLUME OUTSIDE THE BAND - '
                       'THE NIGHT STOPS HERE'
                   MOVE 'VOLUME-OUT-OF-BAND' TO WS-RUNLOG-STATUS
               ELSE
                   DISPLAY 'VOLCHK: FEED VOLUME OUTSIDE THE BAND - '
                       'GOING ON, SEE MORNSTAT'
                   MOVE 'VOLUME-WARNING' TO WS-RUNLOG-STATUS
               END-IF
           ELSE
               MOVE 'OK' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-OUT-OF-BAND > ZERO AND WS-OUT-OF-BAND-STOPS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END PROGRAM VOLCHK.
