      ******************************************************************
      * Author:
      * Date:
      * Purpose: Working-time compliance - checks everyone's time on
      *          site for the week ending on the report date against
      *          the limits agreed with the works council, held on
      *          POLICYCF (shop defaults when the record is silent):
      *            DAY   more than the day's maximum hours worked in
      *                  sessions starting that day
      *            WEEK  more than the weekly maximum in the seven
      *                  days running up to a day worked - a rolling
      *                  week, so the twelve days before the report
      *                  date are read too
      *            REST  less than the minimum rest between the end
      *                  of one day's last session and the start of
      *                  the next day's first
      *          Sessions come off LOGOFFLG and the LOGARCH.CCYYMM
      *          archive of every month the days touch - the archive
      *          holds exactly what the live file gave up, as in
      *          PAYHOURS.  Hours are net of breaks and belong to
      *          the day the session started, so a night shift is
      *          one working day, not two.  A forced close is left
      *          out - it measures when the operator cleaned up, not
      *          when the person left.  Every breach is listed with
      *          its dates and hours, subtotalled by the department
      *          on the user master (NONE for no department, the
      *          same buckets DEPTRPT prints), and the breach count
      *          goes on the run-log END row for MORNSTAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WTCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGOFF-FILE ASSIGN TO 'LOGOFFLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGOFF-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT POLICY-FILE ASSIGN TO 'POLICYCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGOFF-FILE.
           COPY "LOGOFREC.cpy".

       FD  ARCHIVE-FILE.
           COPY "LOGOFREC.cpy" REPLACING LEADING ==LO-== BY ==LA-==.

       FD  POLICY-FILE.
           COPY "POLICYCF.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  DEPARTMENT-FILE.
           COPY "DEPTREC.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
       01  WS-ARCHIVE-NAME PIC X(14).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-POLICY-FILE-STATUS PIC X(2).
       01  WS-POLICY-ECHO PIC X(20).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-DEPT-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(80).
       01  WS-REPORT-DATE PIC 9(8) VALUE ZERO.
      *    Shop defaults, overridden at start-up by the POLICYCF
      *    control record when one is on file.
       77  WS-MAX-DAY-HOURS PIC 9(2) VALUE 10.
       77  WS-MAX-WEEK-HOURS PIC 9(2) VALUE 48.
       77  WS-MIN-REST-HOURS PIC 9(2) VALUE 11.
       77  WS-MAX-DAY-SECS PIC 9(6).
       77  WS-MAX-WEEK-SECS PIC 9(7).
       77  WS-MIN-REST-SECS PIC 9(6).
       01  WS-WORK-DATE PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY            PIC 9(4).
           05  WS-WORK-MM              PIC 9(2).
           05  WS-WORK-DD              PIC 9(2).
       01  WS-MONTH-LAST-DAY PIC 9(2).
       01  WS-LEAP-REMAINDER PIC 9(4).
       01  WS-LEAP-QUOTIENT PIC 9(4).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
      *    Fourteen days: twelve before the report date, the report
      *    date itself (day 13), and the morning after (day 14),
      *    where a night shift that started on the report date is
      *    logged off.  The week reported on is days 7 to 13.
       77  WS-DAY-COUNT PIC 9(2) VALUE 14.
       77  WS-LAST-REPORT-DAY PIC 9(2) VALUE 13.
       77  WS-FIRST-REPORT-DAY PIC 9(2) VALUE 7.
       77  WS-DAY-SUB PIC 9(2).
       01  WS-DAY-TABLE.
           05  WS-DAY-DATE OCCURS 14 TIMES PIC 9(8).
       77  WS-MONTH-COUNT PIC 9(1) VALUE ZERO.
       77  WS-MONTH-SUB PIC 9(1).
       01  WS-MONTH-TABLE.
           05  WS-ARCH-MONTH OCCURS 3 TIMES PIC 9(6).
       01  WS-TALLY-NAME PIC X(20).
       01  WS-TALLY-DATE PIC 9(8).
       01  WS-TALLY-OFF-TIME PIC 9(8).
       01  WS-TALLY-SECONDS PIC 9(6).
       01  WS-TALLY-BREAK PIC 9(6).
       01  WS-CLOCK-WORK PIC 9(8).
       01  WS-CLOCK-WORK-PARTS REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HH             PIC 9(2).
           05  WS-CLOCK-MM             PIC 9(2).
           05  WS-CLOCK-SS             PIC 9(2).
           05  WS-CLOCK-CC             PIC 9(2).
      *    Session ends and starts as seconds from the start of day 1
      *    of the table, so a gap across midnight is a subtraction.
       01  WS-END-ABS PIC 9(7).
       01  WS-START-ABS PIC 9(7).
       01  WS-PREV-END-ABS PIC 9(7).
       01  WS-PREV-END-FOUND-SWITCH PIC X(1).
           88  WS-PREV-END-FOUND        VALUE 'Y'.
       77  WS-LOGOFF-DAY PIC 9(2).
       77  WS-START-DAY PIC 9(2).
       77  WS-CHECK-DAY PIC 9(2).
       77  WS-WINDOW-START PIC 9(2).
       77  WS-SUM-DAY PIC 9(2).
       01  WS-DAY-QUOTIENT PIC 9(2).
       01  WS-DAY-REMAINDER PIC 9(5).
       01  WS-WEEK-SECS PIC 9(7).
       01  WS-GAP-SECS PIC 9(7).
       77  WS-FORCED-SKIPPED PIC 9(5) VALUE ZERO.
       01  WS-USER-DEPT PIC X(4).
       01  WS-BRC-KIND-WORK PIC X(6).
       01  WS-BRC-FROM-WORK PIC 9(8).
       01  WS-BRC-TO-WORK PIC 9(8).
       01  WS-BRC-SECS-WORK PIC 9(7).
       01  WS-BRC-LIMIT-WORK PIC 9(2).
       01  WS-HOURS-EDIT PIC ZZ9.9.
       77  WS-USER-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-USER-ENTRIES PIC 9(3) VALUE 500.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-USER-IDX.
               10  WS-TBL-USER-NAME     PIC X(20).
               10  WS-TBL-USER-DEPT     PIC X(4).
       77  WS-PERSON-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-PERSON-ENTRIES PIC 9(3) VALUE 500.
       01  WS-PERSON-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PERSON-TABLE-FULL     VALUE 'Y'.
       77  WS-WORK-IDX PIC 9(3).
      *    Per person, per day of the table: net seconds in sessions
      *    that started that day, and the first start and last end
      *    of those sessions for the rest check.
       01  WS-PERSON-TABLE.
           05  WS-PERSON-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PERSON-IDX.
               10  WS-PSN-NAME          PIC X(20).
               10  WS-PSN-DAY OCCURS 14 TIMES.
                   15  WS-PSN-WORKED-SW     PIC X(1).
                       88  WS-PSN-WORKED        VALUE 'Y'.
                   15  WS-PSN-NET-SECS      PIC 9(6).
                   15  WS-PSN-FIRST-START   PIC 9(7).
                   15  WS-PSN-LAST-END      PIC 9(7).
       77  WS-BRC-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-BRC-ENTRIES PIC 9(4) VALUE 1000.
       01  WS-BRC-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BRC-TABLE-FULL        VALUE 'Y'.
       77  WS-BRC-IDX PIC 9(4).
       01  WS-BRC-TABLE.
           05  WS-BRC-ENTRY OCCURS 1000 TIMES.
               10  WS-BRC-DEPT          PIC X(4).
               10  WS-BRC-NAME          PIC X(20).
               10  WS-BRC-KIND          PIC X(6).
               10  WS-BRC-FROM          PIC 9(8).
               10  WS-BRC-TO            PIC 9(8).
               10  WS-BRC-HOURS         PIC 9(3)V9.
               10  WS-BRC-LIMIT         PIC 9(2).
       77  WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
      *    The last slot stays free for the +++ overflow bucket, as
      *    in DEPTRPT.
       77  WS-MAX-NAMED-DEPTS PIC 9(2) VALUE 29.
       01  WS-DEPT-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DEPT-TABLE-WARNED     VALUE 'Y'.
       01  WS-DEPT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DEPT-EOF              VALUE 'Y'.
       77  WS-PRINT-IDX PIC 9(2).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-TBL-DEPT-CODE     PIC X(4).
               10  WS-TBL-DEPT-NAME     PIC X(20).
               10  WS-TBL-DEPT-DAY      PIC 9(3).
               10  WS-TBL-DEPT-WEEK     PIC 9(3).
               10  WS-TBL-DEPT-REST     PIC 9(3).
       77  WS-TOTAL-DAY PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-WEEK PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-REST PIC 9(4) VALUE ZERO.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'WTCRPT'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 0400-READ-POLICY
           PERFORM 1000-INITIALIZE
           PERFORM 3000-SCAN-LOGOFFS
           PERFORM 3100-SCAN-ARCHIVE
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > WS-MONTH-COUNT
           PERFORM 4000-EVALUATE-PERSON
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-PERSON-COUNT
           PERFORM 8000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       0400-READ-POLICY.
       *> The agreed limits come from POLICYCF like the rest of the
       *> shop's thresholds, and the values in effect go to the run
       *> log as proof of what the week was measured against.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = '00'
               READ POLICY-FILE
                   NOT AT END
                       IF PL-MAX-DAY-HOURS IS NUMERIC
                               AND PL-MAX-DAY-HOURS > ZERO
                           MOVE PL-MAX-DAY-HOURS TO WS-MAX-DAY-HOURS
                       END-IF
                       IF PL-MAX-WEEK-HOURS IS NUMERIC
                               AND PL-MAX-WEEK-HOURS > ZERO
                           MOVE PL-MAX-WEEK-HOURS
                               TO WS-MAX-WEEK-HOURS
                       END-IF
                       IF PL-MIN-REST-HOURS IS NUMERIC
                               AND PL-MIN-REST-HOURS > ZERO
                           MOVE PL-MIN-REST-HOURS
                               TO WS-MIN-REST-HOURS
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF
           COMPUTE WS-MAX-DAY-SECS = WS-MAX-DAY-HOURS * 3600
           COMPUTE WS-MAX-WEEK-SECS = WS-MAX-WEEK-HOURS * 3600
           COMPUTE WS-MIN-REST-SECS = WS-MIN-REST-HOURS * 3600
           MOVE SPACES TO WS-POLICY-ECHO
           STRING 'POL-D' WS-MAX-DAY-HOURS
               '-W' WS-MAX-WEEK-HOURS
               '-R' WS-MIN-REST-HOURS
               INTO WS-POLICY-ECHO END-STRING
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-POLICY-ECHO.

       0900-WRITE-RUNLOG.
       *> One shared run-log row - program, start or end, count and
       *> status - so shift handover reads a file, not the console.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-PERSON-COUNT
           MOVE ZERO TO WS-BRC-COUNT
           MOVE ZERO TO WS-FORCED-SKIPPED
           MOVE ZERO TO WS-TOTAL-DAY
           MOVE ZERO TO WS-TOTAL-WEEK
           MOVE ZERO TO WS-TOTAL-REST
           MOVE 'N' TO WS-PERSON-FULL-SWITCH
           MOVE 'N' TO WS-BRC-FULL-SWITCH
           MOVE 'N' TO WS-DEPT-FULL-SWITCH
           INITIALIZE WS-PERSON-TABLE
           INITIALIZE WS-BRC-TABLE
           PERFORM 1500-GET-REPORT-DATE
           IF WS-REPORT-DATE = ZERO
               CALL 'BUSDATSV' USING WS-REPORT-DATE
           END-IF
           PERFORM 1600-BUILD-DAY-TABLE
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING 'WTCRPT.' WS-REPORT-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE
           PERFORM 1800-LOAD-USER-DEPTS
           PERFORM 1900-LOAD-DEPARTMENTS.

       1500-GET-REPORT-DATE.
       *> A parameter card on file supplies the date so a scheduled
       *> run never hangs on the console prompt; with no card this
       *> prompts exactly as the other reports do.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       SET WS-PARM-FOUND TO TRUE
                       MOVE PM-REPORT-DATE TO WS-REPORT-DATE
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-FOUND
               DISPLAY 'ENTER LAST DAY OF THE WEEK (YYYYMMDD) OR '
                   'BLANK FOR TODAY'
               ACCEPT WS-REPORT-DATE
           END-IF.

       1600-BUILD-DAY-TABLE.
       *> Walk back twelve days from the report date and forward one,
       *> then note each month the days touch - each has its own
       *> logoff archive.
           MOVE WS-REPORT-DATE TO WS-DAY-DATE (WS-LAST-REPORT-DAY)
           MOVE WS-REPORT-DATE TO WS-WORK-DATE
           PERFORM 1620-STEP-FORWARD-ONE-DAY
           MOVE WS-WORK-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
           MOVE WS-REPORT-DATE TO WS-WORK-DATE
           PERFORM 1610-FILL-EARLIER-DAY
               VARYING WS-DAY-SUB FROM 12 BY -1
               UNTIL WS-DAY-SUB < 1
           MOVE ZERO TO WS-MONTH-COUNT
           INITIALIZE WS-MONTH-TABLE
           PERFORM 1650-NOTE-MONTH
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.

       1610-FILL-EARLIER-DAY.
           PERFORM 1630-BACK-UP-ONE-DAY
           MOVE WS-WORK-DATE TO WS-DAY-DATE (WS-DAY-SUB).

       1620-STEP-FORWARD-ONE-DAY.
       *> Same calendar step as LATERPT's 1550.
           IF WS-WORK-MM = 1 OR WS-WORK-MM = 3 OR WS-WORK-MM = 5
                   OR WS-WORK-MM = 7 OR WS-WORK-MM = 8
                   OR WS-WORK-MM = 10 OR WS-WORK-MM = 12
               MOVE 31 TO WS-MONTH-LAST-DAY
           ELSE
               IF WS-WORK-MM = 2
                   DIVIDE WS-WORK-YYYY BY 4
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
           IF WS-WORK-DD < WS-MONTH-LAST-DAY
               ADD 1 TO WS-WORK-DD
           ELSE
               MOVE 1 TO WS-WORK-DD
               IF WS-WORK-MM = 12
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YYYY
               ELSE
                   ADD 1 TO WS-WORK-MM
               END-IF
           END-IF.

       1630-BACK-UP-ONE-DAY.
       *> Same calendar step as ARCHPURG's backwards walk.
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

       1650-NOTE-MONTH.
       *> The days run in date order, so a month is new whenever it
       *> differs from the last one noted.
           IF WS-MONTH-COUNT = ZERO
               ADD 1 TO WS-MONTH-COUNT
               MOVE WS-DAY-DATE (WS-DAY-SUB) (1:6)
                   TO WS-ARCH-MONTH (WS-MONTH-COUNT)
           ELSE
               IF WS-DAY-DATE (WS-DAY-SUB) (1:6)
                       NOT = WS-ARCH-MONTH (WS-MONTH-COUNT)
                   ADD 1 TO WS-MONTH-COUNT
                   MOVE WS-DAY-DATE (WS-DAY-SUB) (1:6)
                       TO WS-ARCH-MONTH (WS-MONTH-COUNT)
               END-IF
           END-IF.

       1800-LOAD-USER-DEPTS.
       *> One pass down the user master gives every name its
       *> department - the logoff rows carry only the name.
           MOVE ZERO TO WS-USER-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-USER-TABLE
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS = '00'
               PERFORM 1810-READ-USER
               PERFORM 1820-STORE-USER
                   UNTIL WS-END-OF-FILE
                   OR WS-USER-COUNT >= WS-MAX-USER-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'WTCRPT WARNING: USER TABLE FULL - '
                       'NAMES PAST ' WS-MAX-USER-ENTRIES
                       ' REPORT AS NONE'
               END-IF
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'WTCRPT WARNING: USER MASTER UNAVAILABLE - '
                   'EVERYTHING REPORTS AS NONE'
           END-IF.

       1810-READ-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1820-STORE-USER.
           ADD 1 TO WS-USER-COUNT
           SET WS-USER-IDX TO WS-USER-COUNT
           MOVE UM-USER-NAME TO WS-TBL-USER-NAME (WS-USER-IDX)
           MOVE UM-DEPT-CODE TO WS-TBL-USER-DEPT (WS-USER-IDX)
           PERFORM 1810-READ-USER.

       1900-LOAD-DEPARTMENTS.
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE 'N' TO WS-DEPT-EOF-SWITCH
           INITIALIZE WS-DEPT-TABLE
           OPEN INPUT DEPARTMENT-FILE
           IF WS-DEPT-FILE-STATUS = '00'
               PERFORM 1910-READ-DEPARTMENT
               PERFORM 1920-STORE-DEPARTMENT
                   UNTIL WS-DEPT-EOF
                   OR WS-DEPT-COUNT >= WS-MAX-NAMED-DEPTS
               IF NOT WS-DEPT-EOF
                   DISPLAY 'WTCRPT WARNING: DEPARTMENT TABLE FULL '
                       '- CODES PAST ' WS-MAX-NAMED-DEPTS
                       ' ROLL INTO THE +++ BUCKET'
               END-IF
               CLOSE DEPARTMENT-FILE
           END-IF.

       1910-READ-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END
                   SET WS-DEPT-EOF TO TRUE
           END-READ.

       1920-STORE-DEPARTMENT.
           ADD 1 TO WS-DEPT-COUNT
           SET WS-DEPT-IDX TO WS-DEPT-COUNT
           MOVE DP-DEPT-CODE TO WS-TBL-DEPT-CODE (WS-DEPT-IDX)
           MOVE DP-DEPT-NAME TO WS-TBL-DEPT-NAME (WS-DEPT-IDX)
           PERFORM 1910-READ-DEPARTMENT.

       3000-SCAN-LOGOFFS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LOGOFF-FILE
           IF WS-LOGOFF-FILE-STATUS = '00'
               PERFORM 3010-READ-LOGOFF
               PERFORM 3020-TALLY-LOGOFF
                   UNTIL WS-END-OF-FILE
               CLOSE LOGOFF-FILE
           ELSE
               DISPLAY 'WTCRPT: NO LIVE LOGOFF FILE - STATUS '
                   WS-LOGOFF-FILE-STATUS
           END-IF.

       3010-READ-LOGOFF.
           READ LOGOFF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3020-TALLY-LOGOFF.
           IF LO-LOGOFF-DATE IS NUMERIC
                   AND LO-LOGOFF-TIME IS NUMERIC
                   AND LO-DURATION-SECONDS IS NUMERIC
               IF LO-FORCED-CLOSE
                   ADD 1 TO WS-FORCED-SKIPPED
               ELSE
                   MOVE LO-USER-NAME TO WS-TALLY-NAME
                   MOVE LO-LOGOFF-DATE TO WS-TALLY-DATE
                   MOVE LO-LOGOFF-TIME TO WS-TALLY-OFF-TIME
                   MOVE LO-DURATION-SECONDS TO WS-TALLY-SECONDS
                   MOVE ZERO TO WS-TALLY-BREAK
                   IF LO-BREAK-SECONDS IS NUMERIC
                       MOVE LO-BREAK-SECONDS TO WS-TALLY-BREAK
                   END-IF
                   PERFORM 3500-ADD-SESSION
               END-IF
           END-IF
           PERFORM 3010-READ-LOGOFF.

       3100-SCAN-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'LOGARCH.' WS-ARCH-MONTH (WS-MONTH-SUB)
               INTO WS-ARCHIVE-NAME END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
               PERFORM 3110-READ-ARCHIVE
               PERFORM 3120-TALLY-ARCHIVE
                   UNTIL WS-END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF.

       3110-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3120-TALLY-ARCHIVE.
           IF LA-LOGOFF-DATE IS NUMERIC
                   AND LA-LOGOFF-TIME IS NUMERIC
                   AND LA-DURATION-SECONDS IS NUMERIC
               IF LA-FORCED-CLOSE
                   ADD 1 TO WS-FORCED-SKIPPED
               ELSE
                   MOVE LA-USER-NAME TO WS-TALLY-NAME
                   MOVE LA-LOGOFF-DATE TO WS-TALLY-DATE
                   MOVE LA-LOGOFF-TIME TO WS-TALLY-OFF-TIME
                   MOVE LA-DURATION-SECONDS TO WS-TALLY-SECONDS
                   MOVE ZERO TO WS-TALLY-BREAK
                   IF LA-BREAK-SECONDS IS NUMERIC
                       MOVE LA-BREAK-SECONDS TO WS-TALLY-BREAK
                   END-IF
                   PERFORM 3500-ADD-SESSION
               END-IF
           END-IF
           PERFORM 3110-READ-ARCHIVE.

       3500-ADD-SESSION.
       *> The logoff date and time fix the end; the duration walks
       *> back to the start.  A session that started before day 1
       *> cannot be placed and one that started after the report
       *> date is next week's business.
           MOVE ZERO TO WS-LOGOFF-DAY
           PERFORM 3510-MATCH-LOGOFF-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
               OR WS-LOGOFF-DAY > ZERO
           IF WS-LOGOFF-DAY > ZERO
               MOVE WS-TALLY-OFF-TIME TO WS-CLOCK-WORK
               COMPUTE WS-END-ABS = (WS-LOGOFF-DAY - 1) * 86400
                   + (WS-CLOCK-HH * 3600) + (WS-CLOCK-MM * 60)
                   + WS-CLOCK-SS
               IF WS-TALLY-SECONDS <= WS-END-ABS
                   COMPUTE WS-START-ABS = WS-END-ABS
                       - WS-TALLY-SECONDS
                   DIVIDE WS-START-ABS BY 86400
                       GIVING WS-DAY-QUOTIENT
                       REMAINDER WS-DAY-REMAINDER
                   COMPUTE WS-START-DAY = WS-DAY-QUOTIENT + 1
                   IF WS-START-DAY <= WS-LAST-REPORT-DAY
                       PERFORM 3600-CHARGE-PERSON-DAY
                   END-IF
               END-IF
           END-IF.

       3510-MATCH-LOGOFF-DAY.
           IF WS-DAY-DATE (WS-DAY-SUB) = WS-TALLY-DATE
               MOVE WS-DAY-SUB TO WS-LOGOFF-DAY
           END-IF.

       3600-CHARGE-PERSON-DAY.
           IF WS-TALLY-BREAK > WS-TALLY-SECONDS
               MOVE WS-TALLY-SECONDS TO WS-TALLY-BREAK
           END-IF
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-PERSON-IDX TO 1
           SEARCH WS-PERSON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PERSON-IDX > WS-PERSON-COUNT
                   CONTINUE
               WHEN WS-PSN-NAME (WS-PERSON-IDX) = WS-TALLY-NAME
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-NAME-FOUND
               IF WS-PERSON-COUNT < WS-MAX-PERSON-ENTRIES
                   ADD 1 TO WS-PERSON-COUNT
                   SET WS-PERSON-IDX TO WS-PERSON-COUNT
                   MOVE WS-TALLY-NAME TO WS-PSN-NAME (WS-PERSON-IDX)
                   SET WS-NAME-FOUND TO TRUE
               ELSE
                   IF NOT WS-PERSON-TABLE-FULL
                       SET WS-PERSON-TABLE-FULL TO TRUE
                       DISPLAY 'WTCRPT WARNING: PERSON TABLE FULL - '
                           'NAMES PAST ' WS-MAX-PERSON-ENTRIES
                           ' NOT CHECKED'
                   END-IF
               END-IF
           END-IF
           IF WS-NAME-FOUND
               COMPUTE WS-PSN-NET-SECS (WS-PERSON-IDX, WS-START-DAY) =
                   WS-PSN-NET-SECS (WS-PERSON-IDX, WS-START-DAY)
                   + WS-TALLY-SECONDS - WS-TALLY-BREAK
               IF NOT WS-PSN-WORKED (WS-PERSON-IDX, WS-START-DAY)
                   MOVE 'Y' TO
                       WS-PSN-WORKED-SW (WS-PERSON-IDX, WS-START-DAY)
                   MOVE WS-START-ABS TO
                       WS-PSN-FIRST-START (WS-PERSON-IDX, WS-START-DAY)
                   MOVE WS-END-ABS TO
                       WS-PSN-LAST-END (WS-PERSON-IDX, WS-START-DAY)
               ELSE
                   IF WS-START-ABS < WS-PSN-FIRST-START
                           (WS-PERSON-IDX, WS-START-DAY)
                       MOVE WS-START-ABS TO WS-PSN-FIRST-START
                           (WS-PERSON-IDX, WS-START-DAY)
                   END-IF
                   IF WS-END-ABS > WS-PSN-LAST-END
                           (WS-PERSON-IDX, WS-START-DAY)
                       MOVE WS-END-ABS TO WS-PSN-LAST-END
                           (WS-PERSON-IDX, WS-START-DAY)
                   END-IF
               END-IF
           END-IF.

       4000-EVALUATE-PERSON.
           PERFORM 4100-FIND-USER-DEPT
           PERFORM 4200-CHECK-ONE-DAY
               VARYING WS-CHECK-DAY FROM WS-FIRST-REPORT-DAY BY 1
               UNTIL WS-CHECK-DAY > WS-LAST-REPORT-DAY.

       4100-FIND-USER-DEPT.
       *> A name the master does not know has no department - NONE,
       *> not dropped, exactly as DEPTRPT buckets it.
           MOVE 'NONE' TO WS-USER-DEPT
           SET WS-USER-IDX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-USER-IDX > WS-USER-COUNT
                   CONTINUE
               WHEN WS-TBL-USER-NAME (WS-USER-IDX)
                       = WS-PSN-NAME (WS-WORK-IDX)
                   IF WS-TBL-USER-DEPT (WS-USER-IDX) NOT = SPACES
                       MOVE WS-TBL-USER-DEPT (WS-USER-IDX)
                           TO WS-USER-DEPT
                   END-IF
           END-SEARCH.

       4200-CHECK-ONE-DAY.
       *> Only a day the person worked can breach anything - a day
       *> off adds no hours and starts no rest gap.
           IF WS-PSN-WORKED (WS-WORK-IDX, WS-CHECK-DAY)
               PERFORM 4300-CHECK-DAY-LIMIT
               PERFORM 4400-CHECK-WEEK-LIMIT
               PERFORM 4500-CHECK-REST
           END-IF.

       4300-CHECK-DAY-LIMIT.
           IF WS-PSN-NET-SECS (WS-WORK-IDX, WS-CHECK-DAY)
                   > WS-MAX-DAY-SECS
               MOVE 'DAY' TO WS-BRC-KIND-WORK
               MOVE WS-DAY-DATE (WS-CHECK-DAY) TO WS-BRC-FROM-WORK
               MOVE WS-DAY-DATE (WS-CHECK-DAY) TO WS-BRC-TO-WORK
               MOVE WS-PSN-NET-SECS (WS-WORK-IDX, WS-CHECK-DAY)
                   TO WS-BRC-SECS-WORK
               MOVE WS-MAX-DAY-HOURS TO WS-BRC-LIMIT-WORK
               PERFORM 5000-ADD-BREACH
           END-IF.

       4400-CHECK-WEEK-LIMIT.
       *> The seven days up to and including this one.
           MOVE ZERO TO WS-WEEK-SECS
           COMPUTE WS-WINDOW-START = WS-CHECK-DAY - 6
           PERFORM 4410-ADD-WEEK-DAY
               VARYING WS-SUM-DAY FROM WS-WINDOW-START BY 1
               UNTIL WS-SUM-DAY > WS-CHECK-DAY
           IF WS-WEEK-SECS > WS-MAX-WEEK-SECS
               MOVE 'WEEK' TO WS-BRC-KIND-WORK
               MOVE WS-DAY-DATE (WS-WINDOW-START) TO WS-BRC-FROM-WORK
               MOVE WS-DAY-DATE (WS-CHECK-DAY) TO WS-BRC-TO-WORK
               MOVE WS-WEEK-SECS TO WS-BRC-SECS-WORK
               MOVE WS-MAX-WEEK-HOURS TO WS-BRC-LIMIT-WORK
               PERFORM 5000-ADD-BREACH
           END-IF.

       4410-ADD-WEEK-DAY.
           ADD WS-PSN-NET-SECS (WS-WORK-IDX, WS-SUM-DAY)
               TO WS-WEEK-SECS.

       4500-CHECK-REST.
       *> Rest runs from the latest end of any earlier day's session
       *> to this day's first start.  A session still running when
       *> this one began (a night shift overlapping a second
       *> terminal) leaves no rest to measure - the day limit is
       *> what catches that.
           MOVE 'N' TO WS-PREV-END-FOUND-SWITCH
           MOVE ZERO TO WS-PREV-END-ABS
           PERFORM 4510-NOTE-EARLIER-END
               VARYING WS-SUM-DAY FROM 1 BY 1
               UNTIL WS-SUM-DAY >= WS-CHECK-DAY
           IF WS-PREV-END-FOUND
                   AND WS-PREV-END-ABS
                       < WS-PSN-FIRST-START (WS-WORK-IDX, WS-CHECK-DAY)
               COMPUTE WS-GAP-SECS =
                   WS-PSN-FIRST-START (WS-WORK-IDX, WS-CHECK-DAY)
                   - WS-PREV-END-ABS
               IF WS-GAP-SECS < WS-MIN-REST-SECS
                   DIVIDE WS-PREV-END-ABS BY 86400
                       GIVING WS-DAY-QUOTIENT
                       REMAINDER WS-DAY-REMAINDER
                   ADD 1 TO WS-DAY-QUOTIENT
                   MOVE 'REST' TO WS-BRC-KIND-WORK
                   MOVE WS-DAY-DATE (WS-DAY-QUOTIENT)
                       TO WS-BRC-FROM-WORK
                   MOVE WS-DAY-DATE (WS-CHECK-DAY) TO WS-BRC-TO-WORK
                   MOVE WS-GAP-SECS TO WS-BRC-SECS-WORK
                   MOVE WS-MIN-REST-HOURS TO WS-BRC-LIMIT-WORK
                   PERFORM 5000-ADD-BREACH
               END-IF
           END-IF.

       4510-NOTE-EARLIER-END.
           IF WS-PSN-WORKED (WS-WORK-IDX, WS-SUM-DAY)
               IF NOT WS-PREV-END-FOUND
                       OR WS-PSN-LAST-END (WS-WORK-IDX, WS-SUM-DAY)
                           > WS-PREV-END-ABS
                   MOVE WS-PSN-LAST-END (WS-WORK-IDX, WS-SUM-DAY)
                       TO WS-PREV-END-ABS
                   SET WS-PREV-END-FOUND TO TRUE
               END-IF
           END-IF.

       5000-ADD-BREACH.
       *> Each breach is kept with its department and charged to the
       *> department's subtotal as it is found.
           PERFORM 5100-FIND-DEPT-SLOT
           IF WS-BRC-KIND-WORK = 'DAY'
               ADD 1 TO WS-TBL-DEPT-DAY (WS-DEPT-IDX)
               ADD 1 TO WS-TOTAL-DAY
           ELSE
               IF WS-BRC-KIND-WORK = 'WEEK'
                   ADD 1 TO WS-TBL-DEPT-WEEK (WS-DEPT-IDX)
                   ADD 1 TO WS-TOTAL-WEEK
               ELSE
                   ADD 1 TO WS-TBL-DEPT-REST (WS-DEPT-IDX)
                   ADD 1 TO WS-TOTAL-REST
               END-IF
           END-IF
           IF WS-BRC-COUNT < WS-MAX-BRC-ENTRIES
               ADD 1 TO WS-BRC-COUNT
               MOVE WS-TBL-DEPT-CODE (WS-DEPT-IDX)
                   TO WS-BRC-DEPT (WS-BRC-COUNT)
               MOVE WS-PSN-NAME (WS-WORK-IDX)
                   TO WS-BRC-NAME (WS-BRC-COUNT)
               MOVE WS-BRC-KIND-WORK TO WS-BRC-KIND (WS-BRC-COUNT)
               MOVE WS-BRC-FROM-WORK TO WS-BRC-FROM (WS-BRC-COUNT)
               MOVE WS-BRC-TO-WORK TO WS-BRC-TO (WS-BRC-COUNT)
               COMPUTE WS-BRC-HOURS (WS-BRC-COUNT) ROUNDED =
                   WS-BRC-SECS-WORK / 3600
               MOVE WS-BRC-LIMIT-WORK TO WS-BRC-LIMIT (WS-BRC-COUNT)
           ELSE
               IF NOT WS-BRC-TABLE-FULL
                   SET WS-BRC-TABLE-FULL TO TRUE
                   DISPLAY 'WTCRPT WARNING: BREACH TABLE FULL - '
                       'LINES PAST ' WS-MAX-BRC-ENTRIES
                       ' COUNTED BUT NOT LISTED'
               END-IF
           END-IF.

       5100-FIND-DEPT-SLOT.
       *> A code the department master does not know still gets its
       *> own bucket, as in DEPTRPT.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-TBL-DEPT-CODE (WS-DEPT-IDX) = WS-USER-DEPT
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-NAME-FOUND
               IF WS-DEPT-COUNT < WS-MAX-NAMED-DEPTS
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-USER-DEPT
                       TO WS-TBL-DEPT-CODE (WS-DEPT-IDX)
                   IF WS-USER-DEPT = 'NONE'
                       MOVE 'NO DEPARTMENT'
                           TO WS-TBL-DEPT-NAME (WS-DEPT-IDX)
                   ELSE
                       MOVE 'NOT ON DEPTMAST'
                           TO WS-TBL-DEPT-NAME (WS-DEPT-IDX)
                   END-IF
               ELSE
                   IF NOT WS-DEPT-TABLE-WARNED
                       SET WS-DEPT-TABLE-WARNED TO TRUE
                       DISPLAY 'WTCRPT WARNING: DEPARTMENT TABLE '
                           'FULL - UNKNOWN CODES ROLL INTO THE '
                           '+++ BUCKET'
                   END-IF
                   PERFORM 5150-USE-OVERFLOW-BUCKET
               END-IF
           END-IF.

       5150-USE-OVERFLOW-BUCKET.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-TBL-DEPT-CODE (WS-DEPT-IDX) = '+++ '
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-NAME-FOUND
               ADD 1 TO WS-DEPT-COUNT
               SET WS-DEPT-IDX TO WS-DEPT-COUNT
               MOVE '+++ ' TO WS-TBL-DEPT-CODE (WS-DEPT-IDX)
               MOVE 'TABLE OVERFLOW' TO WS-TBL-DEPT-NAME (WS-DEPT-IDX)
           END-IF.

       7000-EMIT-LINE.
       *> Every report line goes to the console and to the dated
       *> report file - the file is the system of record the
       *> morning after, the console is just the live view.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       8000-PRINT-REPORT.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WORKING-TIME BREACHES FOR THE WEEK '
               WS-DAY-DATE (WS-FIRST-REPORT-DAY) ' TO '
               WS-DAY-DATE (WS-LAST-REPORT-DAY)
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LIMITS: ' WS-MAX-DAY-HOURS ' HOURS A DAY, '
               WS-MAX-WEEK-HOURS ' IN ANY 7 DAYS, '
               WS-MIN-REST-HOURS ' HOURS REST BETWEEN DAYS'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PEOPLE WITH TIME ON SITE: ' WS-PERSON-COUNT
               '   FORCED CLOSES NOT COUNTED: ' WS-FORCED-SKIPPED
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           PERFORM 8100-PRINT-DEPT-BLOCK
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-DEPT-COUNT
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           IF WS-TOTAL-DAY = ZERO AND WS-TOTAL-WEEK = ZERO
                   AND WS-TOTAL-REST = ZERO
               MOVE 'NO BREACHES - EVERYONE INSIDE THE AGREED LIMITS'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ALL DEPARTMENTS: ' WS-TOTAL-DAY ' DAY / '
               WS-TOTAL-WEEK ' WEEK / '
               WS-TOTAL-REST ' REST'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-DEPT-BLOCK.
       *> Only a department with something to answer for gets a
       *> block - the breaches, then its subtotal line.
           IF WS-TBL-DEPT-DAY (WS-PRINT-IDX) > ZERO
                   OR WS-TBL-DEPT-WEEK (WS-PRINT-IDX) > ZERO
                   OR WS-TBL-DEPT-REST (WS-PRINT-IDX) > ZERO
               MOVE '------------------------------------------------'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DEPARTMENT ' WS-TBL-DEPT-CODE (WS-PRINT-IDX)
                   ' - ' WS-TBL-DEPT-NAME (WS-PRINT-IDX)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
               MOVE '  NAME                 BREACH FROM     TO       '
                   & ' HOURS   LIMIT' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
               PERFORM 8200-PRINT-BREACH-LINE
                   VARYING WS-BRC-IDX FROM 1 BY 1
                   UNTIL WS-BRC-IDX > WS-BRC-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  SUBTOTAL: DAY '
                   WS-TBL-DEPT-DAY (WS-PRINT-IDX)
                   '  WEEK ' WS-TBL-DEPT-WEEK (WS-PRINT-IDX)
                   '  REST ' WS-TBL-DEPT-REST (WS-PRINT-IDX)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       8200-PRINT-BREACH-LINE.
       *> Hours are the hours worked for DAY and WEEK and the hours
       *> of rest actually had for REST; the limit beside them is
       *> the one broken.
           IF WS-BRC-DEPT (WS-BRC-IDX)
                   = WS-TBL-DEPT-CODE (WS-PRINT-IDX)
               MOVE WS-BRC-HOURS (WS-BRC-IDX) TO WS-HOURS-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-BRC-NAME (WS-BRC-IDX)
                   ' ' WS-BRC-KIND (WS-BRC-IDX)
                   ' ' WS-BRC-FROM (WS-BRC-IDX)
                   ' ' WS-BRC-TO (WS-BRC-IDX)
                   '  ' WS-HOURS-EDIT
                   '     ' WS-BRC-LIMIT (WS-BRC-IDX)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           COMPUTE WS-RUNLOG-COUNT = WS-TOTAL-DAY + WS-TOTAL-WEEK
               + WS-TOTAL-REST
           MOVE 'OK' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM WTCRPT.
