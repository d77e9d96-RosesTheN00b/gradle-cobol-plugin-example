      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lateness and early-leave exceptions against the
      *          rostered shift - SHIFTRPT can only say who signed on
      *          inside a shift's window, not whether that was the
      *          shift they were scheduled for.  This report takes
      *          each person's shift from the SHIFTASG assignment in
      *          force on the report date, then compares their first
      *          sign-on in the day's audit generation with
      *          SH-START-HHMM and their last LOGOFFLG time with
      *          SH-END-HHMM.  It lists late arrivals and early
      *          departures with the minutes, and anyone who signed
      *          on inside another shift's window or was not
      *          rostered at all, subtotalled by the department on
      *          the user master (NONE for no department, the same
      *          buckets DEPTRPT prints).  A shift crossing midnight
      *          takes its departure from the next morning's logoffs,
      *          the split SHIFTRPT already uses.  A forced close is
      *          not a departure - the person was not there to leave.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT LOGOFF-FILE ASSIGN TO 'LOGOFFLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGOFF-FILE-STATUS.

           SELECT SHIFT-FILE ASSIGN TO 'SHIFTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-FILE-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO 'SHIFTASG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-FILE-STATUS.

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
       FD  AUDIT-FILE.
           COPY "AUDITREC.cpy".

       FD  LOGOFF-FILE.
           COPY "LOGOFREC.cpy".

       FD  SHIFT-FILE.
           COPY "SHIFTCF.cpy".

       FD  ASSIGN-FILE.
           COPY "SHIFTASG.cpy".

       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  DEPARTMENT-FILE.
           COPY "DEPTREC.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "AUDTFNAM.cpy".
       01  WS-AUDIT-FILE-STATUS PIC X(2).
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
       01  WS-SHIFT-FILE-STATUS PIC X(2).
       01  WS-ASSIGN-FILE-STATUS PIC X(2).
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-DEPT-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(80).
       01  WS-REPORT-DATE PIC 9(8) VALUE ZERO.
       01  WS-NEXT-DATE PIC 9(8).
       01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  WS-NEXT-MM              PIC 9(2).
           05  WS-NEXT-DD              PIC 9(2).
       01  WS-MONTH-LAST-DAY PIC 9(2).
       01  WS-LEAP-REMAINDER PIC 9(4).
       01  WS-LEAP-QUOTIENT PIC 9(4).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
      *    A morning logoff later than this belongs to the day's own
      *    work, not to the tail of last night's shift.
       01  WS-MORNING-CUTOFF PIC 9(4) VALUE 1200.
       01  WS-EVENT-HHMM PIC 9(4).
       01  WS-CONVERT-HHMM PIC 9(4).
       01  WS-CONVERT-PARTS REDEFINES WS-CONVERT-HHMM.
           05  WS-CONVERT-HH           PIC 9(2).
           05  WS-CONVERT-MM           PIC 9(2).
       01  WS-CONVERT-MINUTES PIC 9(4).
       01  WS-START-MINUTES PIC 9(4).
       01  WS-END-MINUTES PIC 9(4).
       01  WS-EVENT-MINUTES PIC 9(4).
       01  WS-DIFF-MINUTES PIC 9(4).
       01  WS-IN-WINDOW-SWITCH PIC X(1).
           88  WS-EVENT-IN-WINDOW       VALUE 'Y'.
       01  WS-LOOKUP-NAME PIC X(20).
       01  WS-ROSTER-CODE PIC X(2).
       01  WS-WORKED-CODE PIC X(2).
       01  WS-USER-DEPT PIC X(4).
       01  WS-OFF-ROSTER-SWITCH PIC X(1).
           88  WS-WORKED-OFF-ROSTER     VALUE 'Y'.
       01  WS-EXC-KIND-WORK PIC X(12).
       01  WS-EXC-TIME-WORK PIC 9(4).
       01  WS-EXC-MINUTES-WORK PIC 9(4).
       77  WS-SHIFT-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-SHIFT-ENTRIES PIC 9(2) VALUE 20.
       77  WS-ROSTER-SHIFT-IDX PIC 9(2).
       77  WS-WORKED-SHIFT-IDX PIC 9(2).
       77  WS-CHECK-SHIFT-IDX PIC 9(2).
       01  WS-SHIFT-TABLE.
           05  WS-SHIFT-ENTRY OCCURS 20 TIMES.
               10  WS-SHF-CODE          PIC X(2).
               10  WS-SHF-START         PIC 9(4).
               10  WS-SHF-END           PIC 9(4).
       77  WS-ASSIGN-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ASSIGN-ENTRIES PIC 9(3) VALUE 500.
       01  WS-ASSIGN-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ASSIGN-TABLE-FULL     VALUE 'Y'.
      *    One row per user - the assignment in force on the report
      *    date, kept as the latest effective date seen so far.
       01  WS-ASSIGN-TABLE.
           05  WS-ASSIGN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ASSIGN-IDX.
               10  WS-ASG-USER          PIC X(20).
               10  WS-ASG-DATE          PIC 9(8).
               10  WS-ASG-SHIFT         PIC X(2).
       77  WS-USER-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-USER-ENTRIES PIC 9(3) VALUE 500.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-USER-IDX.
               10  WS-TBL-USER-NAME     PIC X(20).
               10  WS-TBL-USER-DEPT     PIC X(4).
       77  WS-WORKER-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-WORKER-ENTRIES PIC 9(3) VALUE 500.
       01  WS-WORKER-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-WORKER-TABLE-FULL     VALUE 'Y'.
       77  WS-WORK-IDX PIC 9(3).
      *    Everyone who signed on: first sign-on of the day, last
      *    logoff on the report date (side 1) and last logoff the
      *    next morning (side 2, used only across midnight).
       01  WS-WORKER-TABLE.
           05  WS-WORKER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-WORKER-IDX.
               10  WS-WKR-NAME          PIC X(20).
               10  WS-WKR-FIRST-ON      PIC 9(4).
               10  WS-WKR-LAST-OFF-1    PIC 9(4).
               10  WS-WKR-OFF-1-SW      PIC X(1).
                   88  WS-WKR-LEFT-SIDE-1   VALUE 'Y'.
               10  WS-WKR-LAST-OFF-2    PIC 9(4).
               10  WS-WKR-OFF-2-SW      PIC X(1).
                   88  WS-WKR-LEFT-SIDE-2   VALUE 'Y'.
       77  WS-EXC-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-EXC-ENTRIES PIC 9(4) VALUE 1000.
       01  WS-EXC-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EXC-TABLE-FULL        VALUE 'Y'.
       77  WS-EXC-IDX PIC 9(4).
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 1000 TIMES.
               10  WS-EXC-DEPT          PIC X(4).
               10  WS-EXC-NAME          PIC X(20).
               10  WS-EXC-KIND          PIC X(12).
               10  WS-EXC-ROSTER        PIC X(2).
               10  WS-EXC-WORKED        PIC X(2).
               10  WS-EXC-TIME          PIC 9(4).
               10  WS-EXC-MINUTES       PIC 9(4).
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
               10  WS-TBL-DEPT-LATE     PIC 9(3).
               10  WS-TBL-DEPT-LATE-MIN PIC 9(5).
               10  WS-TBL-DEPT-EARLY    PIC 9(3).
               10  WS-TBL-DEPT-EARLY-MIN PIC 9(5).
               10  WS-TBL-DEPT-OFF      PIC 9(3).
       77  WS-TOTAL-LATE PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-EARLY PIC 9(4) VALUE ZERO.
       77  WS-TOTAL-OFF PIC 9(4) VALUE ZERO.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'LATERPT'.
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
           PERFORM 2000-SCAN-AUDIT
           PERFORM 3000-SCAN-LOGOFFS
           PERFORM 4000-EVALUATE-WORKER
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-WORKER-COUNT
           PERFORM 8000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
       *> One shared run-log row - program, start or end, count and
       *> status - so shift handover reads a file, not the console.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-WORKER-COUNT
           MOVE ZERO TO WS-EXC-COUNT
           MOVE ZERO TO WS-TOTAL-LATE
           MOVE ZERO TO WS-TOTAL-EARLY
           MOVE ZERO TO WS-TOTAL-OFF
           INITIALIZE WS-WORKER-TABLE
           INITIALIZE WS-EXC-TABLE
           PERFORM 1500-GET-REPORT-DATE
           IF WS-REPORT-DATE = ZERO
               CALL 'BUSDATSV' USING WS-REPORT-DATE
           END-IF
           MOVE WS-REPORT-DATE TO WS-NEXT-DATE
           PERFORM 1550-STEP-FORWARD-ONE-DAY
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING 'LATERPT.' WS-REPORT-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE
           PERFORM 1600-LOAD-SHIFTS
           PERFORM 1700-LOAD-ASSIGNMENTS
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
               DISPLAY 'ENTER REPORT DATE (YYYYMMDD) OR BLANK '
                   'FOR TODAY'
               ACCEPT WS-REPORT-DATE
           END-IF.

       1550-STEP-FORWARD-ONE-DAY.
       *> Same calendar step as SHIFTRPT's 1700 - the morning after
       *> is where a night shift's departure is logged.
           IF WS-NEXT-MM = 1 OR WS-NEXT-MM = 3 OR WS-NEXT-MM = 5
                   OR WS-NEXT-MM = 7 OR WS-NEXT-MM = 8
                   OR WS-NEXT-MM = 10 OR WS-NEXT-MM = 12
               MOVE 31 TO WS-MONTH-LAST-DAY
           ELSE
               IF WS-NEXT-MM = 2
                   DIVIDE WS-NEXT-YYYY BY 4
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
           IF WS-NEXT-DD < WS-MONTH-LAST-DAY
               ADD 1 TO WS-NEXT-DD
           ELSE
               MOVE 1 TO WS-NEXT-DD
               IF WS-NEXT-MM = 12
                   MOVE 1 TO WS-NEXT-MM
                   ADD 1 TO WS-NEXT-YYYY
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
           END-IF.

       1600-LOAD-SHIFTS.
           MOVE ZERO TO WS-SHIFT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-SHIFT-TABLE
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-FILE-STATUS = '00'
               PERFORM 1610-READ-SHIFT
               PERFORM 1620-STORE-SHIFT
                   UNTIL WS-END-OF-FILE
                   OR WS-SHIFT-COUNT >= WS-MAX-SHIFT-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'LATERPT WARNING: SHIFT TABLE FULL - '
                       'CODES PAST ' WS-MAX-SHIFT-ENTRIES
                       ' NOT CHECKED'
               END-IF
               CLOSE SHIFT-FILE
           ELSE
               DISPLAY 'LATERPT WARNING: NO SHIFT DEFINITION FILE - '
                   'STATUS ' WS-SHIFT-FILE-STATUS
           END-IF.

       1610-READ-SHIFT.
           READ SHIFT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1620-STORE-SHIFT.
           ADD 1 TO WS-SHIFT-COUNT
           MOVE SH-SHIFT-CODE TO WS-SHF-CODE (WS-SHIFT-COUNT)
           MOVE SH-START-HHMM TO WS-SHF-START (WS-SHIFT-COUNT)
           MOVE SH-END-HHMM TO WS-SHF-END (WS-SHIFT-COUNT)
           PERFORM 1610-READ-SHIFT.

       1700-LOAD-ASSIGNMENTS.
       *> Rows effective after the report date have not started;
       *> of the rest, each user keeps the latest.
           MOVE ZERO TO WS-ASSIGN-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-ASSIGN-TABLE
           OPEN INPUT ASSIGN-FILE
           IF WS-ASSIGN-FILE-STATUS = '00'
               PERFORM 1710-READ-ASSIGNMENT
               PERFORM 1720-STORE-ASSIGNMENT
                   UNTIL WS-END-OF-FILE
               CLOSE ASSIGN-FILE
           ELSE
               DISPLAY 'LATERPT WARNING: NO SHIFT ASSIGNMENTS - '
                   'EVERYONE REPORTS AS NOT ROSTERED'
           END-IF.

       1710-READ-ASSIGNMENT.
           READ ASSIGN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1720-STORE-ASSIGNMENT.
           IF SA-EFFECTIVE-DATE <= WS-REPORT-DATE
               MOVE 'N' TO WS-FOUND-SWITCH
               SET WS-ASSIGN-IDX TO 1
               SEARCH WS-ASSIGN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                       CONTINUE
                   WHEN WS-ASG-USER (WS-ASSIGN-IDX) = SA-USER-NAME
                       SET WS-NAME-FOUND TO TRUE
               END-SEARCH
               IF WS-NAME-FOUND
                   IF SA-EFFECTIVE-DATE > WS-ASG-DATE (WS-ASSIGN-IDX)
                       MOVE SA-EFFECTIVE-DATE
                           TO WS-ASG-DATE (WS-ASSIGN-IDX)
                       MOVE SA-SHIFT-CODE
                           TO WS-ASG-SHIFT (WS-ASSIGN-IDX)
                   END-IF
               ELSE
                   IF WS-ASSIGN-COUNT < WS-MAX-ASSIGN-ENTRIES
                       ADD 1 TO WS-ASSIGN-COUNT
                       SET WS-ASSIGN-IDX TO WS-ASSIGN-COUNT
                       MOVE SA-USER-NAME TO WS-ASG-USER (WS-ASSIGN-IDX)
                       MOVE SA-EFFECTIVE-DATE
                           TO WS-ASG-DATE (WS-ASSIGN-IDX)
                       MOVE SA-SHIFT-CODE
                           TO WS-ASG-SHIFT (WS-ASSIGN-IDX)
                   ELSE
                       IF NOT WS-ASSIGN-TABLE-FULL
                           SET WS-ASSIGN-TABLE-FULL TO TRUE
                           DISPLAY 'LATERPT WARNING: ASSIGNMENT TABLE'
                               ' FULL - USERS PAST '
                               WS-MAX-ASSIGN-ENTRIES
                               ' REPORT AS NOT ROSTERED'
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1710-READ-ASSIGNMENT.

       1800-LOAD-USER-DEPTS.
       *> One pass down the user master gives every name its
       *> department - the audit rows carry only the name.
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
                   DISPLAY 'LATERPT WARNING: USER TABLE FULL - '
                       'NAMES PAST ' WS-MAX-USER-ENTRIES
                       ' REPORT AS NONE'
               END-IF
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY 'LATERPT WARNING: USER MASTER UNAVAILABLE - '
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
                   DISPLAY 'LATERPT WARNING: DEPARTMENT TABLE FULL '
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

       2000-SCAN-AUDIT.
           MOVE 'N' TO WS-EOF-SWITCH
           STRING 'AUDITLOG.' WS-REPORT-DATE
               INTO WS-AUDIT-FILE-NAME END-STRING
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'LATERPT: NO AUDIT GENERATION - STATUS '
                   WS-AUDIT-FILE-STATUS
           ELSE
               PERFORM 2010-READ-AUDIT
               PERFORM 2100-NOTE-SIGN-ON
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF.

       2010-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-NOTE-SIGN-ON.
       *> Only a staff sign-on that got in starts a working day -
       *> failures, refusals, visitors and batch rows do not.
           IF AU-OUTCOME = 'ADMIN' OR AU-OUTCOME = 'SUPERVISOR'
                   OR AU-OUTCOME = 'NON-ADMIN'
                   OR AU-OUTCOME = 'ADMIN-ELEV'
                   OR AU-OUTCOME = 'SUPV-ELEV'
               MOVE AU-TIMESTAMP (9:4) TO WS-EVENT-HHMM
               PERFORM 2150-NOTE-STAFF-SIGN-ON
           END-IF
           PERFORM 2010-READ-AUDIT.

       2150-NOTE-STAFF-SIGN-ON.
       *> For someone rostered across midnight, a small-hours
       *> sign-on up to the shift end is the tail of last night's
       *> shift, not the start of tonight's.
           MOVE AU-USER-NAME TO WS-LOOKUP-NAME
           PERFORM 4200-FIND-ROSTER-SHIFT
           MOVE 'N' TO WS-IN-WINDOW-SWITCH
           IF WS-ROSTER-SHIFT-IDX > ZERO
               IF WS-SHF-START (WS-ROSTER-SHIFT-IDX)
                       > WS-SHF-END (WS-ROSTER-SHIFT-IDX)
                       AND WS-EVENT-HHMM
                           <= WS-SHF-END (WS-ROSTER-SHIFT-IDX)
                   SET WS-EVENT-IN-WINDOW TO TRUE
               END-IF
           END-IF
           IF NOT WS-EVENT-IN-WINDOW
               PERFORM 2200-FIND-WORKER
               IF WS-NAME-FOUND
                   IF WS-EVENT-HHMM < WS-WKR-FIRST-ON (WS-WORKER-IDX)
                       MOVE WS-EVENT-HHMM
                           TO WS-WKR-FIRST-ON (WS-WORKER-IDX)
                   END-IF
               ELSE
                   PERFORM 2300-ADD-WORKER
               END-IF
           END-IF.

       2200-FIND-WORKER.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-WORKER-IDX TO 1
           SEARCH WS-WORKER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WORKER-IDX > WS-WORKER-COUNT
                   CONTINUE
               WHEN WS-WKR-NAME (WS-WORKER-IDX) = AU-USER-NAME
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH.

       2300-ADD-WORKER.
           IF WS-WORKER-COUNT < WS-MAX-WORKER-ENTRIES
               ADD 1 TO WS-WORKER-COUNT
               SET WS-WORKER-IDX TO WS-WORKER-COUNT
               MOVE AU-USER-NAME TO WS-WKR-NAME (WS-WORKER-IDX)
               MOVE WS-EVENT-HHMM TO WS-WKR-FIRST-ON (WS-WORKER-IDX)
               MOVE ZERO TO WS-WKR-LAST-OFF-1 (WS-WORKER-IDX)
               MOVE 'N' TO WS-WKR-OFF-1-SW (WS-WORKER-IDX)
               MOVE ZERO TO WS-WKR-LAST-OFF-2 (WS-WORKER-IDX)
               MOVE 'N' TO WS-WKR-OFF-2-SW (WS-WORKER-IDX)
           ELSE
               IF NOT WS-WORKER-TABLE-FULL
                   SET WS-WORKER-TABLE-FULL TO TRUE
                   DISPLAY 'LATERPT WARNING: WORKER TABLE FULL - '
                       'NAMES PAST ' WS-MAX-WORKER-ENTRIES
                       ' NOT CHECKED'
               END-IF
           END-IF.

       3000-SCAN-LOGOFFS.
       *> Only names already seen signing on count - a logoff alone
       *> says nothing about when anyone arrived.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LOGOFF-FILE
           IF WS-LOGOFF-FILE-STATUS = '00'
               PERFORM 3010-READ-LOGOFF
               PERFORM 3100-NOTE-LOGOFF
                   UNTIL WS-END-OF-FILE
               CLOSE LOGOFF-FILE
           END-IF.

       3010-READ-LOGOFF.
           READ LOGOFF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3100-NOTE-LOGOFF.
           IF LO-LOGOFF-DATE IS NUMERIC AND NOT LO-FORCED-CLOSE
               MOVE LO-LOGOFF-TIME (1:4) TO WS-EVENT-HHMM
               MOVE 'N' TO WS-FOUND-SWITCH
               SET WS-WORKER-IDX TO 1
               SEARCH WS-WORKER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WORKER-IDX > WS-WORKER-COUNT
                       CONTINUE
                   WHEN WS-WKR-NAME (WS-WORKER-IDX) = LO-USER-NAME
                       SET WS-NAME-FOUND TO TRUE
               END-SEARCH
               IF WS-NAME-FOUND
                   PERFORM 3200-KEEP-LATEST-LOGOFF
               END-IF
           END-IF
           PERFORM 3010-READ-LOGOFF.

       3200-KEEP-LATEST-LOGOFF.
           IF LO-LOGOFF-DATE = WS-REPORT-DATE
               IF NOT WS-WKR-LEFT-SIDE-1 (WS-WORKER-IDX)
                       OR WS-EVENT-HHMM
                           > WS-WKR-LAST-OFF-1 (WS-WORKER-IDX)
                   MOVE WS-EVENT-HHMM
                       TO WS-WKR-LAST-OFF-1 (WS-WORKER-IDX)
                   MOVE 'Y' TO WS-WKR-OFF-1-SW (WS-WORKER-IDX)
               END-IF
           ELSE
               IF LO-LOGOFF-DATE = WS-NEXT-DATE
                       AND WS-EVENT-HHMM <= WS-MORNING-CUTOFF
                   IF NOT WS-WKR-LEFT-SIDE-2 (WS-WORKER-IDX)
                           OR WS-EVENT-HHMM
                               > WS-WKR-LAST-OFF-2 (WS-WORKER-IDX)
                       MOVE WS-EVENT-HHMM
                           TO WS-WKR-LAST-OFF-2 (WS-WORKER-IDX)
                       MOVE 'Y' TO WS-WKR-OFF-2-SW (WS-WORKER-IDX)
                   END-IF
               END-IF
           END-IF.

       4000-EVALUATE-WORKER.
           PERFORM 4100-FIND-USER-DEPT
           MOVE WS-WKR-NAME (WS-WORK-IDX) TO WS-LOOKUP-NAME
           PERFORM 4200-FIND-ROSTER-SHIFT
           MOVE WS-WKR-FIRST-ON (WS-WORK-IDX) TO WS-EVENT-HHMM
           PERFORM 4300-FIND-WORKED-SHIFT
           MOVE 'N' TO WS-OFF-ROSTER-SWITCH
           IF WS-ROSTER-SHIFT-IDX = ZERO
               MOVE 'NOT ROSTERED' TO WS-EXC-KIND-WORK
               MOVE WS-EVENT-HHMM TO WS-EXC-TIME-WORK
               MOVE ZERO TO WS-EXC-MINUTES-WORK
               PERFORM 5000-ADD-EXCEPTION
           ELSE
               MOVE WS-ROSTER-SHIFT-IDX TO WS-CHECK-SHIFT-IDX
               PERFORM 4400-CHECK-IN-WINDOW
               IF WS-EVENT-IN-WINDOW
                   PERFORM 4500-CHECK-LATE-ARRIVAL
               ELSE
                   PERFORM 4450-CHECK-OFF-ROSTER
               END-IF
               IF NOT WS-WORKED-OFF-ROSTER
                   PERFORM 4600-CHECK-EARLY-DEPARTURE
               END-IF
           END-IF.

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
                       = WS-WKR-NAME (WS-WORK-IDX)
                   IF WS-TBL-USER-DEPT (WS-USER-IDX) NOT = SPACES
                       MOVE WS-TBL-USER-DEPT (WS-USER-IDX)
                           TO WS-USER-DEPT
                   END-IF
           END-SEARCH.

       4200-FIND-ROSTER-SHIFT.
       *> An assignment naming a code since taken off SHIFTMST
       *> cannot be checked, so it counts as not rostered.
           MOVE SPACES TO WS-ROSTER-CODE
           MOVE ZERO TO WS-ROSTER-SHIFT-IDX
           SET WS-ASSIGN-IDX TO 1
           SEARCH WS-ASSIGN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                   CONTINUE
               WHEN WS-ASG-USER (WS-ASSIGN-IDX) = WS-LOOKUP-NAME
                   MOVE WS-ASG-SHIFT (WS-ASSIGN-IDX) TO WS-ROSTER-CODE
           END-SEARCH
           IF WS-ROSTER-CODE NOT = SPACES
               PERFORM 4210-MATCH-ROSTER-CODE
                   VARYING WS-CHECK-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-SHIFT-IDX > WS-SHIFT-COUNT
                   OR WS-ROSTER-SHIFT-IDX > ZERO
           END-IF.

       4210-MATCH-ROSTER-CODE.
           IF WS-SHF-CODE (WS-CHECK-SHIFT-IDX) = WS-ROSTER-CODE
               MOVE WS-CHECK-SHIFT-IDX TO WS-ROSTER-SHIFT-IDX
           END-IF.

       4300-FIND-WORKED-SHIFT.
       *> The first shift whose window holds the first sign-on is
       *> the one the person actually came in for.
           MOVE SPACES TO WS-WORKED-CODE
           MOVE ZERO TO WS-WORKED-SHIFT-IDX
           PERFORM 4310-MATCH-WORKED-SHIFT
               VARYING WS-CHECK-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-CHECK-SHIFT-IDX > WS-SHIFT-COUNT
               OR WS-WORKED-SHIFT-IDX > ZERO.

       4310-MATCH-WORKED-SHIFT.
           PERFORM 4400-CHECK-IN-WINDOW
           IF WS-EVENT-IN-WINDOW
               MOVE WS-CHECK-SHIFT-IDX TO WS-WORKED-SHIFT-IDX
               MOVE WS-SHF-CODE (WS-CHECK-SHIFT-IDX) TO WS-WORKED-CODE
           END-IF.

       4400-CHECK-IN-WINDOW.
       *> Start to end inclusive; a shift whose start is above its
       *> end wraps midnight, as on the per-user sign-on window.
           MOVE 'N' TO WS-IN-WINDOW-SWITCH
           IF WS-SHF-START (WS-CHECK-SHIFT-IDX)
                   > WS-SHF-END (WS-CHECK-SHIFT-IDX)
               IF WS-EVENT-HHMM >= WS-SHF-START (WS-CHECK-SHIFT-IDX)
                       OR WS-EVENT-HHMM
                           <= WS-SHF-END (WS-CHECK-SHIFT-IDX)
                   SET WS-EVENT-IN-WINDOW TO TRUE
               END-IF
           ELSE
               IF WS-EVENT-HHMM >= WS-SHF-START (WS-CHECK-SHIFT-IDX)
                       AND WS-EVENT-HHMM
                           <= WS-SHF-END (WS-CHECK-SHIFT-IDX)
                   SET WS-EVENT-IN-WINDOW TO TRUE
               END-IF
           END-IF.

       4450-CHECK-OFF-ROSTER.
       *> Outside the rostered window: inside another shift's
       *> window is working that shift instead; after the end of a
       *> same-day shift with no other shift to claim it is working
       *> off the rota all the same.  Before the start is simply an
       *> early arrival - no exception.
           IF WS-WORKED-SHIFT-IDX > ZERO
               SET WS-WORKED-OFF-ROSTER TO TRUE
           ELSE
               IF WS-SHF-START (WS-ROSTER-SHIFT-IDX)
                       <= WS-SHF-END (WS-ROSTER-SHIFT-IDX)
                       AND WS-EVENT-HHMM
                           > WS-SHF-END (WS-ROSTER-SHIFT-IDX)
                   SET WS-WORKED-OFF-ROSTER TO TRUE
                   MOVE '--' TO WS-WORKED-CODE
               END-IF
           END-IF
           IF WS-WORKED-OFF-ROSTER
               MOVE 'OFF-ROSTER' TO WS-EXC-KIND-WORK
               MOVE WS-EVENT-HHMM TO WS-EXC-TIME-WORK
               MOVE ZERO TO WS-EXC-MINUTES-WORK
               PERFORM 5000-ADD-EXCEPTION
           END-IF.

       4500-CHECK-LATE-ARRIVAL.
       *> Minutes from the shift start to the first sign-on; across
       *> midnight a sign-on in the small hours has run through
       *> 2400 to get there.
           MOVE WS-SHF-START (WS-ROSTER-SHIFT-IDX) TO WS-CONVERT-HHMM
           PERFORM 4900-CONVERT-TO-MINUTES
           MOVE WS-CONVERT-MINUTES TO WS-START-MINUTES
           MOVE WS-EVENT-HHMM TO WS-CONVERT-HHMM
           PERFORM 4900-CONVERT-TO-MINUTES
           MOVE WS-CONVERT-MINUTES TO WS-EVENT-MINUTES
           IF WS-EVENT-MINUTES < WS-START-MINUTES
               COMPUTE WS-DIFF-MINUTES = 1440 - WS-START-MINUTES
                   + WS-EVENT-MINUTES
           ELSE
               COMPUTE WS-DIFF-MINUTES = WS-EVENT-MINUTES
                   - WS-START-MINUTES
           END-IF
           IF WS-DIFF-MINUTES > ZERO
               MOVE 'LATE' TO WS-EXC-KIND-WORK
               MOVE WS-EVENT-HHMM TO WS-EXC-TIME-WORK
               MOVE WS-DIFF-MINUTES TO WS-EXC-MINUTES-WORK
               PERFORM 5000-ADD-EXCEPTION
           END-IF.

       4600-CHECK-EARLY-DEPARTURE.
       *> A same-day shift ends on the report date.  A shift across
       *> midnight ends the next morning; with no morning logoff, a
       *> logoff after the start on the report date means the
       *> person left before midnight.  No logoff at all is an open
       *> session, which SHIFTRPT and SESSRPT already chase.
           MOVE WS-SHF-END (WS-ROSTER-SHIFT-IDX) TO WS-CONVERT-HHMM
           PERFORM 4900-CONVERT-TO-MINUTES
           MOVE WS-CONVERT-MINUTES TO WS-END-MINUTES
           MOVE ZERO TO WS-DIFF-MINUTES
           IF WS-SHF-START (WS-ROSTER-SHIFT-IDX)
                   <= WS-SHF-END (WS-ROSTER-SHIFT-IDX)
               IF WS-WKR-LEFT-SIDE-1 (WS-WORK-IDX)
                   MOVE WS-WKR-LAST-OFF-1 (WS-WORK-IDX)
                       TO WS-EVENT-HHMM
                   PERFORM 4610-MINUTES-BEFORE-END
               END-IF
           ELSE
               IF WS-WKR-LEFT-SIDE-2 (WS-WORK-IDX)
                   MOVE WS-WKR-LAST-OFF-2 (WS-WORK-IDX)
                       TO WS-EVENT-HHMM
                   PERFORM 4610-MINUTES-BEFORE-END
               ELSE
                   IF WS-WKR-LEFT-SIDE-1 (WS-WORK-IDX)
                           AND WS-WKR-LAST-OFF-1 (WS-WORK-IDX)
                               >= WS-SHF-START (WS-ROSTER-SHIFT-IDX)
                       MOVE WS-WKR-LAST-OFF-1 (WS-WORK-IDX)
                           TO WS-EVENT-HHMM
                       MOVE WS-EVENT-HHMM TO WS-CONVERT-HHMM
                       PERFORM 4900-CONVERT-TO-MINUTES
                       COMPUTE WS-DIFF-MINUTES = 1440
                           - WS-CONVERT-MINUTES + WS-END-MINUTES
                   END-IF
               END-IF
           END-IF
           IF WS-DIFF-MINUTES > ZERO
               MOVE 'EARLY LEAVE' TO WS-EXC-KIND-WORK
               MOVE WS-EVENT-HHMM TO WS-EXC-TIME-WORK
               MOVE WS-DIFF-MINUTES TO WS-EXC-MINUTES-WORK
               PERFORM 5000-ADD-EXCEPTION
           END-IF.

       4610-MINUTES-BEFORE-END.
           MOVE WS-EVENT-HHMM TO WS-CONVERT-HHMM
           PERFORM 4900-CONVERT-TO-MINUTES
           IF WS-CONVERT-MINUTES < WS-END-MINUTES
               COMPUTE WS-DIFF-MINUTES = WS-END-MINUTES
                   - WS-CONVERT-MINUTES
           END-IF.

       4900-CONVERT-TO-MINUTES.
           COMPUTE WS-CONVERT-MINUTES = WS-CONVERT-HH * 60
               + WS-CONVERT-MM.

       5000-ADD-EXCEPTION.
       *> Each exception is kept with its department and charged to
       *> the department's subtotal as it is found.
           PERFORM 5100-FIND-DEPT-SLOT
           IF WS-EXC-KIND-WORK = 'LATE'
               ADD 1 TO WS-TBL-DEPT-LATE (WS-DEPT-IDX)
               ADD WS-EXC-MINUTES-WORK
                   TO WS-TBL-DEPT-LATE-MIN (WS-DEPT-IDX)
               ADD 1 TO WS-TOTAL-LATE
           ELSE
               IF WS-EXC-KIND-WORK = 'EARLY LEAVE'
                   ADD 1 TO WS-TBL-DEPT-EARLY (WS-DEPT-IDX)
                   ADD WS-EXC-MINUTES-WORK
                       TO WS-TBL-DEPT-EARLY-MIN (WS-DEPT-IDX)
                   ADD 1 TO WS-TOTAL-EARLY
               ELSE
                   ADD 1 TO WS-TBL-DEPT-OFF (WS-DEPT-IDX)
                   ADD 1 TO WS-TOTAL-OFF
               END-IF
           END-IF
           IF WS-EXC-COUNT < WS-MAX-EXC-ENTRIES
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-TBL-DEPT-CODE (WS-DEPT-IDX)
                   TO WS-EXC-DEPT (WS-EXC-COUNT)
               MOVE WS-WKR-NAME (WS-WORK-IDX)
                   TO WS-EXC-NAME (WS-EXC-COUNT)
               MOVE WS-EXC-KIND-WORK TO WS-EXC-KIND (WS-EXC-COUNT)
               MOVE WS-ROSTER-CODE TO WS-EXC-ROSTER (WS-EXC-COUNT)
               MOVE WS-WORKED-CODE TO WS-EXC-WORKED (WS-EXC-COUNT)
               MOVE WS-EXC-TIME-WORK TO WS-EXC-TIME (WS-EXC-COUNT)
               MOVE WS-EXC-MINUTES-WORK
                   TO WS-EXC-MINUTES (WS-EXC-COUNT)
           ELSE
               IF NOT WS-EXC-TABLE-FULL
                   SET WS-EXC-TABLE-FULL TO TRUE
                   DISPLAY 'LATERPT WARNING: EXCEPTION TABLE FULL - '
                       'LINES PAST ' WS-MAX-EXC-ENTRIES
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
                       DISPLAY 'LATERPT WARNING: DEPARTMENT TABLE '
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

       8000-PRINT-REPORT.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LATENESS / EARLY-LEAVE EXCEPTIONS FOR '
               WS-REPORT-DATE
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PEOPLE SIGNED ON: ' WS-WORKER-COUNT
               '   SHIFT ASSIGNMENTS IN FORCE: ' WS-ASSIGN-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           PERFORM 8100-PRINT-DEPT-BLOCK
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-DEPT-COUNT
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           IF WS-TOTAL-LATE = ZERO AND WS-TOTAL-EARLY = ZERO
                   AND WS-TOTAL-OFF = ZERO
               MOVE 'NO EXCEPTIONS - EVERYONE KEPT TO THEIR SHIFT'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ALL DEPARTMENTS: ' WS-TOTAL-LATE ' LATE / '
               WS-TOTAL-EARLY ' EARLY LEAVE / '
               WS-TOTAL-OFF ' OFF-ROSTER OR NOT ROSTERED'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-DEPT-BLOCK.
       *> Only a department with something to answer for gets a
       *> block - the exceptions, then its subtotal line.
           IF WS-TBL-DEPT-LATE (WS-PRINT-IDX) > ZERO
                   OR WS-TBL-DEPT-EARLY (WS-PRINT-IDX) > ZERO
                   OR WS-TBL-DEPT-OFF (WS-PRINT-IDX) > ZERO
               MOVE '------------------------------------------------'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DEPARTMENT ' WS-TBL-DEPT-CODE (WS-PRINT-IDX)
                   ' - ' WS-TBL-DEPT-NAME (WS-PRINT-IDX)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
               MOVE '  NAME                 EXCEPTION    ROSTER WORKED'
                   & ' TIME  MINS' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
               PERFORM 8200-PRINT-EXCEPTION-LINE
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  SUBTOTAL: LATE '
                   WS-TBL-DEPT-LATE (WS-PRINT-IDX)
                   ' (' WS-TBL-DEPT-LATE-MIN (WS-PRINT-IDX)
                   ' MIN)  EARLY ' WS-TBL-DEPT-EARLY (WS-PRINT-IDX)
                   ' (' WS-TBL-DEPT-EARLY-MIN (WS-PRINT-IDX)
                   ' MIN)  OFF-ROSTER '
                   WS-TBL-DEPT-OFF (WS-PRINT-IDX)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       8200-PRINT-EXCEPTION-LINE.
           IF WS-EXC-DEPT (WS-EXC-IDX)
                   = WS-TBL-DEPT-CODE (WS-PRINT-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-EXC-NAME (WS-EXC-IDX)
                   ' ' WS-EXC-KIND (WS-EXC-IDX)
                   ' ' WS-EXC-ROSTER (WS-EXC-IDX)
                   '     ' WS-EXC-WORKED (WS-EXC-IDX)
                   '     ' WS-EXC-TIME (WS-EXC-IDX)
                   '  ' WS-EXC-MINUTES (WS-EXC-IDX)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
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

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           COMPUTE WS-RUNLOG-COUNT = WS-TOTAL-LATE + WS-TOTAL-EARLY
               + WS-TOTAL-OFF
           MOVE 'OK' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM LATERPT.
