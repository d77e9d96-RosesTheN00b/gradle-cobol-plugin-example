      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly master-data completeness scorecard - XCHECK
      *          balances the event trails against each other, this
      *          checks the reference files behind them.  Every
      *          active USERMAST user is looked for on EMPXREF (no row
      *          and they drop out of the HR and payroll feeds), on
      *          BADGXREF, on DEPTMAST by their department code (blank
      *          counts as a gap) and on the ROSTERCF roster; every
      *          EMPXREF and BADGXREF row is looked for on USERMAST,
      *          whatever the user's status, so a row left behind for
      *          a name long gone shows up.  The report lists each
      *          category's count beside the last run's count for an
      *          earlier business date, then every gap by category.
      *          Each run appends its counts to MDSCOREH for the next
      *          one to trend against.  A missing reference file
      *          leaves its categories unscored rather than reading
      *          every user as a gap; no USERMAST means nothing to
      *          score at all.  The report is MDSCORE.CCYYMMDD, dated
      *          from the RPTPARM card the way XCHECK takes it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDSCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT EMPLOYEE-XREF-FILE ASSIGN TO 'EMPXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPXREF-FILE-STATUS.

           SELECT BADGE-XREF-FILE ASSIGN TO 'BADGXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BADGXREF-FILE-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT ROSTER-FILE ASSIGN TO 'ROSTERCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

           SELECT SCORE-HISTORY-FILE ASSIGN TO 'MDSCOREH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  EMPLOYEE-XREF-FILE.
           COPY "EMPXREF.cpy".

       FD  BADGE-XREF-FILE.
           COPY "BADGXREF.cpy".

       FD  DEPARTMENT-FILE.
           COPY "DEPTREC.cpy".

       FD  ROSTER-FILE.
           COPY "ROSTERCF.cpy".

       FD  SCORE-HISTORY-FILE.
           COPY "MDSCOREH.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-EMPXREF-FILE-STATUS PIC X(2).
       01  WS-BADGXREF-FILE-STATUS PIC X(2).
       01  WS-DEPT-FILE-STATUS PIC X(2).
       01  WS-ROSTER-FILE-STATUS PIC X(2).
       01  WS-HISTORY-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(80).
       01  WS-SCORE-DATE PIC 9(8) VALUE ZERO.
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-RUN-TIMESTAMP PIC X(14).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
       01  WS-FIND-NAME PIC X(20).
       01  WS-FIND-DEPT PIC X(4).
      *    Which files were there to be read - a category is only
      *    scored when every file it needs was.
       01  WS-MASTER-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MASTER-ON-HAND        VALUE 'Y'.
       01  WS-EMPXREF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-EMPXREF-ON-HAND       VALUE 'Y'.
       01  WS-BADGXREF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BADGXREF-ON-HAND      VALUE 'Y'.
       01  WS-DEPT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DEPT-ON-HAND          VALUE 'Y'.
       01  WS-ROSTER-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ROSTER-ON-HAND        VALUE 'Y'.
       77  WS-USER-COUNT PIC 9(4) VALUE ZERO.
       77  WS-ACTIVE-COUNT PIC 9(4) VALUE ZERO.
       77  WS-EMP-COUNT PIC 9(4) VALUE ZERO.
       77  WS-BADGE-COUNT PIC 9(4) VALUE ZERO.
       77  WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-ROSTER-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-USERS PIC 9(4) VALUE 1000.
       77  WS-MAX-EMP-ROWS PIC 9(4) VALUE 1000.
       77  WS-MAX-BADGE-ROWS PIC 9(4) VALUE 2000.
       77  WS-MAX-DEPTS PIC 9(3) VALUE 100.
       77  WS-MAX-ROSTER PIC 9(4) VALUE 1000.
       77  WS-ROWS-DROPPED PIC 9(5) VALUE ZERO.
       77  WS-SCAN-IDX PIC 9(4).
       77  WS-FIND-IDX PIC 9(4).
       77  WS-PRINT-IDX PIC 9(4).
       77  WS-CAT-IDX PIC 9(1).
       77  WS-CATEGORY-COUNT PIC 9(1) VALUE 6.
       77  WS-CATEGORIES-SCORED PIC 9(1) VALUE ZERO.
       77  WS-TOTAL-GAPS PIC 9(6) VALUE ZERO.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 1000 TIMES.
               10  WS-USER-NAME         PIC X(20).
               10  WS-USER-STATUS       PIC X(1).
                   88  WS-USER-ACTIVE       VALUE 'A'.
               10  WS-USER-DEPT         PIC X(4).
               10  WS-USER-HAS-EMP      PIC X(1).
               10  WS-USER-HAS-BADGE    PIC X(1).
               10  WS-USER-DEPT-OK      PIC X(1).
               10  WS-USER-ON-ROSTER    PIC X(1).
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-EMP-NAME          PIC X(20).
               10  WS-EMP-NUMBER        PIC X(8).
               10  WS-EMP-ON-MASTER     PIC X(1).
       01  WS-BADGE-TABLE.
           05  WS-BADGE-ENTRY OCCURS 2000 TIMES.
               10  WS-BADGE-NUMBER      PIC X(10).
               10  WS-BADGE-NAME        PIC X(20).
               10  WS-BADGE-ON-MASTER   PIC X(1).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-CODE OCCURS 100 TIMES PIC X(4).
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER-NAME OCCURS 1000 TIMES PIC X(20).
      *    The gap categories - history code, the file whose absence
      *    leaves the category unscored, and the report label.
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(8) VALUE 'NOEMPXRF'.
           05  FILLER PIC X(8) VALUE 'EMPXREF'.
           05  FILLER PIC X(40) VALUE
               'ACTIVE USERS WITH NO EMPXREF ROW'.
           05  FILLER PIC X(8) VALUE 'NOBADGE'.
           05  FILLER PIC X(8) VALUE 'BADGXREF'.
           05  FILLER PIC X(40) VALUE
               'ACTIVE USERS WITH NO BADGE'.
           05  FILLER PIC X(8) VALUE 'BADDEPT'.
           05  FILLER PIC X(8) VALUE 'DEPTMAST'.
           05  FILLER PIC X(40) VALUE
               'ACTIVE USERS WITH NO VALID DEPARTMENT'.
           05  FILLER PIC X(8) VALUE 'NOROSTER'.
           05  FILLER PIC X(8) VALUE 'ROSTERCF'.
           05  FILLER PIC X(40) VALUE
               'ACTIVE USERS NOT ON THE ROSTER'.
           05  FILLER PIC X(8) VALUE 'ORPHEMP'.
           05  FILLER PIC X(8) VALUE 'EMPXREF'.
           05  FILLER PIC X(40) VALUE
               'EMPXREF ROWS WITH NO USERMAST USER'.
           05  FILLER PIC X(8) VALUE 'ORPHBADG'.
           05  FILLER PIC X(8) VALUE 'BADGXREF'.
           05  FILLER PIC X(40) VALUE
               'BADGXREF ROWS WITH NO USERMAST USER'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY OCCURS 6 TIMES.
               10  WS-CAT-CODE          PIC X(8).
               10  WS-CAT-FILE          PIC X(8).
               10  WS-CAT-LABEL         PIC X(40).
       01  WS-CATEGORY-RESULTS.
           05  WS-CAT-RESULT OCCURS 6 TIMES.
               10  WS-CAT-COUNT         PIC 9(5).
               10  WS-CAT-SCORED        PIC X(1).
                   88  WS-CAT-WAS-SCORED    VALUE 'Y'.
               10  WS-CAT-PREV-COUNT    PIC 9(5).
               10  WS-CAT-PREV-FOUND    PIC X(1).
                   88  WS-CAT-HAS-PREVIOUS  VALUE 'Y'.
      *    The run the trend is taken against - the latest one on
      *    MDSCOREH for an earlier business date.
       01  WS-PREV-TIMESTAMP PIC X(14) VALUE SPACES.
       01  WS-PREV-DATE PIC 9(8) VALUE ZERO.
       01  WS-CHANGE PIC 9(5).
       01  WS-TREND-TEXT PIC X(11).
       01  WS-COUNT-DISPLAY PIC ZZZZ9.
       01  WS-PREV-DISPLAY PIC X(5).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'MDSCORE'.
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
           IF WS-MASTER-ON-HAND
               PERFORM 2000-LOAD-REFERENCE-FILES
               PERFORM 3000-SCORE-USERS
               PERFORM 4000-SCORE-XREF-ROWS
               PERFORM 5000-LOAD-PREVIOUS-RUN
               PERFORM 6000-RECORD-THIS-RUN
               PERFORM 8000-PRINT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE 'N' TO WS-MASTER-SWITCH
           MOVE 'N' TO WS-EMPXREF-SWITCH
           MOVE 'N' TO WS-BADGXREF-SWITCH
           MOVE 'N' TO WS-DEPT-SWITCH
           MOVE 'N' TO WS-ROSTER-SWITCH
           MOVE ZERO TO WS-USER-COUNT
           MOVE ZERO TO WS-ACTIVE-COUNT
           MOVE ZERO TO WS-EMP-COUNT
           MOVE ZERO TO WS-BADGE-COUNT
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-ROSTER-COUNT
           MOVE ZERO TO WS-CATEGORIES-SCORED
           MOVE ZERO TO WS-TOTAL-GAPS
           MOVE SPACES TO WS-PREV-TIMESTAMP
           MOVE ZERO TO WS-PREV-DATE
           INITIALIZE WS-USER-TABLE
           INITIALIZE WS-EMP-TABLE
           INITIALIZE WS-BADGE-TABLE
           INITIALIZE WS-CATEGORY-RESULTS
           PERFORM 1500-GET-SCORE-DATE
           IF WS-SCORE-DATE = ZERO
               CALL 'BUSDATSV' USING WS-SCORE-DATE
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO WS-RUN-TIMESTAMP END-STRING
           PERFORM 1600-LOAD-USERS
           IF WS-MASTER-ON-HAND
       *> STRING leaves the target's tail untouched - blank it first
       *> since this name is shorter than the field.
               MOVE SPACES TO WS-REPORT-FILE-NAME
               STRING 'MDSCORE.' WS-SCORE-DATE
                   INTO WS-REPORT-FILE-NAME END-STRING
               OPEN OUTPUT REPORT-OUT-FILE
           END-IF.

       1500-GET-SCORE-DATE.
       *> Same parameter card as the other reports; zero means today.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       SET WS-PARM-FOUND TO TRUE
                       MOVE PM-REPORT-DATE TO WS-SCORE-DATE
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-FOUND
               DISPLAY 'ENTER DATE TO SCORE (YYYYMMDD) OR BLANK '
                   'FOR TODAY'
               ACCEPT WS-SCORE-DATE
           END-IF.

       1600-LOAD-USERS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ROWS-DROPPED
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS NOT = '00'
               DISPLAY 'MDSCORE: NO USER MASTER (USERMAST) - STATUS '
                   WS-USER-FILE-STATUS
           ELSE
               SET WS-MASTER-ON-HAND TO TRUE
               PERFORM 1610-READ-USER
               PERFORM 1620-STORE-USER
                   UNTIL WS-END-OF-FILE
               CLOSE USER-MASTER-FILE
               IF WS-ROWS-DROPPED > ZERO
                   DISPLAY 'MDSCORE WARNING: USER TABLE FULL - '
                       WS-ROWS-DROPPED ' USERS PAST ' WS-MAX-USERS
                       ' NOT SCORED'
               END-IF
           END-IF.

       1610-READ-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1620-STORE-USER.
           IF WS-USER-COUNT < WS-MAX-USERS
               ADD 1 TO WS-USER-COUNT
               MOVE UM-USER-NAME TO WS-USER-NAME (WS-USER-COUNT)
               MOVE UM-USER-STATUS TO WS-USER-STATUS (WS-USER-COUNT)
               MOVE UM-DEPT-CODE TO WS-USER-DEPT (WS-USER-COUNT)
               MOVE 'N' TO WS-USER-HAS-EMP (WS-USER-COUNT)
               MOVE 'N' TO WS-USER-HAS-BADGE (WS-USER-COUNT)
               MOVE 'N' TO WS-USER-DEPT-OK (WS-USER-COUNT)
               MOVE 'N' TO WS-USER-ON-ROSTER (WS-USER-COUNT)
               IF UM-STATUS-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-ROWS-DROPPED
           END-IF
           PERFORM 1610-READ-USER.

       2000-LOAD-REFERENCE-FILES.
       *> A category is scored only when its file was there; the
       *> orphan checks need the cross-reference file as well as
       *> USERMAST, which is already in hand.
           PERFORM 2100-LOAD-EMPLOYEE-XREF
           PERFORM 2200-LOAD-BADGE-XREF
           PERFORM 2300-LOAD-DEPARTMENTS
           PERFORM 2400-LOAD-ROSTER
           IF WS-EMPXREF-ON-HAND
               MOVE 'Y' TO WS-CAT-SCORED (1)
               MOVE 'Y' TO WS-CAT-SCORED (5)
           END-IF
           IF WS-BADGXREF-ON-HAND
               MOVE 'Y' TO WS-CAT-SCORED (2)
               MOVE 'Y' TO WS-CAT-SCORED (6)
           END-IF
           IF WS-DEPT-ON-HAND
               MOVE 'Y' TO WS-CAT-SCORED (3)
           END-IF
           IF WS-ROSTER-ON-HAND
               MOVE 'Y' TO WS-CAT-SCORED (4)
           END-IF.

       2100-LOAD-EMPLOYEE-XREF.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ROWS-DROPPED
           OPEN INPUT EMPLOYEE-XREF-FILE
           IF WS-EMPXREF-FILE-STATUS NOT = '00'
               DISPLAY 'MDSCORE: NO EMPLOYEE XREF (EMPXREF) - STATUS '
                   WS-EMPXREF-FILE-STATUS
           ELSE
               SET WS-EMPXREF-ON-HAND TO TRUE
               PERFORM 2110-READ-EMPLOYEE-XREF
               PERFORM 2120-STORE-EMPLOYEE-XREF
                   UNTIL WS-END-OF-FILE
               CLOSE EMPLOYEE-XREF-FILE
               IF WS-ROWS-DROPPED > ZERO
                   DISPLAY 'MDSCORE WARNING: EMPXREF TABLE FULL - '
                       WS-ROWS-DROPPED ' ROWS PAST ' WS-MAX-EMP-ROWS
                       ' NOT SCORED'
               END-IF
           END-IF.

       2110-READ-EMPLOYEE-XREF.
           READ EMPLOYEE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2120-STORE-EMPLOYEE-XREF.
           IF EM-USER-NAME NOT = SPACES
               IF WS-EMP-COUNT < WS-MAX-EMP-ROWS
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EM-USER-NAME TO WS-EMP-NAME (WS-EMP-COUNT)
                   MOVE EM-EMPLOYEE-NUMBER
                       TO WS-EMP-NUMBER (WS-EMP-COUNT)
                   MOVE 'N' TO WS-EMP-ON-MASTER (WS-EMP-COUNT)
               ELSE
                   ADD 1 TO WS-ROWS-DROPPED
               END-IF
           END-IF
           PERFORM 2110-READ-EMPLOYEE-XREF.

       2200-LOAD-BADGE-XREF.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ROWS-DROPPED
           OPEN INPUT BADGE-XREF-FILE
           IF WS-BADGXREF-FILE-STATUS NOT = '00'
               DISPLAY 'MDSCORE: NO BADGE XREF (BADGXREF) - STATUS '
                   WS-BADGXREF-FILE-STATUS
           ELSE
               SET WS-BADGXREF-ON-HAND TO TRUE
               PERFORM 2210-READ-BADGE-XREF
               PERFORM 2220-STORE-BADGE-XREF
                   UNTIL WS-END-OF-FILE
               CLOSE BADGE-XREF-FILE
               IF WS-ROWS-DROPPED > ZERO
                   DISPLAY 'MDSCORE WARNING: BADGXREF TABLE FULL - '
                       WS-ROWS-DROPPED ' ROWS PAST ' WS-MAX-BADGE-ROWS
                       ' NOT SCORED'
               END-IF
           END-IF.

       2210-READ-BADGE-XREF.
           READ BADGE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2220-STORE-BADGE-XREF.
           IF BX-USER-NAME NOT = SPACES
               IF WS-BADGE-COUNT < WS-MAX-BADGE-ROWS
                   ADD 1 TO WS-BADGE-COUNT
                   MOVE BX-BADGE-NUMBER
                       TO WS-BADGE-NUMBER (WS-BADGE-COUNT)
                   MOVE BX-USER-NAME TO WS-BADGE-NAME (WS-BADGE-COUNT)
                   MOVE 'N' TO WS-BADGE-ON-MASTER (WS-BADGE-COUNT)
               ELSE
                   ADD 1 TO WS-ROWS-DROPPED
               END-IF
           END-IF
           PERFORM 2210-READ-BADGE-XREF.

       2300-LOAD-DEPARTMENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ROWS-DROPPED
           OPEN INPUT DEPARTMENT-FILE
           IF WS-DEPT-FILE-STATUS NOT = '00'
               DISPLAY 'MDSCORE: NO DEPARTMENT MASTER (DEPTMAST) - '
                   'STATUS ' WS-DEPT-FILE-STATUS
           ELSE
               SET WS-DEPT-ON-HAND TO TRUE
               PERFORM 2310-READ-DEPARTMENT
               PERFORM 2320-STORE-DEPARTMENT
                   UNTIL WS-END-OF-FILE
               CLOSE DEPARTMENT-FILE
               IF WS-ROWS-DROPPED > ZERO
                   DISPLAY 'MDSCORE WARNING: DEPARTMENT TABLE FULL - '
                       WS-ROWS-DROPPED ' ROWS PAST ' WS-MAX-DEPTS
                       ' NOT LOADED'
               END-IF
           END-IF.

       2310-READ-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2320-STORE-DEPARTMENT.
           IF DP-DEPT-CODE NOT = SPACES
               IF WS-DEPT-COUNT < WS-MAX-DEPTS
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE DP-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
               ELSE
                   ADD 1 TO WS-ROWS-DROPPED
               END-IF
           END-IF
           PERFORM 2310-READ-DEPARTMENT.

       2400-LOAD-ROSTER.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ROWS-DROPPED
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS NOT = '00'
               DISPLAY 'MDSCORE: NO ROSTER (ROSTERCF) - STATUS '
                   WS-ROSTER-FILE-STATUS
           ELSE
               SET WS-ROSTER-ON-HAND TO TRUE
               PERFORM 2410-READ-ROSTER
               PERFORM 2420-STORE-ROSTER
                   UNTIL WS-END-OF-FILE
               CLOSE ROSTER-FILE
               IF WS-ROWS-DROPPED > ZERO
                   DISPLAY 'MDSCORE WARNING: ROSTER TABLE FULL - '
                       WS-ROWS-DROPPED ' ROWS PAST ' WS-MAX-ROSTER
                       ' NOT LOADED'
               END-IF
           END-IF.

       2410-READ-ROSTER.
           READ ROSTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2420-STORE-ROSTER.
           IF RO-STAFF-NAME NOT = SPACES
               IF WS-ROSTER-COUNT < WS-MAX-ROSTER
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE RO-STAFF-NAME
                       TO WS-ROSTER-NAME (WS-ROSTER-COUNT)
               ELSE
                   ADD 1 TO WS-ROWS-DROPPED
               END-IF
           END-IF
           PERFORM 2410-READ-ROSTER.

       3000-SCORE-USERS.
           PERFORM 3100-SCORE-ONE-USER
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-USER-COUNT.

       3100-SCORE-ONE-USER.
       *> Only active users owe the reference files a row - a user
       *> already switched off is not a gap.
           IF WS-USER-ACTIVE (WS-SCAN-IDX)
               MOVE WS-USER-NAME (WS-SCAN-IDX) TO WS-FIND-NAME
               IF WS-EMPXREF-ON-HAND
                   PERFORM 3200-FIND-EMPLOYEE-ROW
                   IF WS-NAME-FOUND
                       MOVE 'Y' TO WS-USER-HAS-EMP (WS-SCAN-IDX)
                   ELSE
                       ADD 1 TO WS-CAT-COUNT (1)
                   END-IF
               END-IF
               IF WS-BADGXREF-ON-HAND
                   PERFORM 3300-FIND-BADGE-ROW
                   IF WS-NAME-FOUND
                       MOVE 'Y' TO WS-USER-HAS-BADGE (WS-SCAN-IDX)
                   ELSE
                       ADD 1 TO WS-CAT-COUNT (2)
                   END-IF
               END-IF
               IF WS-DEPT-ON-HAND
                   MOVE WS-USER-DEPT (WS-SCAN-IDX) TO WS-FIND-DEPT
                   PERFORM 3400-FIND-DEPARTMENT
                   IF WS-NAME-FOUND
                       MOVE 'Y' TO WS-USER-DEPT-OK (WS-SCAN-IDX)
                   ELSE
                       ADD 1 TO WS-CAT-COUNT (3)
                   END-IF
               END-IF
               IF WS-ROSTER-ON-HAND
                   PERFORM 3500-FIND-ROSTER-ROW
                   IF WS-NAME-FOUND
                       MOVE 'Y' TO WS-USER-ON-ROSTER (WS-SCAN-IDX)
                   ELSE
                       ADD 1 TO WS-CAT-COUNT (4)
                   END-IF
               END-IF
           END-IF.

       3200-FIND-EMPLOYEE-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 3210-MATCH-EMPLOYEE-ROW
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-EMP-COUNT
                  OR WS-NAME-FOUND.

       3210-MATCH-EMPLOYEE-ROW.
           IF WS-EMP-NAME (WS-FIND-IDX) = WS-FIND-NAME
               SET WS-NAME-FOUND TO TRUE
           END-IF.

       3300-FIND-BADGE-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 3310-MATCH-BADGE-ROW
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-BADGE-COUNT
                  OR WS-NAME-FOUND.

       3310-MATCH-BADGE-ROW.
           IF WS-BADGE-NAME (WS-FIND-IDX) = WS-FIND-NAME
               SET WS-NAME-FOUND TO TRUE
           END-IF.

       3400-FIND-DEPARTMENT.
       *> A blank code is never on DEPTMAST - it counts as a gap.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-FIND-DEPT NOT = SPACES
               PERFORM 3410-MATCH-DEPARTMENT
                   VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-DEPT-COUNT
                      OR WS-NAME-FOUND
           END-IF.

       3410-MATCH-DEPARTMENT.
           IF WS-DEPT-CODE (WS-FIND-IDX) = WS-FIND-DEPT
               SET WS-NAME-FOUND TO TRUE
           END-IF.

       3500-FIND-ROSTER-ROW.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 3510-MATCH-ROSTER-ROW
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-ROSTER-COUNT
                  OR WS-NAME-FOUND.

       3510-MATCH-ROSTER-ROW.
           IF WS-ROSTER-NAME (WS-FIND-IDX) = WS-FIND-NAME
               SET WS-NAME-FOUND TO TRUE
           END-IF.

       4000-SCORE-XREF-ROWS.
           IF WS-EMPXREF-ON-HAND
               PERFORM 4100-SCORE-EMPLOYEE-ROW
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EMP-COUNT
           END-IF
           IF WS-BADGXREF-ON-HAND
               PERFORM 4200-SCORE-BADGE-ROW
                   VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-BADGE-COUNT
           END-IF
           PERFORM 4400-TOTAL-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT.

       4100-SCORE-EMPLOYEE-ROW.
           MOVE WS-EMP-NAME (WS-SCAN-IDX) TO WS-FIND-NAME
           PERFORM 4300-FIND-USER
           IF WS-NAME-FOUND
               MOVE 'Y' TO WS-EMP-ON-MASTER (WS-SCAN-IDX)
           ELSE
               ADD 1 TO WS-CAT-COUNT (5)
           END-IF.

       4200-SCORE-BADGE-ROW.
           MOVE WS-BADGE-NAME (WS-SCAN-IDX) TO WS-FIND-NAME
           PERFORM 4300-FIND-USER
           IF WS-NAME-FOUND
               MOVE 'Y' TO WS-BADGE-ON-MASTER (WS-SCAN-IDX)
           ELSE
               ADD 1 TO WS-CAT-COUNT (6)
           END-IF.

       4300-FIND-USER.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 4310-MATCH-USER
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-USER-COUNT
                  OR WS-NAME-FOUND.

       4310-MATCH-USER.
           IF WS-USER-NAME (WS-FIND-IDX) = WS-FIND-NAME
               SET WS-NAME-FOUND TO TRUE
           END-IF.

       4400-TOTAL-CATEGORY.
           IF WS-CAT-WAS-SCORED (WS-CAT-IDX)
               ADD 1 TO WS-CATEGORIES-SCORED
               ADD WS-CAT-COUNT (WS-CAT-IDX) TO WS-TOTAL-GAPS
           END-IF.

       5000-LOAD-PREVIOUS-RUN.
       *> No history yet is a first run - the report says so and
       *> prints no trend.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SCORE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM 5010-READ-HISTORY
               PERFORM 5100-CHECK-HISTORY-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE SCORE-HISTORY-FILE
           END-IF.

       5010-READ-HISTORY.
           READ SCORE-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       5100-CHECK-HISTORY-ROW.
       *> A rerun for the same business date is not the run before -
       *> only earlier dates count, and the latest of those wins.
           IF MH-SCORE-DATE IS NUMERIC
                   AND MH-GAP-COUNT IS NUMERIC
                   AND MH-SCORE-DATE < WS-SCORE-DATE
               IF MH-RUN-TIMESTAMP > WS-PREV-TIMESTAMP
                   MOVE MH-RUN-TIMESTAMP TO WS-PREV-TIMESTAMP
                   MOVE MH-SCORE-DATE TO WS-PREV-DATE
                   PERFORM 5200-CLEAR-PREVIOUS
                       VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
               END-IF
               IF MH-RUN-TIMESTAMP = WS-PREV-TIMESTAMP
                   PERFORM 5300-STORE-PREVIOUS
                       VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
               END-IF
           END-IF
           PERFORM 5010-READ-HISTORY.

       5200-CLEAR-PREVIOUS.
           MOVE ZERO TO WS-CAT-PREV-COUNT (WS-CAT-IDX)
           MOVE 'N' TO WS-CAT-PREV-FOUND (WS-CAT-IDX).

       5300-STORE-PREVIOUS.
           IF WS-CAT-CODE (WS-CAT-IDX) = MH-CATEGORY
               MOVE MH-GAP-COUNT TO WS-CAT-PREV-COUNT (WS-CAT-IDX)
               MOVE 'Y' TO WS-CAT-PREV-FOUND (WS-CAT-IDX)
           END-IF.

       6000-RECORD-THIS-RUN.
           OPEN EXTEND SCORE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '35'
               OPEN OUTPUT SCORE-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS = '00'
               PERFORM 6100-WRITE-CATEGORY
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
               CLOSE SCORE-HISTORY-FILE
           ELSE
               DISPLAY 'MDSCORE WARNING: MDSCOREH NOT OPENED - STATUS '
                   WS-HISTORY-FILE-STATUS ' - NO TREND KEPT'
           END-IF.

       6100-WRITE-CATEGORY.
           IF WS-CAT-WAS-SCORED (WS-CAT-IDX)
               MOVE SPACES TO MH-SCORE-RECORD
               MOVE WS-RUN-TIMESTAMP TO MH-RUN-TIMESTAMP
               MOVE WS-SCORE-DATE TO MH-SCORE-DATE
               MOVE WS-CAT-CODE (WS-CAT-IDX) TO MH-CATEGORY
               MOVE WS-CAT-COUNT (WS-CAT-IDX) TO MH-GAP-COUNT
               WRITE MH-SCORE-RECORD
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   DISPLAY 'MDSCORE WARNING: MDSCOREH WRITE STATUS '
                       WS-HISTORY-FILE-STATUS
               END-IF
           END-IF.

       8000-PRINT-REPORT.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASTER-DATA COMPLETENESS SCORECARD FOR '
               WS-SCORE-DATE
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACTIVE USERS SCORED: ' WS-ACTIVE-COUNT
               ' OF ' WS-USER-COUNT ' ON USERMAST'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PREV-TIMESTAMP = SPACES
               MOVE 'NO EARLIER RUN ON FILE - NO TREND YET'
                   TO WS-REPORT-LINE
           ELSE
               STRING 'TREND AGAINST THE RUN FOR ' WS-PREV-DATE
                   INTO WS-REPORT-LINE END-STRING
           END-IF
           PERFORM 7000-EMIT-LINE
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE '  CATEGORY' TO WS-REPORT-LINE
           MOVE 'GAPS' TO WS-REPORT-LINE (45:4)
           MOVE 'LAST' TO WS-REPORT-LINE (51:4)
           MOVE 'TREND' TO WS-REPORT-LINE (57:5)
           PERFORM 7000-EMIT-LINE
           PERFORM 8100-PRINT-SUMMARY-LINE
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL GAPS: ' WS-TOTAL-GAPS
               ' IN ' WS-CATEGORIES-SCORED ' CATEGORIES SCORED'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           PERFORM 8200-PRINT-CATEGORY-DETAIL
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-SUMMARY-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           IF NOT WS-CAT-WAS-SCORED (WS-CAT-IDX)
               STRING '  ' WS-CAT-LABEL (WS-CAT-IDX)
                   '   NOT SCORED' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE END-STRING
           ELSE
               MOVE WS-CAT-COUNT (WS-CAT-IDX) TO WS-COUNT-DISPLAY
               PERFORM 8150-SET-TREND
               STRING '  ' WS-CAT-LABEL (WS-CAT-IDX)
                   ' ' WS-COUNT-DISPLAY
                   ' ' WS-PREV-DISPLAY
                   '  ' WS-TREND-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE END-STRING
           END-IF
           PERFORM 7000-EMIT-LINE.

       8150-SET-TREND.
       *> A category the last run could not score has nothing to be
       *> compared with.
           MOVE '    -' TO WS-PREV-DISPLAY
           MOVE '-' TO WS-TREND-TEXT
           IF WS-CAT-HAS-PREVIOUS (WS-CAT-IDX)
               MOVE WS-CAT-PREV-COUNT (WS-CAT-IDX)
                   TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-PREV-DISPLAY
               MOVE WS-CAT-COUNT (WS-CAT-IDX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-TREND-TEXT
               IF WS-CAT-COUNT (WS-CAT-IDX) >
                       WS-CAT-PREV-COUNT (WS-CAT-IDX)
                   SUBTRACT WS-CAT-PREV-COUNT (WS-CAT-IDX)
                       FROM WS-CAT-COUNT (WS-CAT-IDX)
                       GIVING WS-CHANGE
                   STRING 'UP ' WS-CHANGE
                       INTO WS-TREND-TEXT END-STRING
               END-IF
               IF WS-CAT-COUNT (WS-CAT-IDX) <
                       WS-CAT-PREV-COUNT (WS-CAT-IDX)
                   SUBTRACT WS-CAT-COUNT (WS-CAT-IDX)
                       FROM WS-CAT-PREV-COUNT (WS-CAT-IDX)
                       GIVING WS-CHANGE
                   STRING 'DOWN ' WS-CHANGE
                       INTO WS-TREND-TEXT END-STRING
               END-IF
               IF WS-CAT-COUNT (WS-CAT-IDX) =
                       WS-CAT-PREV-COUNT (WS-CAT-IDX)
                   MOVE 'NO CHANGE' TO WS-TREND-TEXT
               END-IF
           END-IF.

       8200-PRINT-CATEGORY-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CAT-LABEL (WS-CAT-IDX) DELIMITED BY '  '
               ':' DELIMITED BY SIZE
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF NOT WS-CAT-WAS-SCORED (WS-CAT-IDX)
               STRING '  NOT SCORED - ' WS-CAT-FILE (WS-CAT-IDX)
                   ' NOT AVAILABLE' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           ELSE
               IF WS-CAT-COUNT (WS-CAT-IDX) = ZERO
                   MOVE '  NONE' TO WS-REPORT-LINE
                   PERFORM 7000-EMIT-LINE
               ELSE
                   PERFORM 8300-LIST-CATEGORY-GAPS
               END-IF
           END-IF.

       8300-LIST-CATEGORY-GAPS.
           IF WS-CAT-IDX < 5
               PERFORM 8310-PRINT-IF-USER-GAP
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-USER-COUNT
           END-IF
           IF WS-CAT-IDX = 5
               PERFORM 8320-PRINT-IF-EMPLOYEE-ORPHAN
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-EMP-COUNT
           END-IF
           IF WS-CAT-IDX = 6
               PERFORM 8330-PRINT-IF-BADGE-ORPHAN
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-BADGE-COUNT
           END-IF.

       8310-PRINT-IF-USER-GAP.
       *> Categories 1 to 4 are the active users' own gaps, one flag
       *> per category on the user's row.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-USER-ACTIVE (WS-PRINT-IDX)
               IF WS-CAT-IDX = 1
                       AND WS-USER-HAS-EMP (WS-PRINT-IDX) = 'N'
                   SET WS-NAME-FOUND TO TRUE
               END-IF
               IF WS-CAT-IDX = 2
                       AND WS-USER-HAS-BADGE (WS-PRINT-IDX) = 'N'
                   SET WS-NAME-FOUND TO TRUE
               END-IF
               IF WS-CAT-IDX = 3
                       AND WS-USER-DEPT-OK (WS-PRINT-IDX) = 'N'
                   SET WS-NAME-FOUND TO TRUE
               END-IF
               IF WS-CAT-IDX = 4
                       AND WS-USER-ON-ROSTER (WS-PRINT-IDX) = 'N'
                   SET WS-NAME-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-NAME-FOUND
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-CAT-IDX = 3
                   IF WS-USER-DEPT (WS-PRINT-IDX) = SPACES
                       STRING '  ' WS-USER-NAME (WS-PRINT-IDX)
                           '  DEPT (NONE)' DELIMITED BY SIZE
                           INTO WS-REPORT-LINE END-STRING
                   ELSE
                       STRING '  ' WS-USER-NAME (WS-PRINT-IDX)
                           '  DEPT ' WS-USER-DEPT (WS-PRINT-IDX)
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE END-STRING
                   END-IF
               ELSE
                   STRING '  ' WS-USER-NAME (WS-PRINT-IDX)
                       INTO WS-REPORT-LINE END-STRING
               END-IF
               PERFORM 7000-EMIT-LINE
           END-IF.

       8320-PRINT-IF-EMPLOYEE-ORPHAN.
           IF WS-EMP-ON-MASTER (WS-PRINT-IDX) = 'N'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-EMP-NAME (WS-PRINT-IDX)
                   '  EMPLOYEE ' WS-EMP-NUMBER (WS-PRINT-IDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       8330-PRINT-IF-BADGE-ORPHAN.
           IF WS-BADGE-ON-MASTER (WS-PRINT-IDX) = 'N'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-BADGE-NAME (WS-PRINT-IDX)
                   '  BADGE ' WS-BADGE-NUMBER (WS-PRINT-IDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       7000-EMIT-LINE.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           DISPLAY 'MDSCORE: ' WS-TOTAL-GAPS ' GAPS IN '
               WS-CATEGORIES-SCORED ' CATEGORIES SCORED'
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-TOTAL-GAPS TO WS-RUNLOG-COUNT
           IF NOT WS-MASTER-ON-HAND
               MOVE 'NO-USERMAST' TO WS-RUNLOG-STATUS
           ELSE
               IF WS-CATEGORIES-SCORED < WS-CATEGORY-COUNT
                   MOVE 'PARTIAL' TO WS-RUNLOG-STATUS
               ELSE
                   MOVE 'OK' TO WS-RUNLOG-STATUS
               END-IF
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-MASTER-ON-HAND
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM MDSCORE.
