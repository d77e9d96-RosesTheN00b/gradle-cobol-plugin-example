      ******************************************************************
      * Author:
      * Date:
      * Purpose: Security-awareness training currency by department -
      *          the compliance officer's monthly list of every
      *          active account whose training has lapsed or will
      *          within the warning days.  Each user-master entry is
      *          looked up on the SECTRAIN register TRNLOAD keeps
      *          from the learning system's feed; no row, or a row
      *          with no completion date, is someone never trained
      *          and reports as lapsed.  The validity and warning
      *          days come from POLICYCF, so this list and the
      *          sign-on warnings LOGIN gives agree on who is due.
      *          Rows are grouped under the department code on the
      *          user master with its DEPTMAST name, lapsed before
      *          due, with the role shown so a lapsed admin stands
      *          out; per-department and overall counts close the
      *          report.  Accounts with no department land under
      *          NONE, the way DEPTRPT reports them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCURRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT TRAINING-REGISTER-FILE ASSIGN TO 'SECTRAIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-USER-NAME
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT DEPARTMENT-FILE ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT POLICY-FILE ASSIGN TO 'POLICYCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT SITE-CODE-FILE ASSIGN TO 'SITECF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  TRAINING-REGISTER-FILE.
           COPY "SECTRAIN.cpy".

       FD  DEPARTMENT-FILE.
           COPY "DEPTREC.cpy".

       FD  POLICY-FILE.
           COPY "POLICYCF.cpy".

       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-REGISTER-FILE-STATUS PIC X(2).
       01  WS-REGISTER-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTER-IS-OPEN      VALUE 'Y'.
       01  WS-DEPT-FILE-STATUS PIC X(2).
       01  WS-POLICY-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(80).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-DEPT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-DEPT-EOF              VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-DATE-FUNCTION PIC X(1).
       01  WS-AGE-DAYS PIC 9(7).
       01  WS-LEFT-DAYS PIC S9(7).
      *    Same defaults LOGIN starts from before POLICYCF is read.
       77  WS-AWARE-VALID-DAYS PIC 9(3) VALUE 365.
       77  WS-AWARE-WARN-DAYS PIC 9(3) VALUE 30.
       01  WS-COMPLETED-DATE PIC 9(8).
       01  WS-CURRENCY-STATUS PIC X(1).
           88  WS-CURRENCY-LAPSED       VALUE '1'.
           88  WS-CURRENCY-DUE          VALUE '2'.
           88  WS-CURRENCY-CURRENT      VALUE '3'.
       01  WS-USER-DEPT PIC X(4).
       01  WS-CURRENT-DEPT PIC X(4).
       01  WS-CURRENT-DEPT-NAME PIC X(20).
       01  WS-STATUS-TEXT PIC X(7).
       01  WS-DAYS-TEXT PIC X(16).
       77  WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-DEPT-ENTRIES PIC 9(3) VALUE 100.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10  WS-TBL-DEPT-CODE     PIC X(4).
               10  WS-TBL-DEPT-NAME     PIC X(20).
       77  WS-TABLE-ENTRIES PIC 9(3) VALUE ZERO.
       77  WS-MAX-FLAGGED-ENTRIES PIC 9(3) VALUE 500.
       01  WS-TABLE-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-FLAGGED-TABLE-FULL    VALUE 'Y'.
       77  WS-SORT-I PIC 9(3).
       77  WS-SORT-J PIC 9(3).
       77  WS-PRINT-IDX PIC 9(3).
       01  WS-SWAP-ENTRY PIC X(42).
      *    The sort key is department, then status (lapsed before
      *    due), then name - one compare puts the table in order.
       01  WS-FLAGGED-TABLE.
           05  WS-FLAGGED-ENTRY OCCURS 500 TIMES.
               10  WS-FLG-SORT-KEY.
                   15  WS-FLG-DEPT      PIC X(4).
                   15  WS-FLG-STATUS    PIC X(1).
                   15  WS-FLG-NAME      PIC X(20).
               10  WS-FLG-ROLE          PIC X(1).
               10  WS-FLG-COMPLETED     PIC 9(8).
               10  WS-FLG-DAYS          PIC 9(7).
               10  WS-FLG-NEVER         PIC X(1).
       77  WS-DEPT-LAPSED PIC 9(5) VALUE ZERO.
       77  WS-DEPT-DUE PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-LAPSED PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-DUE PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-CHECKED PIC 9(5) VALUE ZERO.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'TRNCURRP'.
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
           PERFORM 2000-PROCESS-USER
               UNTIL WS-END-OF-FILE
           PERFORM 7500-SORT-BY-DEPARTMENT
           PERFORM 8000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-TABLE-FULL-SWITCH
           MOVE ZERO TO WS-TABLE-ENTRIES
           INITIALIZE WS-FLAGGED-TABLE
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           PERFORM 1100-READ-POLICY
           PERFORM 1150-READ-SITE-CODE
           PERFORM 1200-LOAD-DEPARTMENTS
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING 'TRNCURRP.' WS-TODAY-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE
           OPEN INPUT TRAINING-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = '00'
               SET WS-REGISTER-IS-OPEN TO TRUE
           ELSE
       *> No register yet means no completion has ever been posted -
       *> every active account reports as never trained, which is
       *> exactly what the compliance officer needs to see.
               DISPLAY 'TRNCURRP WARNING: NO TRAINING REGISTER - '
                   'EVERYONE REPORTS AS NEVER TRAINED'
           END-IF
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS NOT = '00'
               DISPLAY 'TRNCURRP: CANNOT OPEN USER MASTER - STATUS '
                   WS-USER-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1010-READ-USER
           END-IF.

       1100-READ-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = '00'
               READ POLICY-FILE
                   NOT AT END
                       IF PL-TRAINING-VALID-DAYS IS NUMERIC
                               AND PL-TRAINING-VALID-DAYS > ZERO
                           MOVE PL-TRAINING-VALID-DAYS
                               TO WS-AWARE-VALID-DAYS
                       END-IF
                       IF PL-TRAINING-WARN-DAYS IS NUMERIC
                               AND PL-TRAINING-WARN-DAYS > ZERO
                           MOVE PL-TRAINING-WARN-DAYS
                               TO WS-AWARE-WARN-DAYS
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF.

       1150-READ-SITE-CODE.
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

       1200-LOAD-DEPARTMENTS.
       *> Names only - a code the master does not know still prints,
       *> just without a name.
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE 'N' TO WS-DEPT-EOF-SWITCH
           INITIALIZE WS-DEPT-TABLE
           OPEN INPUT DEPARTMENT-FILE
           IF WS-DEPT-FILE-STATUS = '00'
               PERFORM 1210-READ-DEPARTMENT
               PERFORM 1220-STORE-DEPARTMENT
                   UNTIL WS-DEPT-EOF
                   OR WS-DEPT-COUNT >= WS-MAX-DEPT-ENTRIES
               CLOSE DEPARTMENT-FILE
           ELSE
               DISPLAY 'TRNCURRP WARNING: NO DEPARTMENT MASTER - '
                   'CODES PRINT WITHOUT NAMES'
           END-IF.

       1210-READ-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END
                   SET WS-DEPT-EOF TO TRUE
           END-READ.

       1220-STORE-DEPARTMENT.
           ADD 1 TO WS-DEPT-COUNT
           SET WS-DEPT-IDX TO WS-DEPT-COUNT
           MOVE DP-DEPT-CODE TO WS-TBL-DEPT-CODE (WS-DEPT-IDX)
           MOVE DP-DEPT-NAME TO WS-TBL-DEPT-NAME (WS-DEPT-IDX)
           PERFORM 1210-READ-DEPARTMENT.

       1010-READ-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-PROCESS-USER.
       *> A deactivated account cannot sign on, so its training is
       *> nobody's compliance problem.
           IF UM-STATUS-ACTIVE
               ADD 1 TO WS-TOTAL-CHECKED
               PERFORM 2100-CLASSIFY-USER
               IF NOT WS-CURRENCY-CURRENT
                   PERFORM 2200-STORE-FLAGGED
               END-IF
           END-IF
           PERFORM 1010-READ-USER.

       2100-CLASSIFY-USER.
       *> The same arithmetic as LOGIN's sign-on check - calendar
       *> days since the last completion against the policy days.
           MOVE ZERO TO WS-COMPLETED-DATE
           MOVE ZERO TO WS-LEFT-DAYS
           SET WS-CURRENCY-CURRENT TO TRUE
           IF WS-REGISTER-IS-OPEN
               MOVE UM-USER-NAME TO AW-USER-NAME
               READ TRAINING-REGISTER-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-COMPLETED-DATE
                   NOT INVALID KEY
                       MOVE AW-COMPLETED-DATE TO WS-COMPLETED-DATE
               END-READ
           END-IF
           IF WS-COMPLETED-DATE = ZERO
               SET WS-CURRENCY-LAPSED TO TRUE
           ELSE
               MOVE 'D' TO WS-DATE-FUNCTION
               CALL 'DATESRV' USING WS-DATE-FUNCTION
                   WS-TODAY-DATE WS-COMPLETED-DATE
                   WS-AGE-DAYS WS-SITE-CODE
               COMPUTE WS-LEFT-DAYS =
                   WS-AWARE-VALID-DAYS - WS-AGE-DAYS
               IF WS-LEFT-DAYS < ZERO
                   SET WS-CURRENCY-LAPSED TO TRUE
               ELSE
                   IF WS-LEFT-DAYS <= WS-AWARE-WARN-DAYS
                       SET WS-CURRENCY-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2200-STORE-FLAGGED.
           IF WS-TABLE-ENTRIES < WS-MAX-FLAGGED-ENTRIES
               ADD 1 TO WS-TABLE-ENTRIES
               IF UM-DEPT-CODE = SPACES
                   MOVE 'NONE' TO WS-USER-DEPT
               ELSE
                   MOVE UM-DEPT-CODE TO WS-USER-DEPT
               END-IF
               MOVE WS-USER-DEPT TO WS-FLG-DEPT (WS-TABLE-ENTRIES)
               MOVE WS-CURRENCY-STATUS
                   TO WS-FLG-STATUS (WS-TABLE-ENTRIES)
               MOVE UM-USER-NAME TO WS-FLG-NAME (WS-TABLE-ENTRIES)
               MOVE UM-USER-ROLE TO WS-FLG-ROLE (WS-TABLE-ENTRIES)
               MOVE WS-COMPLETED-DATE
                   TO WS-FLG-COMPLETED (WS-TABLE-ENTRIES)
       *> Days left for a due row, days overdue for a lapsed one.
               IF WS-LEFT-DAYS < ZERO
                   COMPUTE WS-FLG-DAYS (WS-TABLE-ENTRIES) =
                       ZERO - WS-LEFT-DAYS
               ELSE
                   MOVE WS-LEFT-DAYS
                       TO WS-FLG-DAYS (WS-TABLE-ENTRIES)
               END-IF
               IF WS-COMPLETED-DATE = ZERO
                   MOVE 'Y' TO WS-FLG-NEVER (WS-TABLE-ENTRIES)
               ELSE
                   MOVE 'N' TO WS-FLG-NEVER (WS-TABLE-ENTRIES)
               END-IF
           ELSE
               IF NOT WS-FLAGGED-TABLE-FULL
                   SET WS-FLAGGED-TABLE-FULL TO TRUE
                   DISPLAY 'TRNCURRP WARNING: TABLE FULL - '
                       'REPORT IS TRUNCATED AT '
                       WS-MAX-FLAGGED-ENTRIES ' ENTRIES'
               END-IF
           END-IF.

       7500-SORT-BY-DEPARTMENT.
       *> Plain exchange sort on the composite key, as DORMRPT sorts.
           IF WS-TABLE-ENTRIES > 1
               PERFORM 7510-SORT-OUTER
                   VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-TABLE-ENTRIES
           END-IF.

       7510-SORT-OUTER.
           COMPUTE WS-SORT-J = WS-SORT-I + 1
           PERFORM 7520-SORT-INNER
               UNTIL WS-SORT-J > WS-TABLE-ENTRIES.

       7520-SORT-INNER.
           IF WS-FLG-SORT-KEY (WS-SORT-J)
                   < WS-FLG-SORT-KEY (WS-SORT-I)
               MOVE WS-FLAGGED-ENTRY (WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-FLAGGED-ENTRY (WS-SORT-J)
                   TO WS-FLAGGED-ENTRY (WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-FLAGGED-ENTRY (WS-SORT-J)
           END-IF
           ADD 1 TO WS-SORT-J.

       8000-PRINT-REPORT.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SECURITY TRAINING CURRENCY AS OF ' WS-TODAY-DATE
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VALID ' WS-AWARE-VALID-DAYS ' DAYS / DUE WITHIN '
               WS-AWARE-WARN-DAYS ' DAYS'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '  NAME / ROLE / STATUS / LAST COMPLETED / DAYS'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-CURRENT-DEPT
           MOVE ZERO TO WS-DEPT-LAPSED
           MOVE ZERO TO WS-DEPT-DUE
           IF WS-TABLE-ENTRIES = ZERO
               MOVE '------------------------------------------------'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
               MOVE 'NO LAPSED OR SOON-TO-LAPSE ACCOUNTS FOUND'
                   TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           ELSE
               PERFORM 8100-PRINT-FLAGGED-LINE
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-TABLE-ENTRIES
               PERFORM 8300-PRINT-DEPT-TOTALS
           END-IF
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ALL DEPARTMENTS: ' WS-TOTAL-LAPSED ' LAPSED / '
               WS-TOTAL-DUE ' DUE OF ' WS-TOTAL-CHECKED ' ACTIVE'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-FLAGGED-LINE.
       *> A new department closes the last one's counts and opens
       *> with its heading.
           IF WS-FLG-DEPT (WS-PRINT-IDX) NOT = WS-CURRENT-DEPT
               IF WS-CURRENT-DEPT NOT = SPACES
                   PERFORM 8300-PRINT-DEPT-TOTALS
               END-IF
               MOVE WS-FLG-DEPT (WS-PRINT-IDX) TO WS-CURRENT-DEPT
               PERFORM 8200-PRINT-DEPT-HEADING
           END-IF
           IF WS-FLG-STATUS (WS-PRINT-IDX) = '1'
               MOVE 'LAPSED' TO WS-STATUS-TEXT
               ADD 1 TO WS-DEPT-LAPSED
               ADD 1 TO WS-TOTAL-LAPSED
           ELSE
               MOVE 'DUE' TO WS-STATUS-TEXT
               ADD 1 TO WS-DEPT-DUE
               ADD 1 TO WS-TOTAL-DUE
           END-IF
           MOVE SPACES TO WS-DAYS-TEXT
           IF WS-FLG-NEVER (WS-PRINT-IDX) = 'Y'
               MOVE 'NEVER TRAINED' TO WS-DAYS-TEXT
           ELSE
               IF WS-FLG-STATUS (WS-PRINT-IDX) = '1'
                   STRING WS-FLG-DAYS (WS-PRINT-IDX) ' OVERDUE'
                       INTO WS-DAYS-TEXT END-STRING
               ELSE
                   STRING WS-FLG-DAYS (WS-PRINT-IDX) ' LEFT'
                       INTO WS-DAYS-TEXT END-STRING
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-FLG-NAME (WS-PRINT-IDX)
               ' ' WS-FLG-ROLE (WS-PRINT-IDX)
               ' ' WS-STATUS-TEXT
               ' ' WS-FLG-COMPLETED (WS-PRINT-IDX)
               ' ' WS-DAYS-TEXT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE.

       8200-PRINT-DEPT-HEADING.
           MOVE SPACES TO WS-CURRENT-DEPT-NAME
           IF WS-CURRENT-DEPT = 'NONE'
               MOVE 'NO DEPARTMENT' TO WS-CURRENT-DEPT-NAME
           ELSE
               MOVE 'NOT ON DEPTMAST' TO WS-CURRENT-DEPT-NAME
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                       CONTINUE
                   WHEN WS-TBL-DEPT-CODE (WS-DEPT-IDX)
                           = WS-CURRENT-DEPT
                       MOVE WS-TBL-DEPT-NAME (WS-DEPT-IDX)
                           TO WS-CURRENT-DEPT-NAME
               END-SEARCH
           END-IF
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPARTMENT ' WS-CURRENT-DEPT
               ' - ' WS-CURRENT-DEPT-NAME
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE.

       8300-PRINT-DEPT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DEPARTMENT ' WS-CURRENT-DEPT ': '
               WS-DEPT-LAPSED ' LAPSED / ' WS-DEPT-DUE ' DUE'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE ZERO TO WS-DEPT-LAPSED
           MOVE ZERO TO WS-DEPT-DUE.

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
           IF WS-USER-FILE-STATUS = '00' OR WS-USER-FILE-STATUS = '10'
               CLOSE USER-MASTER-FILE
           END-IF
           IF WS-REGISTER-IS-OPEN
               CLOSE TRAINING-REGISTER-FILE
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           COMPUTE WS-RUNLOG-COUNT = WS-TOTAL-LAPSED + WS-TOTAL-DUE
           MOVE 'OK' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM TRNCURRP.
