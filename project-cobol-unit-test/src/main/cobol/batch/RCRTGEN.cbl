      ******************************************************************
      * Author:
      * Date:
      * Purpose: Access recertification campaign generator - the
      *          GENERATE step of RECERT, on its own so the nightly
      *          schedule can run it unattended at the start of each
      *          quarter as well as RECERT's menu on demand.  Builds
      *          the campaign worksheet (RECERTCP) from every active
      *          user master entry - role, department, last sign-on
      *          from the activity summary, last change from the
      *          UMHISTRC trail - and prints it one department at a
      *          time for the supervisors.  A campaign still open
      *          (rows left on RECERTCP) is never replaced: its
      *          unconfirmed accounts are only deactivated by
      *          RECERT's close-out, which also clears the file, so
      *          the run stops with CAMPAIGN-STILL-OPEN instead.  The
      *          campaign is named for the business month.  Training
      *          mode builds from the practice masters, as RECERT
      *          does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO WS-USERMAST-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO 'USRACTIV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UA-USER-NAME
               FILE STATUS IS WS-ACTIVITY-FILE-STATUS.

           SELECT USER-HISTORY-FILE ASSIGN TO WS-UMHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMHIST-FILE-STATUS.

           SELECT CAMPAIGN-FILE ASSIGN TO 'RECERTCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPAIGN-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE.
           COPY "USERREC.cpy".

       FD  ACTIVITY-FILE.
           COPY "ACTIVREC.cpy".

       FD  USER-HISTORY-FILE.
           COPY "UMHISTRC.cpy".

       FD  CAMPAIGN-FILE.
           COPY "RECERTRC.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-USERMAST-NAME PIC X(9) VALUE 'USERMAST'.
       01  WS-UMHIST-NAME PIC X(9) VALUE 'USRMHIST'.
       01  WS-USER-FILE-STATUS PIC X(2).
       01  WS-ACTIVITY-FILE-STATUS PIC X(2).
       01  WS-ACTIVITY-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ACTIVITY-IS-OPEN      VALUE 'Y'.
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-CAMPAIGN-FILE-STATUS PIC X(2).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
       01  WS-GENERATED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CAMPAIGN-GENERATED    VALUE 'Y'.
       01  WS-STILL-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CAMPAIGN-STILL-OPEN   VALUE 'Y'.
       01  WS-PROCESS-DATE PIC 9(8).
       01  WS-CAMPAIGN-ID PIC 9(6).
       77  WS-ROW-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ROWS PIC 9(3) VALUE 500.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-DEPT-IDX PIC 9(2).
       77  WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-DEPTS PIC 9(2) VALUE 30.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 500 TIMES.
               10  WS-ROW-RECORD        PIC X(100).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-SEEN OCCURS 30 TIMES PIC X(4).
      *    Working copy of one worksheet row - same layout, renamed
      *    so the FD record area stays free for the file I/O.
           COPY "RECERTRC.cpy" REPLACING LEADING ==RC-== BY ==RW-==.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'RCRTGEN'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 2000-GENERATE-CAMPAIGN THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           GOBACK.

       0050-CHECK-TRAINING-MODE.
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
               MOVE 'TUSRMHIST' TO WS-UMHIST-NAME
           END-IF.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       2000-GENERATE-CAMPAIGN.
       *> One open campaign at a time - an unfinished one is left for
       *> RECERT to close, never written over.
           MOVE 'N' TO WS-GENERATED-SWITCH
           CALL 'BUSDATSV' USING WS-PROCESS-DATE
           MOVE WS-PROCESS-DATE (1:6) TO WS-CAMPAIGN-ID
           MOVE ZERO TO WS-ROW-COUNT
           INITIALIZE WS-ROW-TABLE
           PERFORM 2050-CHECK-OPEN-CAMPAIGN
           IF WS-CAMPAIGN-STILL-OPEN
               DISPLAY 'RCRTGEN: A CAMPAIGN IS STILL OPEN ON RECERTCP'
                   ' - CLOSE IT IN RECERT FIRST'
               DISPLAY 'RCRTGEN: NO NEW CAMPAIGN GENERATED'
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-COLLECT-ACTIVE-USERS
           IF WS-USER-FILE-STATUS = '00'
               PERFORM 2500-WRITE-CAMPAIGN
               IF WS-CAMPAIGN-GENERATED
                   PERFORM 3000-PRINT-WORKSHEETS
               END-IF
           END-IF.

       2000-EXIT.
           EXIT.

       2050-CHECK-OPEN-CAMPAIGN.
       *> Any row at all on the worksheet is a campaign nobody has
       *> closed yet; no file, or an empty one, is a clean start.
           MOVE 'N' TO WS-STILL-OPEN-SWITCH
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-FILE-STATUS = '00'
               READ CAMPAIGN-FILE
                   NOT AT END
                       SET WS-CAMPAIGN-STILL-OPEN TO TRUE
               END-READ
               CLOSE CAMPAIGN-FILE
           END-IF.

       2100-COLLECT-ACTIVE-USERS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT USER-MASTER-FILE
           IF WS-USER-FILE-STATUS NOT = '00'
               DISPLAY 'RCRTGEN: CANNOT OPEN USER MASTER - STATUS '
                   WS-USER-FILE-STATUS
           ELSE
               OPEN INPUT ACTIVITY-FILE
               IF WS-ACTIVITY-FILE-STATUS = '00'
                   SET WS-ACTIVITY-IS-OPEN TO TRUE
               END-IF
               PERFORM 2110-READ-USER
               PERFORM 2200-COLLECT-ONE-USER
                   UNTIL WS-END-OF-FILE
                   OR WS-ROW-COUNT >= WS-MAX-ROWS
               IF NOT WS-END-OF-FILE
                   DISPLAY 'RCRTGEN WARNING: WORKSHEET FULL AT '
                       WS-MAX-ROWS ' - SPLIT THE CAMPAIGN'
               END-IF
               CLOSE USER-MASTER-FILE
               IF WS-ACTIVITY-IS-OPEN
                   CLOSE ACTIVITY-FILE
                   MOVE 'N' TO WS-ACTIVITY-OPEN-SWITCH
               END-IF
               PERFORM 2800-FOLD-IN-LAST-CHANGES
           END-IF.

       2110-READ-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-COLLECT-ONE-USER.
           IF UM-STATUS-ACTIVE
               ADD 1 TO WS-ROW-COUNT
               MOVE SPACES TO RW-RECERT-RECORD
               MOVE WS-CAMPAIGN-ID TO RW-CAMPAIGN-ID
               MOVE UM-USER-NAME TO RW-USER-NAME
               MOVE UM-DEPT-CODE TO RW-DEPT-CODE
               MOVE UM-USER-ROLE TO RW-USER-ROLE
               MOVE ZERO TO RW-LAST-SIGNON
               IF WS-ACTIVITY-IS-OPEN
                   MOVE UM-USER-NAME TO UA-USER-NAME
                   READ ACTIVITY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE UA-LAST-SIGNON-DATE
                               TO RW-LAST-SIGNON
                   END-READ
               END-IF
               MOVE SPACES TO RW-LAST-CHANGE
               SET RW-UNANSWERED TO TRUE
               MOVE SPACES TO RW-REVIEWER
               MOVE RW-RECERT-RECORD TO WS-ROW-RECORD (WS-ROW-COUNT)
           END-IF
           PERFORM 2110-READ-USER.

       2800-FOLD-IN-LAST-CHANGES.
       *> One pass down the change trail leaves each row carrying
       *> the LAST timestamp that touched its name - the trail is
       *> appended in time order.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT USER-HISTORY-FILE
           IF WS-UMHIST-FILE-STATUS = '00'
               PERFORM 2810-READ-HISTORY
               PERFORM 2820-FOLD-ONE-CHANGE
                   UNTIL WS-END-OF-FILE
               CLOSE USER-HISTORY-FILE
           END-IF.

       2810-READ-HISTORY.
           READ USER-HISTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2820-FOLD-ONE-CHANGE.
           PERFORM 2830-STAMP-MATCHING-ROW
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ROW-COUNT
           PERFORM 2810-READ-HISTORY.

       2830-STAMP-MATCHING-ROW.
           MOVE WS-ROW-RECORD (WS-WORK-IDX) TO RW-RECERT-RECORD
           IF RW-USER-NAME = UH-USER-NAME
               MOVE UH-TIMESTAMP TO RW-LAST-CHANGE
               MOVE RW-RECERT-RECORD TO WS-ROW-RECORD (WS-WORK-IDX)
           END-IF.

       2500-WRITE-CAMPAIGN.
           OPEN OUTPUT CAMPAIGN-FILE
           IF WS-CAMPAIGN-FILE-STATUS = '00'
               PERFORM 2510-WRITE-ONE-ROW
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-ROW-COUNT
               CLOSE CAMPAIGN-FILE
               SET WS-CAMPAIGN-GENERATED TO TRUE
               DISPLAY 'CAMPAIGN ' WS-CAMPAIGN-ID ' GENERATED: '
                   WS-ROW-COUNT ' ACCOUNTS TO CERTIFY'
           ELSE
               DISPLAY 'RCRTGEN: CANNOT WRITE CAMPAIGN - STATUS '
                   WS-CAMPAIGN-FILE-STATUS
           END-IF.

       2510-WRITE-ONE-ROW.
           MOVE WS-ROW-RECORD (WS-WORK-IDX) TO RC-RECERT-RECORD
           WRITE RC-RECERT-RECORD.

       3000-PRINT-WORKSHEETS.
       *> One block per department - the sheet each supervisor gets
       *> handed, not one long list to pick through.
           MOVE ZERO TO WS-DEPT-COUNT
           INITIALIZE WS-DEPT-TABLE
           PERFORM 3100-COLLECT-ONE-DEPT
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ROW-COUNT
           PERFORM 3300-PRINT-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

       3100-COLLECT-ONE-DEPT.
           MOVE WS-ROW-RECORD (WS-WORK-IDX) TO RW-RECERT-RECORD
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 3200-MATCH-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-NAME-FOUND
           IF NOT WS-NAME-FOUND
               IF WS-DEPT-COUNT < WS-MAX-DEPTS
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE RW-DEPT-CODE
                       TO WS-DEPT-SEEN (WS-DEPT-COUNT)
               END-IF
           END-IF.

       3200-MATCH-ONE-DEPT.
           IF WS-DEPT-SEEN (WS-DEPT-IDX) = RW-DEPT-CODE
               SET WS-NAME-FOUND TO TRUE
           END-IF.

       3300-PRINT-ONE-DEPT.
           DISPLAY '------------------------------------------------'
           DISPLAY 'DEPARTMENT ' WS-DEPT-SEEN (WS-DEPT-IDX)
               ' - CERTIFY OR REVOKE EACH:'
           PERFORM 3400-PRINT-DEPT-ROW
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-ROW-COUNT.

       3400-PRINT-DEPT-ROW.
           MOVE WS-ROW-RECORD (WS-WORK-IDX) TO RW-RECERT-RECORD
           IF RW-DEPT-CODE = WS-DEPT-SEEN (WS-DEPT-IDX)
               DISPLAY '  ' RW-USER-NAME ' ROLE ' RW-USER-ROLE
                   ' LAST SIGN-ON ' RW-LAST-SIGNON
                   ' LAST CHANGE ' RW-LAST-CHANGE (1:8)
           END-IF.

       9000-TERMINATE.
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-ROW-COUNT TO WS-RUNLOG-COUNT
           IF WS-CAMPAIGN-GENERATED
               MOVE 'OK' TO WS-RUNLOG-STATUS
           ELSE
               IF WS-CAMPAIGN-STILL-OPEN
                   MOVE 'CAMPAIGN-STILL-OPEN' TO WS-RUNLOG-STATUS
               ELSE
                   MOVE 'CAMPAIGN-NOT-WRITTEN' TO WS-RUNLOG-STATUS
               END-IF
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-CAMPAIGN-GENERATED
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM RCRTGEN.
