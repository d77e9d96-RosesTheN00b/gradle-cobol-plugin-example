      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared lost/stolen badge check - a callable in the
      *          DATESRV mold, so BADGEXLT, BADGCORR and OCCUPMST all
      *          ask the same question the same way.  The BADGHOT
      *          hotlist loads on the first call of the run.  For a
      *          hotlisted badge the caller is told so and given the
      *          last owner, and each door event on it raises one
      *          HOT-BADGE alert in the SECALERT layout onto SECEXCPT
      *          for the alert review queue, naming the last owner
      *          and the door event time.  Every raised event is
      *          remembered on HOTSEEN, so the three consumers
      *          reading the same export raise it once, not three
      *          times.  An event more than a week before the
      *          business date can no longer turn up on an export,
      *          so it is aged off HOTSEEN as the file is loaded; a
      *          table still too full to remember another event puts
      *          a HOTSEEN-FULL warning on the run log once a run.
      *          Parameters: badge number, event timestamp, calling
      *          program, returned hot flag (Y/N), returned last
      *          owner.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOTCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOTLIST-FILE ASSIGN TO 'BADGHOT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOTLIST-FILE-STATUS.

           SELECT SEEN-FILE ASSIGN TO 'HOTSEEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEEN-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO 'SECEXCPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOTLIST-FILE.
           COPY "BADGHOT.cpy".

       FD  SEEN-FILE.
       01  HS-SEEN-RECORD.
           05  HS-BADGE-NUMBER         PIC X(10).
           05  HS-EVENT-TIMESTAMP      PIC X(14).

       FD  EXCEPTION-FILE.
           COPY "SECALERT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HOTLIST-FILE-STATUS PIC X(2).
       01  WS-SEEN-FILE-STATUS PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS PIC X(2).
       01  WS-HOTLIST-LOADED-SW PIC X(1) VALUE 'N'.
           88  WS-HOTLIST-LOADED        VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       77  WS-HOT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-HOT-ENTRIES PIC 9(3) VALUE 200.
       77  WS-SEEN-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-SEEN-ENTRIES PIC 9(4) VALUE 2000.
       77  WS-SEEN-PURGED PIC 9(5) VALUE ZERO.
       77  WS-SEEN-KEEP-DAYS PIC 9(7) VALUE 7.
       77  WS-SEEN-REWRITE-IDX PIC 9(4).
       01  WS-SEEN-WARNED-SW PIC X(1) VALUE 'N'.
           88  WS-SEEN-WARNED           VALUE 'Y'.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-SEEN-DATE PIC 9(8).
       01  WS-SEEN-AGE PIC 9(7).
       01  WS-DATE-FUNCTION PIC X(1) VALUE 'D'.
       01  WS-DATE-SITE PIC X(3) VALUE SPACES.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'HOTCHK'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).
       01  WS-HOT-TABLE.
           05  WS-HOT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-HOT-IDX.
               10  WS-HOT-BADGE         PIC X(10).
               10  WS-HOT-REASON        PIC X(10).
               10  WS-HOT-OWNER         PIC X(20).
      *    Events already raised on an earlier call or an earlier
      *    step of the night, aged off after a week.  A table that
      *    still fills stops remembering and says so on the run log
      *    - the worst case is a repeated alert, never a missed one.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SEEN-IDX.
               10  WS-SEEN-BADGE        PIC X(10).
               10  WS-SEEN-TIMESTAMP    PIC X(14).
       LINKAGE SECTION.
       01  WS-CHECK-BADGE PIC X(10).
       01  WS-CHECK-TIMESTAMP PIC X(14).
       01  WS-CHECK-CALLER PIC X(8).
       01  WS-CHECK-HOT-SWITCH PIC X(1).
           88  WS-CHECK-BADGE-HOT       VALUE 'Y'.
       01  WS-CHECK-LAST-OWNER PIC X(20).

       PROCEDURE DIVISION USING WS-CHECK-BADGE WS-CHECK-TIMESTAMP
               WS-CHECK-CALLER WS-CHECK-HOT-SWITCH
               WS-CHECK-LAST-OWNER.
       0000-CHECK-BADGE.
           MOVE 'N' TO WS-CHECK-HOT-SWITCH
           MOVE SPACES TO WS-CHECK-LAST-OWNER
           IF NOT WS-HOTLIST-LOADED
               PERFORM 1000-LOAD-HOTLIST
               PERFORM 1100-LOAD-SEEN
               SET WS-HOTLIST-LOADED TO TRUE
           END-IF
           IF WS-HOT-COUNT > ZERO
               PERFORM 2000-LOOKUP-BADGE
           END-IF
           IF WS-CHECK-BADGE-HOT
               PERFORM 3000-CHECK-SEEN
               IF NOT WS-ENTRY-FOUND
                   PERFORM 4000-RAISE-ALERT
                   PERFORM 5000-REMEMBER-SEEN
               END-IF
           END-IF
           GOBACK.

       1000-LOAD-HOTLIST.
           MOVE ZERO TO WS-HOT-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-HOT-TABLE
           OPEN INPUT HOTLIST-FILE
           IF WS-HOTLIST-FILE-STATUS = '00'
               PERFORM 1010-READ-HOTLIST
               PERFORM 1020-STORE-HOTLIST
                   UNTIL WS-END-OF-FILE
                   OR WS-HOT-COUNT >= WS-MAX-HOT-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'HOTCHK WARNING: HOTLIST TABLE FULL - '
                       'ROWS PAST ' WS-MAX-HOT-ENTRIES ' NOT CHECKED'
               END-IF
               CLOSE HOTLIST-FILE
           END-IF.

       1010-READ-HOTLIST.
           READ HOTLIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1020-STORE-HOTLIST.
           IF HB-BADGE-NUMBER NOT = SPACES
               ADD 1 TO WS-HOT-COUNT
               SET WS-HOT-IDX TO WS-HOT-COUNT
               MOVE HB-BADGE-NUMBER TO WS-HOT-BADGE (WS-HOT-IDX)
               MOVE HB-REASON TO WS-HOT-REASON (WS-HOT-IDX)
               MOVE HB-LAST-OWNER TO WS-HOT-OWNER (WS-HOT-IDX)
           END-IF
           PERFORM 1010-READ-HOTLIST.

       1100-LOAD-SEEN.
       *> Only the last week's events are held; when older ones were
       *> passed over and the file was read whole it is written back
       *> without them, so HOTSEEN does not grow without end.
           MOVE ZERO TO WS-SEEN-COUNT
           MOVE ZERO TO WS-SEEN-PURGED
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-SEEN-TABLE
           CALL 'BUSDATSV' USING WS-BUSINESS-DATE
           OPEN INPUT SEEN-FILE
           IF WS-SEEN-FILE-STATUS = '00'
               PERFORM 1110-READ-SEEN
               PERFORM 1120-STORE-SEEN
                   UNTIL WS-END-OF-FILE
                   OR WS-SEEN-COUNT >= WS-MAX-SEEN-ENTRIES
               CLOSE SEEN-FILE
               IF NOT WS-END-OF-FILE
                   PERFORM 5100-WARN-SEEN-FULL
               ELSE
                   IF WS-SEEN-PURGED > ZERO
                       PERFORM 1200-REWRITE-SEEN
                   END-IF
               END-IF
           END-IF.

       1110-READ-SEEN.
           READ SEEN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-SEEN.
           MOVE ZERO TO WS-SEEN-AGE
           IF HS-EVENT-TIMESTAMP (1:8) IS NUMERIC
               MOVE HS-EVENT-TIMESTAMP (1:8) TO WS-SEEN-DATE
               IF WS-SEEN-DATE < WS-BUSINESS-DATE
                   CALL 'DATESRV' USING WS-DATE-FUNCTION
                       WS-BUSINESS-DATE WS-SEEN-DATE WS-SEEN-AGE
                       WS-DATE-SITE
               END-IF
           END-IF
           IF WS-SEEN-AGE >= WS-SEEN-KEEP-DAYS
               ADD 1 TO WS-SEEN-PURGED
           ELSE
               ADD 1 TO WS-SEEN-COUNT
               SET WS-SEEN-IDX TO WS-SEEN-COUNT
               MOVE HS-BADGE-NUMBER TO WS-SEEN-BADGE (WS-SEEN-IDX)
               MOVE HS-EVENT-TIMESTAMP
                   TO WS-SEEN-TIMESTAMP (WS-SEEN-IDX)
           END-IF
           PERFORM 1110-READ-SEEN.

       1200-REWRITE-SEEN.
           OPEN OUTPUT SEEN-FILE
           IF WS-SEEN-FILE-STATUS = '00'
               PERFORM 1210-WRITE-ONE-SEEN
                   VARYING WS-SEEN-REWRITE-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-REWRITE-IDX > WS-SEEN-COUNT
               CLOSE SEEN-FILE
           END-IF.

       1210-WRITE-ONE-SEEN.
           MOVE WS-SEEN-BADGE (WS-SEEN-REWRITE-IDX) TO HS-BADGE-NUMBER
           MOVE WS-SEEN-TIMESTAMP (WS-SEEN-REWRITE-IDX)
               TO HS-EVENT-TIMESTAMP
           WRITE HS-SEEN-RECORD.

       2000-LOOKUP-BADGE.
           SET WS-HOT-IDX TO 1
           SEARCH WS-HOT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HOT-IDX > WS-HOT-COUNT
                   CONTINUE
               WHEN WS-HOT-BADGE (WS-HOT-IDX) = WS-CHECK-BADGE
                   SET WS-CHECK-BADGE-HOT TO TRUE
                   MOVE WS-HOT-OWNER (WS-HOT-IDX)
                       TO WS-CHECK-LAST-OWNER
           END-SEARCH.

       3000-CHECK-SEEN.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-SEEN-IDX TO 1
           SEARCH WS-SEEN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SEEN-IDX > WS-SEEN-COUNT
                   CONTINUE
               WHEN WS-SEEN-BADGE (WS-SEEN-IDX) = WS-CHECK-BADGE
                       AND WS-SEEN-TIMESTAMP (WS-SEEN-IDX)
                           = WS-CHECK-TIMESTAMP
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

       4000-RAISE-ALERT.
       *> HOT-BADGE is on ALERTWS's high-severity list - the card is
       *> in someone's hand at that door right now, so the event
       *> time and the last owner are what the guard needs first.
           MOVE SPACES TO AL-ALERT-RECORD
           MOVE 'HOT-BADGE' TO AL-ALERT-TYPE
           MOVE WS-CHECK-TIMESTAMP TO AL-EVENT-TIMESTAMP
           MOVE WS-CHECK-LAST-OWNER TO AL-USER-NAME
           STRING WS-HOT-REASON (WS-HOT-IDX) DELIMITED BY SPACE
               ' BADGE ' DELIMITED BY SIZE
               WS-CHECK-BADGE DELIMITED BY SPACE
               ' USED' DELIMITED BY SIZE
               INTO AL-ALERT-DETAIL END-STRING
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF WS-EXCEPTION-FILE-STATUS = '00'
               WRITE AL-ALERT-RECORD
               CLOSE EXCEPTION-FILE
           END-IF
           DISPLAY WS-CHECK-CALLER ' HOTLIST ALERT: BADGE '
               WS-CHECK-BADGE ' AT ' WS-CHECK-TIMESTAMP
               ' - LAST OWNER ' WS-CHECK-LAST-OWNER.

       5000-REMEMBER-SEEN.
           IF WS-SEEN-COUNT < WS-MAX-SEEN-ENTRIES
               ADD 1 TO WS-SEEN-COUNT
               SET WS-SEEN-IDX TO WS-SEEN-COUNT
               MOVE WS-CHECK-BADGE TO WS-SEEN-BADGE (WS-SEEN-IDX)
               MOVE WS-CHECK-TIMESTAMP
                   TO WS-SEEN-TIMESTAMP (WS-SEEN-IDX)
           ELSE
               PERFORM 5100-WARN-SEEN-FULL
           END-IF
           MOVE WS-CHECK-BADGE TO HS-BADGE-NUMBER
           MOVE WS-CHECK-TIMESTAMP TO HS-EVENT-TIMESTAMP
           OPEN EXTEND SEEN-FILE
           IF WS-SEEN-FILE-STATUS = '35'
               OPEN OUTPUT SEEN-FILE
           END-IF
           IF WS-SEEN-FILE-STATUS = '00'
               WRITE HS-SEEN-RECORD
               CLOSE SEEN-FILE
           END-IF.

       5100-WARN-SEEN-FULL.
       *> Once a run is enough - MORNSTAT flags the warning the next
       *> morning, and the table size or the keep-days want looking at.
           IF NOT WS-SEEN-WARNED
               SET WS-SEEN-WARNED TO TRUE
               DISPLAY 'HOTCHK WARNING: HOTSEEN TABLE FULL AT '
                   WS-MAX-SEEN-ENTRIES ' - REPEAT ALERTS POSSIBLE'
               MOVE 'WARN' TO WS-RUNLOG-EVENT
               MOVE ZERO TO WS-RUNLOG-COUNT
               MOVE 'HOTSEEN-FULL' TO WS-RUNLOG-STATUS
               CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
                   WS-RUNLOG-COUNT WS-RUNLOG-STATUS
           END-IF.

       END PROGRAM HOTCHK.
