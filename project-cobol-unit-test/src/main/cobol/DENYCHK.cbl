      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared visitor deny-list check - a callable
      *          taking the one DENYCALL area, so VISITMNT's
      *          registration and LOGIN's visitor sign-on refuse a
      *          barred person the same way.
      *          The name is barred when an active DENYLIST row
      *          carries it, or when ALIASXRF links it to a barred
      *          name - a former name renamed since, or a new name
      *          taken after the bar - so a changed name is no way
      *          back in.  Every match raises a DENY-LIST alert in
      *          the SECALERT layout onto SECEXCPT for the alert
      *          review queue, naming the sponsor who tried and the
      *          name they tried.  Both files are read fresh on every
      *          call - a bar added a minute ago counts at once.  In
      *          training mode the practice list TDENYLIST is read
      *          and a match is shown on the console only, never put
      *          on the live queue.
      *          Parameters: the DENYCALL area.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENYCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DENY-FILE ASSIGN TO WS-DENYLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENY-FILE-STATUS.

           SELECT ALIAS-FILE ASSIGN TO 'ALIASXRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALIAS-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO 'SECEXCPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DENY-FILE.
           COPY "DENYREC.cpy".

       FD  ALIAS-FILE.
           COPY "ALIASXRF.cpy".

       FD  EXCEPTION-FILE.
           COPY "SECALERT.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DENYLIST-NAME PIC X(9) VALUE 'DENYLIST'.
       01  WS-DENY-FILE-STATUS PIC X(2).
       01  WS-ALIAS-FILE-STATUS PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS PIC X(2).
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-LOOKUP-NAME PIC X(20).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       77  WS-DENY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-DENY-ENTRIES PIC 9(3) VALUE 500.
       01  WS-DENY-TABLE.
           05  WS-DENY-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DENY-IDX.
               10  WS-DENY-NAME         PIC X(20).
       LINKAGE SECTION.
           COPY "DENYCALL.cpy".

       PROCEDURE DIVISION USING DY-CALL-AREA.
       0000-CHECK-DENY-LIST.
           SET DY-NOT-BARRED TO TRUE
           MOVE SPACES TO DY-MATCHED-NAME
           IF DY-CHECK-NAME = SPACES
               GOBACK
           END-IF
           PERFORM 0050-CHECK-TRAINING-MODE
           PERFORM 1000-LOAD-DENY-LIST
           IF WS-DENY-COUNT = ZERO
               GOBACK
           END-IF
           MOVE DY-CHECK-NAME TO WS-LOOKUP-NAME
           PERFORM 2000-LOOKUP-NAME
           IF NOT DY-BARRED
               PERFORM 3000-CHECK-ALIASES
           END-IF
           IF DY-BARRED
               PERFORM 4000-RAISE-ALERT
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
           MOVE 'N' TO WS-TRAINING-SWITCH
           MOVE 'DENYLIST' TO WS-DENYLIST-NAME
           OPEN INPUT TRAINING-MODE-FILE
           IF WS-TRAINING-FILE-STATUS = '00'
               READ TRAINING-MODE-FILE
                   NOT AT END
                       IF TR-TRAINING-ON
                           SET WS-TRAINING-MODE TO TRUE
                           MOVE 'TDENYLIST' TO WS-DENYLIST-NAME
                       END-IF
               END-READ
               CLOSE TRAINING-MODE-FILE
           END-IF.

       1000-LOAD-DENY-LIST.
       *> Only the bars still in force - a lifted row is history.
           MOVE ZERO TO WS-DENY-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-DENY-TABLE
           OPEN INPUT DENY-FILE
           IF WS-DENY-FILE-STATUS = '00'
               PERFORM 1010-READ-DENY
               PERFORM 1020-STORE-DENY
                   UNTIL WS-END-OF-FILE
                   OR WS-DENY-COUNT >= WS-MAX-DENY-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'DENYCHK WARNING: DENY TABLE FULL - '
                       'ROWS PAST ' WS-MAX-DENY-ENTRIES ' NOT CHECKED'
               END-IF
               CLOSE DENY-FILE
           END-IF.

       1010-READ-DENY.
           READ DENY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1020-STORE-DENY.
           IF DN-STATUS-ACTIVE AND DN-DENIED-NAME NOT = SPACES
               ADD 1 TO WS-DENY-COUNT
               SET WS-DENY-IDX TO WS-DENY-COUNT
               MOVE DN-DENIED-NAME TO WS-DENY-NAME (WS-DENY-IDX)
           END-IF
           PERFORM 1010-READ-DENY.

       2000-LOOKUP-NAME.
           SET WS-DENY-IDX TO 1
           SEARCH WS-DENY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DENY-IDX > WS-DENY-COUNT
                   CONTINUE
               WHEN WS-DENY-NAME (WS-DENY-IDX) = WS-LOOKUP-NAME
                   SET DY-BARRED TO TRUE
                   MOVE WS-LOOKUP-NAME TO DY-MATCHED-NAME
           END-SEARCH.

       3000-CHECK-ALIASES.
       *> Either side of a rename row may be the barred one.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-FILE-STATUS = '00'
               PERFORM 3010-READ-ALIAS
               PERFORM 3100-TEST-ONE-ALIAS
                   UNTIL WS-END-OF-FILE OR DY-BARRED
               CLOSE ALIAS-FILE
           END-IF.

       3010-READ-ALIAS.
           READ ALIAS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3100-TEST-ONE-ALIAS.
           IF AX-FORMER-NAME = DY-CHECK-NAME
               MOVE AX-CURRENT-NAME TO WS-LOOKUP-NAME
               PERFORM 2000-LOOKUP-NAME
           END-IF
           IF AX-CURRENT-NAME = DY-CHECK-NAME AND NOT DY-BARRED
               MOVE AX-FORMER-NAME TO WS-LOOKUP-NAME
               PERFORM 2000-LOOKUP-NAME
           END-IF
           IF NOT DY-BARRED
               PERFORM 3010-READ-ALIAS
           END-IF.

       4000-RAISE-ALERT.
       *> DENY-LIST is on ALERTWS's high-severity list.  The row is
       *> filed under the sponsor - the person who tried to bring a
       *> barred name in is the one security will want to talk to -
       *> or under the name itself when nobody vouched for it.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
       *> Nothing is said at the terminal outside training - the
       *> person at a sign-on prompt may be the barred one.
           IF WS-TRAINING-MODE
               DISPLAY DY-CALLER ' DENY-LIST ALERT: ' DY-CHECK-NAME
                   ' MATCHES ' DY-MATCHED-NAME ' - SPONSOR '
                   DY-SPONSOR-NAME
           ELSE
               PERFORM 4100-WRITE-ALERT
           END-IF.

       4100-WRITE-ALERT.
           MOVE SPACES TO AL-ALERT-RECORD
           MOVE 'DENY-LIST' TO AL-ALERT-TYPE
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO AL-EVENT-TIMESTAMP END-STRING
           IF DY-SPONSOR-NAME NOT = SPACES
               MOVE DY-SPONSOR-NAME TO AL-USER-NAME
           ELSE
               MOVE DY-CHECK-NAME TO AL-USER-NAME
           END-IF
           STRING DY-CALLER DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               DY-CHECK-NAME DELIMITED BY SIZE
               INTO AL-ALERT-DETAIL END-STRING
           MOVE DY-TERMINAL-ID TO AL-TERMINAL-ID
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF WS-EXCEPTION-FILE-STATUS = '00'
               WRITE AL-ALERT-RECORD
               CLOSE EXCEPTION-FILE
           END-IF.

       END PROGRAM DENYCHK.
