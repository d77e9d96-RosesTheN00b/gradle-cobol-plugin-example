      ******************************************************************
      * Author:
      * Date:
      * Purpose: Posts the learning system's course-completion feed
      *          to the security-awareness training register the
      *          night it arrives.  Each employee number on LMSFEED
      *          resolves to a sign-on name through EMPXREF, the way
      *          HRLEAVER resolves a leaver; a security-awareness
      *          completion newer than the one on SECTRAIN replaces
      *          it and clears any lapsed-training sign-on LOGIN had
      *          stamped there, so the person's full role comes back
      *          at their next sign-on.  Completions of other
      *          courses are counted and passed over.  An employee
      *          number with no cross-reference row, or a
      *          completion with an unusable date, goes to the
      *          TRNUNMT report instead of being lost.  The feed is
      *          cleared once fully posted; no register means it is
      *          left exactly as it arrived for the next attempt.
      *          No feed on hand means nothing to do.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLETION-FEED-FILE ASSIGN TO 'LMSFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT EMPLOYEE-XREF-FILE ASSIGN TO 'EMPXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT TRAINING-REGISTER-FILE ASSIGN TO 'SECTRAIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-USER-NAME
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT UNMATCHED-FILE ASSIGN TO 'TRNUNMT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMATCHED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLETION-FEED-FILE.
           COPY "LMSFEED.cpy".

       FD  EMPLOYEE-XREF-FILE.
           COPY "EMPXREF.cpy".

       FD  TRAINING-REGISTER-FILE.
           COPY "SECTRAIN.cpy".

       FD  UNMATCHED-FILE.
       01  UN-UNMATCHED-RECORD.
           05  UN-EMPLOYEE-NUMBER      PIC X(8).
           05  FILLER                  PIC X(1).
           05  UN-COURSE-CODE          PIC X(8).
           05  FILLER                  PIC X(1).
           05  UN-COMPLETED-DATE       PIC X(8).
           05  FILLER                  PIC X(1).
           05  UN-REASON-CODE          PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS PIC X(2).
       01  WS-XREF-FILE-STATUS PIC X(2).
       01  WS-REGISTER-FILE-STATUS PIC X(2).
       01  WS-UNMATCHED-FILE-STATUS PIC X(2).
       01  WS-REGISTER-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTER-IS-OPEN      VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
       01  WS-MATCHED-NAME PIC X(20).
       01  WS-UNMATCHED-REASON PIC X(10).
      *    The learning system's code for the annual security-
      *    awareness course - the only completion the register keeps.
       01  WS-AWARENESS-COURSE PIC X(8) VALUE 'SECAWARE'.
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       77  WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-XREF-ENTRIES PIC 9(3) VALUE 500.
       77  WS-COMPLETIONS-POSTED PIC 9(5) VALUE ZERO.
       77  WS-COMPLETIONS-OLDER PIC 9(5) VALUE ZERO.
       77  WS-OTHER-COURSES PIC 9(5) VALUE ZERO.
       77  WS-COMPLETIONS-UNMATCHED PIC 9(5) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-XREF-IDX.
               10  WS-XREF-NAME         PIC X(20).
               10  WS-XREF-NUMBER       PIC X(8).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'TRNLOAD'.
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
           PERFORM 2000-PROCESS-COMPLETION
               UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-COMPLETIONS-POSTED
           MOVE ZERO TO WS-COMPLETIONS-OLDER
           MOVE ZERO TO WS-OTHER-COURSES
           MOVE ZERO TO WS-COMPLETIONS-UNMATCHED
           OPEN INPUT COMPLETION-FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'TRNLOAD: NO COMPLETION FEED ON HAND - '
                   'NOTHING TO DO'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1100-LOAD-XREF
               OPEN I-O TRAINING-REGISTER-FILE
       *> The first feed ever posted creates the register.
               IF WS-REGISTER-FILE-STATUS = '35'
                   OPEN OUTPUT TRAINING-REGISTER-FILE
                   CLOSE TRAINING-REGISTER-FILE
                   OPEN I-O TRAINING-REGISTER-FILE
               END-IF
               IF WS-REGISTER-FILE-STATUS = '00'
                   SET WS-REGISTER-IS-OPEN TO TRUE
                   OPEN OUTPUT UNMATCHED-FILE
                   PERFORM 1010-READ-COMPLETION
               ELSE
       *> No register means nothing can be posted - leave the feed
       *> exactly as it is for the next attempt, as HRLEAVER does.
                   DISPLAY 'TRNLOAD: TRAINING REGISTER UNAVAILABLE - '
                       'STATUS ' WS-REGISTER-FILE-STATUS
                   DISPLAY 'TRNLOAD: FEED LEFT UNTOUCHED'
                   CLOSE COMPLETION-FEED-FILE
                   SET WS-END-OF-FILE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1100-LOAD-XREF.
       *> Read-only here - a cross-reference too big for the table
       *> only means the rows past it go to the unmatched report.
           MOVE ZERO TO WS-XREF-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-XREF-TABLE
           OPEN INPUT EMPLOYEE-XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               PERFORM 1110-READ-XREF
               PERFORM 1120-STORE-XREF
                   UNTIL WS-END-OF-FILE
                   OR WS-XREF-COUNT >= WS-MAX-XREF-ENTRIES
               IF NOT WS-END-OF-FILE
                   DISPLAY 'TRNLOAD WARNING: XREF TABLE FULL - '
                       'ROWS PAST ' WS-MAX-XREF-ENTRIES
                       ' CANNOT MATCH'
               END-IF
               CLOSE EMPLOYEE-XREF-FILE
           ELSE
               DISPLAY 'TRNLOAD WARNING: NO EMPLOYEE XREF - '
                   'EVERY COMPLETION WILL BE UNMATCHED'
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1110-READ-XREF.
           READ EMPLOYEE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-XREF.
           ADD 1 TO WS-XREF-COUNT
           SET WS-XREF-IDX TO WS-XREF-COUNT
           MOVE EM-USER-NAME TO WS-XREF-NAME (WS-XREF-IDX)
           MOVE EM-EMPLOYEE-NUMBER TO WS-XREF-NUMBER (WS-XREF-IDX)
           PERFORM 1110-READ-XREF.

       1010-READ-COMPLETION.
           READ COMPLETION-FEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2000-PROCESS-COMPLETION.
           IF LF-COURSE-CODE NOT = WS-AWARENESS-COURSE
               ADD 1 TO WS-OTHER-COURSES
           ELSE
               IF LF-COMPLETED-DATE IS NOT NUMERIC
                       OR LF-COMPLETED-DATE = ZERO
                   MOVE 'BAD-DATE' TO WS-UNMATCHED-REASON
                   PERFORM 2500-WRITE-UNMATCHED
               ELSE
                   PERFORM 2050-MATCH-EMPLOYEE
                   IF WS-NAME-FOUND
                       PERFORM 2100-POST-COMPLETION
                   ELSE
                       MOVE 'NO-XREF' TO WS-UNMATCHED-REASON
                       PERFORM 2500-WRITE-UNMATCHED
                   END-IF
               END-IF
           END-IF
           PERFORM 1010-READ-COMPLETION.

       2050-MATCH-EMPLOYEE.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE SPACES TO WS-MATCHED-NAME
           SET WS-XREF-IDX TO 1
           SEARCH WS-XREF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XREF-IDX > WS-XREF-COUNT
                   CONTINUE
               WHEN WS-XREF-NUMBER (WS-XREF-IDX)
                       = LF-EMPLOYEE-NUMBER
                   SET WS-NAME-FOUND TO TRUE
                   MOVE WS-XREF-NAME (WS-XREF-IDX)
                       TO WS-MATCHED-NAME
           END-SEARCH.

       2100-POST-COMPLETION.
       *> Only a newer completion moves the date - a feed resent
       *> with last year's rows in it must not age anyone backwards.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-MATCHED-NAME TO AW-USER-NAME
           READ TRAINING-REGISTER-FILE
               INVALID KEY
                   MOVE WS-MATCHED-NAME TO AW-USER-NAME
                   PERFORM 2200-FILL-COMPLETION
                   WRITE AW-TRAINING-RECORD
                       INVALID KEY
                           DISPLAY 'TRNLOAD: WRITE FAILED FOR '
                               AW-USER-NAME ' - STATUS '
                               WS-REGISTER-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-COMPLETIONS-POSTED
                   END-WRITE
               NOT INVALID KEY
                   IF LF-COMPLETED-DATE > AW-COMPLETED-DATE
                       PERFORM 2200-FILL-COMPLETION
                       REWRITE AW-TRAINING-RECORD
                           INVALID KEY
                               DISPLAY 'TRNLOAD: REWRITE FAILED FOR '
                                   AW-USER-NAME ' - STATUS '
                                   WS-REGISTER-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-COMPLETIONS-POSTED
                       END-REWRITE
                   ELSE
                       ADD 1 TO WS-COMPLETIONS-OLDER
                   END-IF
           END-READ.

       2200-FILL-COMPLETION.
       *> A renewal clears the lapsed sign-on LOGIN stamped, so the
       *> full role is back at the next sign-on.
           MOVE LF-EMPLOYEE-NUMBER TO AW-EMPLOYEE-NUMBER
           MOVE LF-COURSE-CODE TO AW-COURSE-CODE
           MOVE LF-COMPLETED-DATE TO AW-COMPLETED-DATE
           MOVE ZERO TO AW-GRACE-USED-DATE
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO AW-LOADED-TIMESTAMP END-STRING.

       2500-WRITE-UNMATCHED.
           ADD 1 TO WS-COMPLETIONS-UNMATCHED
           MOVE SPACES TO UN-UNMATCHED-RECORD
           MOVE LF-EMPLOYEE-NUMBER TO UN-EMPLOYEE-NUMBER
           MOVE LF-COURSE-CODE TO UN-COURSE-CODE
           MOVE LF-COMPLETED-DATE TO UN-COMPLETED-DATE
           MOVE WS-UNMATCHED-REASON TO UN-REASON-CODE
           WRITE UN-UNMATCHED-RECORD
           DISPLAY 'TRNLOAD UNMATCHED: EMPLOYEE '
               LF-EMPLOYEE-NUMBER ' ' WS-UNMATCHED-REASON.

       9000-TERMINATE.
           IF WS-REGISTER-IS-OPEN
               CLOSE TRAINING-REGISTER-FILE
               CLOSE UNMATCHED-FILE
               CLOSE COMPLETION-FEED-FILE
       *> The feed is posted - clear it so a rerun of the chain does
       *> not count the same completions twice.
               OPEN OUTPUT COMPLETION-FEED-FILE
               CLOSE COMPLETION-FEED-FILE
           END-IF
           DISPLAY 'TRNLOAD POSTED      : ' WS-COMPLETIONS-POSTED
           DISPLAY 'TRNLOAD NOT NEWER   : ' WS-COMPLETIONS-OLDER
           DISPLAY 'TRNLOAD OTHER COURSE: ' WS-OTHER-COURSES
           DISPLAY 'TRNLOAD UNMATCHED   : ' WS-COMPLETIONS-UNMATCHED
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-COMPLETIONS-POSTED TO WS-RUNLOG-COUNT
           IF RETURN-CODE = ZERO
               MOVE 'OK' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'REGISTER-DOWN' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM TRNLOAD.
