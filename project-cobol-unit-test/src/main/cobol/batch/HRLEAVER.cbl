      *          before/after UMHISTRC row, the cross-reference row
      *          is retired, and the name lands on the permanent
      *          LEAVEREG register that LEAVCHK watches the audit
      *          trail against.  Anything still out to the leaver
      *          on the ISSUEREG keys and equipment register goes on
      *          the day's LEAVRTRN.CCYYMMDD outstanding-returns
      *          notice for facilities, and each active supervisor of
      *          the leaver's department (the admins when it has none)
      *          gets a USERMSGF sign-on message pointing at it.  The
      *          register row carries the clearance status - all
      *          returned, items outstanding, or unchecked when the
      *          issue register could not be read whole.  A notice
      *          that cannot be opened stops the run before anyone is
      *          deactivated, with the feed left for the rerun.  An
      *          employee number with no cross-reference row goes to
      *          the LEAVUNMT report instead of silently staying
      *          active - the wrong control for a leaver.  The feed
      *          file is cleared once fully processed, like the SAF
      *          queue after a replay.  No feed on hand means nothing
      *          to do.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT USER-MASTER-FILE ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-NAME
               FILE STATUS IS WS-USER-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMATCHED-FILE-STATUS.

           SELECT ISSUE-REGISTER-FILE ASSIGN TO 'ISSUEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-FILE-STATUS.

           SELECT RETURNS-NOTICE-FILE ASSIGN TO WS-RETURNS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FILE-STATUS.

           SELECT USER-MESSAGE-FILE ASSIGN TO 'USERMSGF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERMSG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVER-FEED-FILE.
           05  FILLER                  PIC X(1).
           05  UN-REASON-CODE          PIC X(10).

       FD  ISSUE-REGISTER-FILE.
           COPY "ISSUEREG.cpy".

      *    One row per item a leaver still has - for facilities to
      *    chase and, through the department, the leaver's manager.
       FD  RETURNS-NOTICE-FILE.
       01  RN-RETURNS-NOTICE-RECORD.
           05  RN-USER-NAME            PIC X(20).
           05  FILLER                  PIC X(1).
           05  RN-DEPT-CODE            PIC X(4).
           05  FILLER                  PIC X(1).
           05  RN-LEAVE-DATE           PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RN-ITEM-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  RN-ITEM-SERIAL          PIC X(15).
           05  FILLER                  PIC X(1).
           05  RN-ISSUE-DATE           PIC 9(8).

       FD  USER-MESSAGE-FILE.
           COPY "USERMSGR.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-STATUS PIC X(2).
       01  WS-XREF-FILE-STATUS PIC X(2).
       01  WS-UMHIST-FILE-STATUS PIC X(2).
       01  WS-REGISTER-FILE-STATUS PIC X(2).
       01  WS-UNMATCHED-FILE-STATUS PIC X(2).
       01  WS-ISSUE-FILE-STATUS PIC X(2).
       01  WS-RETURNS-FILE-STATUS PIC X(2).
       01  WS-USERMSG-FILE-STATUS PIC X(2).
       01  WS-RETURNS-FILE-NAME PIC X(17).
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-MASTER-DOWN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MASTER-DOWN           VALUE 'Y'.
       01  WS-RETURNS-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-RETURNS-OPEN-FAILED   VALUE 'Y'.
       01  WS-MESSAGE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MESSAGE-EOF           VALUE 'Y'.
       01  WS-MESSAGE-TEXT PIC X(60).
       77  WS-HIGH-MSG-ID PIC 9(4) VALUE ZERO.
       77  WS-MESSAGES-POSTED PIC 9(5) VALUE ZERO.
       01  WS-USER-FILE-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-USER-FILE-IS-OPEN     VALUE 'Y'.
       01  WS-XREF-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-XREF-FULLY-LOADED     VALUE 'Y'.
       01  WS-ISSUES-OK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ISSUES-FULLY-LOADED   VALUE 'Y'.
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
       77  WS-WORK-IDX PIC 9(3).
       77  WS-LEAVERS-PROCESSED PIC 9(5) VALUE ZERO.
       77  WS-LEAVERS-UNMATCHED PIC 9(5) VALUE ZERO.
       77  WS-ITEMS-OUTSTANDING PIC 9(5) VALUE ZERO.
       77  WS-LEAVER-ITEMS-OUT PIC 9(3) VALUE ZERO.
       77  WS-ISSUE-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-ISSUE-ENTRIES PIC 9(4) VALUE 2000.
       77  WS-ISSUE-IDX PIC 9(4).
      *    The items still out on the issue register - returned and
      *    written-off rows are nobody's concern here.
       01  WS-ISSUE-TABLE.
           05  WS-ISSUE-ENTRY OCCURS 2000 TIMES.
               10  WS-ISSUE-NAME        PIC X(20).
               10  WS-ISSUE-TYPE        PIC X(1).
               10  WS-ISSUE-SERIAL      PIC X(15).
               10  WS-ISSUE-DATE        PIC 9(8).
      *    The active supervisors and their departments - who hears
      *    about a leaver's unreturned items.
       77  WS-SUPERVISOR-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-SUPERVISORS PIC 9(3) VALUE 200.
       77  WS-SUPV-IDX PIC 9(3).
       77  WS-SUPERVISORS-TOLD PIC 9(3) VALUE ZERO.
       01  WS-SUPERVISOR-TABLE.
           05  WS-SUPERVISOR-ENTRY OCCURS 200 TIMES.
               10  WS-SUPV-NAME         PIC X(20).
               10  WS-SUPV-DEPT         PIC X(4).
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-XREF-IDX.
               10  WS-XREF-NAME         PIC X(20).
               10  WS-XREF-NUMBER       PIC X(8).
               10  WS-XREF-HIRE-DATE    PIC 9(8).
               10  WS-XREF-LANGUAGE     PIC X(2).
               10  WS-XREF-RETIRED      PIC X(1).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'HRLEAVER'.
       01  WS-RUNLOG-EVENT PIC X(5).
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-LEAVERS-PROCESSED
           MOVE ZERO TO WS-LEAVERS-UNMATCHED
           MOVE ZERO TO WS-ITEMS-OUTSTANDING
           MOVE ZERO TO WS-MESSAGES-POSTED
           OPEN INPUT LEAVER-FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = '00'
               DISPLAY 'HRLEAVER: NO LEAVER FEED ON HAND - '
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1100-LOAD-XREF
               PERFORM 1200-LOAD-ISSUES
               OPEN I-O USER-MASTER-FILE
               IF WS-USER-FILE-STATUS = '00'
                   SET WS-USER-FILE-IS-OPEN TO TRUE
                   OPEN OUTPUT UNMATCHED-FILE
                   PERFORM 1050-OPEN-RETURNS-NOTICE
               ELSE
       *> No master means nothing can be deactivated - leave the
       *> feed exactly as it is for the next attempt, the way
                   DISPLAY 'HRLEAVER: FEED LEFT UNTOUCHED'
                   CLOSE LEAVER-FEED-FILE
                   SET WS-END-OF-FILE TO TRUE
                   SET WS-MASTER-DOWN TO TRUE
               END-IF
           END-IF.

       1050-OPEN-RETURNS-NOTICE.
       *> The notice is the day's generation, added to when a second
       *> feed comes in the same day.  Deactivating people whose
       *> unreturned items could not be written down would lose
       *> them, so a notice that will not open stops the run here
       *> with the feed untouched, as a missing master does.
           CALL 'BUSDATSV' USING WS-BUSINESS-DATE
           MOVE SPACES TO WS-RETURNS-FILE-NAME
           STRING 'LEAVRTRN.' WS-BUSINESS-DATE
               INTO WS-RETURNS-FILE-NAME END-STRING
           OPEN EXTEND RETURNS-NOTICE-FILE
           IF WS-RETURNS-FILE-STATUS = '35'
               OPEN OUTPUT RETURNS-NOTICE-FILE
           END-IF
           IF WS-RETURNS-FILE-STATUS = '00'
               PERFORM 1300-LOAD-SUPERVISORS
               PERFORM 1400-FIND-HIGH-MSG-ID
               PERFORM 1010-READ-LEAVER
           ELSE
               DISPLAY 'HRLEAVER: CANNOT OPEN ' WS-RETURNS-FILE-NAME
                   ' - STATUS ' WS-RETURNS-FILE-STATUS
               DISPLAY 'HRLEAVER: FEED LEFT UNTOUCHED'
               CLOSE USER-MASTER-FILE
               CLOSE UNMATCHED-FILE
               CLOSE LEAVER-FEED-FILE
               MOVE 'N' TO WS-USER-FILE-OPEN-SWITCH
               SET WS-END-OF-FILE TO TRUE
               SET WS-RETURNS-OPEN-FAILED TO TRUE
           END-IF.

       1100-LOAD-XREF.
       *> The cross-reference is rewritten from this table at the
       *> end, so the table must hold ALL of it - an open failure
           SET WS-XREF-IDX TO WS-XREF-COUNT
           MOVE EM-USER-NAME TO WS-XREF-NAME (WS-XREF-IDX)
           MOVE EM-EMPLOYEE-NUMBER TO WS-XREF-NUMBER (WS-XREF-IDX)
           MOVE EM-HIRE-DATE TO WS-XREF-HIRE-DATE (WS-XREF-IDX)
           MOVE EM-LANGUAGE-CODE TO WS-XREF-LANGUAGE (WS-XREF-IDX)
           MOVE 'N' TO WS-XREF-RETIRED (WS-XREF-IDX)
           PERFORM 1110-READ-XREF.

       1200-LOAD-ISSUES.
       *> No register at all means nothing was ever issued through
       *> it; a register that cannot be opened or held whole leaves
       *> every leaver's clearance unchecked rather than clear.
           MOVE ZERO TO WS-ISSUE-COUNT
           MOVE 'N' TO WS-ISSUES-OK-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-ISSUE-TABLE
           OPEN INPUT ISSUE-REGISTER-FILE
           IF WS-ISSUE-FILE-STATUS = '35'
               SET WS-ISSUES-FULLY-LOADED TO TRUE
           ELSE
               IF WS-ISSUE-FILE-STATUS = '00'
                   PERFORM 1210-READ-ISSUE
                   PERFORM 1220-STORE-ISSUE
                       UNTIL WS-END-OF-FILE
                       OR WS-ISSUE-COUNT >= WS-MAX-ISSUE-ENTRIES
                   IF WS-END-OF-FILE
                       SET WS-ISSUES-FULLY-LOADED TO TRUE
                   ELSE
                       DISPLAY 'HRLEAVER WARNING: ISSUE TABLE FULL - '
                           'ITEMS PAST ' WS-MAX-ISSUE-ENTRIES
                           ' NOT CHECKED, CLEARANCE LEFT UNCHECKED'
                   END-IF
                   CLOSE ISSUE-REGISTER-FILE
               ELSE
                   DISPLAY 'HRLEAVER WARNING: ISSUE REGISTER '
                       'UNAVAILABLE - STATUS ' WS-ISSUE-FILE-STATUS
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1210-READ-ISSUE.
           READ ISSUE-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1220-STORE-ISSUE.
           IF IR-STILL-OUT AND IR-USER-NAME NOT = SPACES
               ADD 1 TO WS-ISSUE-COUNT
               MOVE IR-USER-NAME TO WS-ISSUE-NAME (WS-ISSUE-COUNT)
               MOVE IR-ITEM-TYPE TO WS-ISSUE-TYPE (WS-ISSUE-COUNT)
               MOVE IR-ITEM-SERIAL TO WS-ISSUE-SERIAL (WS-ISSUE-COUNT)
               MOVE IR-ISSUE-DATE TO WS-ISSUE-DATE (WS-ISSUE-COUNT)
           END-IF
           PERFORM 1210-READ-ISSUE.

       1300-LOAD-SUPERVISORS.
       *> Read through once before any leaver is touched; the random
       *> reads by name follow.
           MOVE ZERO TO WS-SUPERVISOR-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           INITIALIZE WS-SUPERVISOR-TABLE
           PERFORM 1310-READ-NEXT-USER
           PERFORM 1320-STORE-SUPERVISOR
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       1310-READ-NEXT-USER.
           READ USER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1320-STORE-SUPERVISOR.
           IF UM-STATUS-ACTIVE AND UM-ROLE-SUPERVISOR
               IF WS-SUPERVISOR-COUNT < WS-MAX-SUPERVISORS
                   ADD 1 TO WS-SUPERVISOR-COUNT
                   MOVE UM-USER-NAME
                       TO WS-SUPV-NAME (WS-SUPERVISOR-COUNT)
                   MOVE UM-DEPT-CODE
                       TO WS-SUPV-DEPT (WS-SUPERVISOR-COUNT)
               ELSE
                   DISPLAY 'HRLEAVER WARNING: SUPERVISOR TABLE FULL - '
                       UM-USER-NAME ' NOT TOLD OF RETURNS'
               END-IF
           END-IF
           PERFORM 1310-READ-NEXT-USER.

       1400-FIND-HIGH-MSG-ID.
       *> Each message gets a number of its own, one past the
       *> highest on file, the way BRKGLCHK numbers its own.
           MOVE ZERO TO WS-HIGH-MSG-ID
           MOVE 'N' TO WS-MESSAGE-EOF-SWITCH
           OPEN INPUT USER-MESSAGE-FILE
           IF WS-USERMSG-FILE-STATUS = '00'
               PERFORM 1410-READ-MESSAGE
               PERFORM 1420-NOTE-MESSAGE-ID
                   UNTIL WS-MESSAGE-EOF
               CLOSE USER-MESSAGE-FILE
           END-IF.

       1410-READ-MESSAGE.
           READ USER-MESSAGE-FILE
               AT END
                   SET WS-MESSAGE-EOF TO TRUE
           END-READ.

       1420-NOTE-MESSAGE-ID.
           IF MG-MSG-ID IS NUMERIC AND MG-MSG-ID > WS-HIGH-MSG-ID
               MOVE MG-MSG-ID TO WS-HIGH-MSG-ID
           END-IF
           PERFORM 1410-READ-MESSAGE.

       1010-READ-LEAVER.
           READ LEAVER-FEED-FILE
               AT END
                           DISPLAY 'HRLEAVER DEACTIVATED: '
                               UM-USER-NAME
                           PERFORM 2200-WRITE-USER-HISTORY
                           PERFORM 2250-CHECK-ISSUED-ITEMS
                           PERFORM 2300-WRITE-REGISTER
                   END-REWRITE
           END-READ.
           END-IF
           CLOSE USER-HISTORY-FILE.

       2250-CHECK-ISSUED-ITEMS.
       *> Every item still out goes on the notice under the leaver's
       *> department, and the department's supervisors are told to
       *> look at it, so facilities and the manager chase the same
       *> list.
           MOVE ZERO TO WS-LEAVER-ITEMS-OUT
           PERFORM 2260-NOTE-ONE-ITEM
               VARYING WS-ISSUE-IDX FROM 1 BY 1
               UNTIL WS-ISSUE-IDX > WS-ISSUE-COUNT
           IF WS-LEAVER-ITEMS-OUT > ZERO
               DISPLAY 'HRLEAVER ITEMS OUT: ' UM-USER-NAME ' '
                   WS-LEAVER-ITEMS-OUT
               PERFORM 2270-MESSAGE-MANAGERS
           END-IF.

       2260-NOTE-ONE-ITEM.
           IF WS-ISSUE-NAME (WS-ISSUE-IDX) = UM-USER-NAME
               ADD 1 TO WS-LEAVER-ITEMS-OUT
               ADD 1 TO WS-ITEMS-OUTSTANDING
               MOVE SPACES TO RN-RETURNS-NOTICE-RECORD
               MOVE UM-USER-NAME TO RN-USER-NAME
               MOVE UM-DEPT-CODE TO RN-DEPT-CODE
               MOVE LV-LEAVE-DATE TO RN-LEAVE-DATE
               MOVE WS-ISSUE-TYPE (WS-ISSUE-IDX) TO RN-ITEM-TYPE
               MOVE WS-ISSUE-SERIAL (WS-ISSUE-IDX) TO RN-ITEM-SERIAL
               MOVE WS-ISSUE-DATE (WS-ISSUE-IDX) TO RN-ISSUE-DATE
               WRITE RN-RETURNS-NOTICE-RECORD
           END-IF.

       2270-MESSAGE-MANAGERS.
       *> A user-targeted message per supervisor of the department,
       *> with no expiry - it shows at each one's sign-on until
       *> acknowledged, and NOTIFOUT chases it like any other.  No
       *> supervisor in the department falls to the admins, as the
       *> recertification notices do.
           MOVE SPACES TO WS-MESSAGE-TEXT
           STRING UM-USER-NAME DELIMITED BY SPACE
               ' LEFT WITH ' WS-LEAVER-ITEMS-OUT
               ' ITEMS OUT - SEE LEAVRTRN' DELIMITED BY SIZE
               INTO WS-MESSAGE-TEXT END-STRING
           OPEN EXTEND USER-MESSAGE-FILE
           IF WS-USERMSG-FILE-STATUS = '35'
               OPEN OUTPUT USER-MESSAGE-FILE
           END-IF
           IF WS-USERMSG-FILE-STATUS = '00'
               MOVE ZERO TO WS-SUPERVISORS-TOLD
               PERFORM 2280-MESSAGE-IF-SUPERVISOR
                   VARYING WS-SUPV-IDX FROM 1 BY 1
                   UNTIL WS-SUPV-IDX > WS-SUPERVISOR-COUNT
               IF WS-SUPERVISORS-TOLD = ZERO
                   MOVE SPACES TO MG-MESSAGE-RECORD
                   SET MG-TARGETS-ROLE TO TRUE
                   MOVE 'A' TO MG-TARGET
                   PERFORM 2290-WRITE-MESSAGE
               END-IF
               CLOSE USER-MESSAGE-FILE
           ELSE
               DISPLAY 'HRLEAVER WARNING: USERMSGF UNAVAILABLE - '
                   'STATUS ' WS-USERMSG-FILE-STATUS
                   ' - MANAGERS NOT TOLD OF ' UM-USER-NAME
           END-IF.

       2280-MESSAGE-IF-SUPERVISOR.
           IF WS-SUPV-DEPT (WS-SUPV-IDX) = UM-DEPT-CODE
                   AND UM-DEPT-CODE NOT = SPACES
               ADD 1 TO WS-SUPERVISORS-TOLD
               MOVE SPACES TO MG-MESSAGE-RECORD
               SET MG-TARGETS-USER TO TRUE
               MOVE WS-SUPV-NAME (WS-SUPV-IDX) TO MG-TARGET
               PERFORM 2290-WRITE-MESSAGE
           END-IF.

       2290-WRITE-MESSAGE.
           IF WS-HIGH-MSG-ID < 9999
               ADD 1 TO WS-HIGH-MSG-ID
           END-IF
           MOVE WS-HIGH-MSG-ID TO MG-MSG-ID
           MOVE ZERO TO MG-EXPIRY-DATE
           MOVE WS-MESSAGE-TEXT TO MG-MSG-TEXT
           MOVE WS-BUSINESS-DATE TO MG-POSTED-DATE
           WRITE MG-MESSAGE-RECORD
           ADD 1 TO WS-MESSAGES-POSTED.

       2300-WRITE-REGISTER.
           OPEN EXTEND LEAVER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = '35'
               MOVE LV-LEAVE-DATE TO LR-LEAVE-DATE
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               MOVE WS-STAMP-DATE TO LR-DEACT-DATE
               MOVE ZERO TO LR-CLEARED-DATE
               IF WS-LEAVER-ITEMS-OUT > ZERO
                   SET LR-ITEMS-OUTSTANDING TO TRUE
               ELSE
                   IF WS-ISSUES-FULLY-LOADED
                       SET LR-CLEARED TO TRUE
                       MOVE WS-STAMP-DATE TO LR-CLEARED-DATE
                   ELSE
                       SET LR-CLEARANCE-UNCHECKED TO TRUE
                   END-IF
               END-IF
               WRITE LR-LEAVER-RECORD
           END-IF
           CLOSE LEAVER-REGISTER-FILE.
               MOVE WS-XREF-NAME (WS-XREF-IDX) TO EM-USER-NAME
               MOVE WS-XREF-NUMBER (WS-XREF-IDX)
                   TO EM-EMPLOYEE-NUMBER
               MOVE WS-XREF-HIRE-DATE (WS-XREF-IDX) TO EM-HIRE-DATE
               MOVE WS-XREF-LANGUAGE (WS-XREF-IDX)
                   TO EM-LANGUAGE-CODE
               WRITE EM-XREF-RECORD
           END-IF.

           IF WS-USER-FILE-IS-OPEN
               CLOSE USER-MASTER-FILE
               CLOSE UNMATCHED-FILE
               CLOSE RETURNS-NOTICE-FILE
               CLOSE LEAVER-FEED-FILE
               PERFORM 3000-REWRITE-XREF
       *> The feed is done - clear it so a rerun of the chain does
           END-IF
           DISPLAY 'HRLEAVER PROCESSED : ' WS-LEAVERS-PROCESSED
           DISPLAY 'HRLEAVER UNMATCHED : ' WS-LEAVERS-UNMATCHED
           DISPLAY 'HRLEAVER ITEMS OUT : ' WS-ITEMS-OUTSTANDING
           DISPLAY 'HRLEAVER MESSAGES  : ' WS-MESSAGES-POSTED
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-LEAVERS-PROCESSED TO WS-RUNLOG-COUNT
           IF WS-RETURNS-OPEN-FAILED
               MOVE 'FAIL-LEAVRTRN-OPEN' TO WS-RUNLOG-STATUS
           ELSE
               IF WS-MASTER-DOWN
                   MOVE 'MASTER-DOWN' TO WS-RUNLOG-STATUS
               ELSE
                   MOVE 'OK' TO WS-RUNLOG-STATUS
               END-IF
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-RETURNS-OPEN-FAILED OR WS-MASTER-DOWN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END PROGRAM HRLEAVER.
