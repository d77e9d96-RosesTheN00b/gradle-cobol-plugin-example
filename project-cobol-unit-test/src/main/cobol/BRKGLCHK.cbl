      ******************************************************************
      * Author:
      * Date:
      * Purpose: Break-glass emergency account check - a callable
      *          taking the one BRKGCALL area, so LOGIN and the
      *          operator menu treat the sealed account exactly
      *          alike.  Given a sign-on
      *          name it first asks whether that is the account on
      *          BRKGLASS at all; if not, the caller carries on with
      *          the user master as always.  If it is, the master is
      *          never consulted: the PIN is checked against the
      *          sealed credential, the first good use breaks the
      *          seal for the rest of that business day, and from the
      *          next business day the account locks itself until a
      *          supervisor reseals it (BGRESEAL).  Every use raises
      *          a high-severity BREAK-GLASS alert on SECEXCPT for the
      *          alert review queue and a targeted sign-on message to
      *          every supervisor on USERMSGF; every wrong credential
      *          or try at a locked account raises BRKGLS-FAIL.  All
      *          of it goes on the dedicated BRKGLTRL trail.  Like
      *          the other trail writers, nothing here may take the
      *          caller down - a file that will not open is passed
      *          over.
      *          Parameters: the BRKGCALL area.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKGLCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'BRKGLASS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO 'SECEXCPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT USER-MESSAGE-FILE ASSIGN TO 'USERMSGF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERMSG-FILE-STATUS.

           SELECT GLASS-TRAIL-FILE ASSIGN TO 'BRKGLTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY "BRKGLSRC.cpy".

       FD  EXCEPTION-FILE.
           COPY "SECALERT.cpy".

       FD  USER-MESSAGE-FILE.
           COPY "USERMSGR.cpy".

       FD  GLASS-TRAIL-FILE.
           COPY "PRIVTRRC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS PIC X(2).
       01  WS-USERMSG-FILE-STATUS PIC X(2).
       01  WS-TRAIL-FILE-STATUS PIC X(2).
       01  WS-CONTROL-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CONTROL-FOUND         VALUE 'Y'.
       01  WS-MESSAGE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MESSAGE-EOF           VALUE 'Y'.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-TIMESTAMP PIC X(14).
       01  WS-PIN-SCRAMBLED PIC X(4).
       01  WS-TRAIL-EVENT PIC X(8).
       01  WS-ALERT-TYPE PIC X(12).
       01  WS-ALERT-DETAIL PIC X(30).
       77  WS-HIGH-MSG-ID PIC 9(4) VALUE ZERO.
       LINKAGE SECTION.
           COPY "BRKGCALL.cpy".

       PROCEDURE DIVISION USING GC-CALL-AREA.
       0000-CHECK-ACCOUNT.
           SET GC-NOT-BREAK-GLASS TO TRUE
           PERFORM 1000-READ-CONTROL
           IF NOT WS-CONTROL-FOUND
               IF GC-CHECK-OPEN
                   SET GC-LOCKED TO TRUE
               END-IF
               GOBACK
           END-IF
           IF BG-ACCOUNT-NAME = SPACES
                   OR BG-ACCOUNT-NAME NOT = GC-USER-NAME
               IF GC-CHECK-OPEN
                   SET GC-LOCKED TO TRUE
               END-IF
               GOBACK
           END-IF
           CALL 'BUSDATSV' USING WS-BUSINESS-DATE
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
               INTO WS-TIMESTAMP END-STRING
           PERFORM 2000-APPLY-DAY-END-LOCK
           IF GC-CHECK-OPEN
               IF BG-OPENED
                   SET GC-GRANTED TO TRUE
               ELSE
                   SET GC-LOCKED TO TRUE
               END-IF
               GOBACK
           END-IF
           PERFORM 3000-VERIFY-CREDENTIAL THRU 3000-EXIT
           GOBACK.

       1000-READ-CONTROL.
           MOVE 'N' TO WS-CONTROL-FOUND-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ CONTROL-FILE
                   NOT AT END
                       SET WS-CONTROL-FOUND TO TRUE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1100-REWRITE-CONTROL.
       *> One row, so the whole file is written again.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               WRITE BG-CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY 'BRKGLCHK: BRKGLASS NOT UPDATED - STATUS '
                   WS-CONTROL-FILE-STATUS
           END-IF.

       2000-APPLY-DAY-END-LOCK.
       *> Nobody has to remember to lock it: the first look at the
       *> account on any later business day than the one its seal
       *> was broken on locks it, the way LOGIN clears an expired
       *> elevation the first time it sees one.
           IF BG-OPENED AND WS-BUSINESS-DATE > BG-OPENED-DATE
               SET BG-LOCKED TO TRUE
               PERFORM 1100-REWRITE-CONTROL
               MOVE 'BG-LOCK' TO WS-TRAIL-EVENT
               PERFORM 6000-WRITE-GLASS-TRAIL
           END-IF.

       3000-VERIFY-CREDENTIAL.
       *> Same non-numeric guard as LOGIN's 1150 - the scrambler's
       *> garbage escape must never match anything.
           IF BG-LOCKED
               SET GC-LOCKED TO TRUE
               DISPLAY 'BREAK-GLASS ACCOUNT IS LOCKED - A SUPERVISOR '
                   'MUST RESEAL IT'
               MOVE 'BRKGLS-FAIL' TO WS-ALERT-TYPE
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'LOCKED, TRIED VIA ' GC-CALLER
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL END-STRING
               MOVE 'BG-FAIL' TO WS-TRAIL-EVENT
               PERFORM 4000-RAISE-ALERT
               PERFORM 6000-WRITE-GLASS-TRAIL
               GO TO 3000-EXIT
           END-IF
           MOVE '****' TO WS-PIN-SCRAMBLED
           IF GC-PIN IS NUMERIC
               CALL 'PINSCRMB' USING GC-PIN WS-PIN-SCRAMBLED
           END-IF
           IF GC-PIN IS NOT NUMERIC
                   OR WS-PIN-SCRAMBLED NOT = BG-CREDENTIAL
               SET GC-REFUSED TO TRUE
               MOVE 'BRKGLS-FAIL' TO WS-ALERT-TYPE
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'BAD CREDENTIAL VIA ' GC-CALLER
                   DELIMITED BY SIZE INTO WS-ALERT-DETAIL END-STRING
               MOVE 'BG-FAIL' TO WS-TRAIL-EVENT
               PERFORM 4000-RAISE-ALERT
               PERFORM 6000-WRITE-GLASS-TRAIL
               GO TO 3000-EXIT
           END-IF
           SET GC-GRANTED TO TRUE
           MOVE 'BG-USE' TO WS-TRAIL-EVENT
           IF BG-SEALED
               SET BG-OPENED TO TRUE
               MOVE WS-BUSINESS-DATE TO BG-OPENED-DATE
               MOVE WS-TIMESTAMP TO BG-OPENED-TIMESTAMP
               MOVE GC-TERMINAL-ID TO BG-OPENED-TERMINAL
               PERFORM 1100-REWRITE-CONTROL
               MOVE 'BG-OPEN' TO WS-TRAIL-EVENT
           END-IF
           DISPLAY '*** BREAK-GLASS EMERGENCY ACCOUNT IN USE - '
               'SECURITY AND SUPERVISORS ALERTED ***'
           MOVE 'BREAK-GLASS' TO WS-ALERT-TYPE
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING 'SIGNED ON VIA ' GC-CALLER
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL END-STRING
           PERFORM 4000-RAISE-ALERT
           PERFORM 5000-MESSAGE-SUPERVISORS
           PERFORM 6000-WRITE-GLASS-TRAIL.

       3000-EXIT.
           EXIT.

       4000-RAISE-ALERT.
       *> Both types are on ALERTWS's high-severity list.
           MOVE SPACES TO AL-ALERT-RECORD
           MOVE WS-ALERT-TYPE TO AL-ALERT-TYPE
           MOVE WS-TIMESTAMP TO AL-EVENT-TIMESTAMP
           MOVE GC-USER-NAME TO AL-USER-NAME
           MOVE WS-ALERT-DETAIL TO AL-ALERT-DETAIL
           MOVE GC-TERMINAL-ID TO AL-TERMINAL-ID
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF WS-EXCEPTION-FILE-STATUS = '00'
               WRITE AL-ALERT-RECORD
               CLOSE EXCEPTION-FILE
           END-IF.

       5000-MESSAGE-SUPERVISORS.
       *> A role-targeted message with no expiry - it shows at every
       *> supervisor's next sign-on until each one has acknowledged
       *> it, so MSGACKRP can say who has still not seen it.  Each
       *> use gets a number of its own, one past the highest on file.
           MOVE ZERO TO WS-HIGH-MSG-ID
           MOVE 'N' TO WS-MESSAGE-EOF-SWITCH
           OPEN INPUT USER-MESSAGE-FILE
           IF WS-USERMSG-FILE-STATUS = '00'
               PERFORM 5100-READ-MESSAGE
               PERFORM 5200-NOTE-MESSAGE-ID
                   UNTIL WS-MESSAGE-EOF
               CLOSE USER-MESSAGE-FILE
           END-IF
           IF WS-HIGH-MSG-ID < 9999
               ADD 1 TO WS-HIGH-MSG-ID
           END-IF
           MOVE SPACES TO MG-MESSAGE-RECORD
           MOVE WS-HIGH-MSG-ID TO MG-MSG-ID
           SET MG-TARGETS-ROLE TO TRUE
           MOVE 'S' TO MG-TARGET
           MOVE ZERO TO MG-EXPIRY-DATE
           MOVE WS-BUSINESS-DATE TO MG-POSTED-DATE
           STRING 'BREAK-GLASS USED ' WS-TIMESTAMP (1:12)
               ' TERM ' GC-TERMINAL-ID
               ' VIA ' DELIMITED BY SIZE
               GC-CALLER DELIMITED BY SPACE
               INTO MG-MSG-TEXT END-STRING
           OPEN EXTEND USER-MESSAGE-FILE
           IF WS-USERMSG-FILE-STATUS = '35'
               OPEN OUTPUT USER-MESSAGE-FILE
           END-IF
           IF WS-USERMSG-FILE-STATUS = '00'
               WRITE MG-MESSAGE-RECORD
               CLOSE USER-MESSAGE-FILE
           END-IF.

       5100-READ-MESSAGE.
           READ USER-MESSAGE-FILE
               AT END
                   SET WS-MESSAGE-EOF TO TRUE
           END-READ.

       5200-NOTE-MESSAGE-ID.
           IF MG-MSG-ID IS NUMERIC AND MG-MSG-ID > WS-HIGH-MSG-ID
               MOVE MG-MSG-ID TO WS-HIGH-MSG-ID
           END-IF
           PERFORM 5100-READ-MESSAGE.

       6000-WRITE-GLASS-TRAIL.
           OPEN EXTEND GLASS-TRAIL-FILE
           IF WS-TRAIL-FILE-STATUS = '35'
               OPEN OUTPUT GLASS-TRAIL-FILE
           END-IF
           IF WS-TRAIL-FILE-STATUS = '00'
               MOVE SPACES TO PT-TRAIL-RECORD
               MOVE WS-TIMESTAMP TO PT-TIMESTAMP
               MOVE GC-USER-NAME TO PT-OPERATOR
               MOVE 'A' TO PT-ROLE
               MOVE GC-TERMINAL-ID TO PT-TERMINAL-ID
               MOVE WS-TRAIL-EVENT TO PT-EVENT
               MOVE ZERO TO PT-MENU-CHOICE
               MOVE GC-CALLER TO PT-PROGRAM
               MOVE 'N' TO PT-DESTRUCTIVE-FLAG
               MOVE 'N' TO PT-TRAINING-FLAG
               SET PT-BREAK-GLASS TO TRUE
               WRITE PT-TRAIL-RECORD
               CLOSE GLASS-TRAIL-FILE
           END-IF.

       END PROGRAM BRKGLCHK.
