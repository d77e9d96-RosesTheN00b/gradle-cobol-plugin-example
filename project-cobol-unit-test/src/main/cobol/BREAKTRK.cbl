      ******************************************************************
      * Author:
      * Date:
      * Purpose: The break step next to SIGNOUT - a person stepping
      *          away mid-session runs this on the way out and again
      *          on the way back, instead of signing out and on and
      *          leaving two sessions where there was one.  The first
      *          run marks the open session on the live session file
      *          as on a break; the second ends the break, writes the
      *          interval to the BREAKLOG file (through BRKLOGWR, as
      *          every break-ending path does) and adds it to the
      *          session's running break total.  SIGNOUT carries
      *          that total onto the logoff row, so the session,
      *          payroll and attendance reports can show net time
      *          beside gross.  Reachable from OPERMENU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREAKTRK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-SESSION-FILE ASSIGN TO WS-SESSCUR-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-USER-NAME
               FILE STATUS IS WS-SESSION-FILE-STATUS.

           SELECT TRAINING-MODE-FILE ASSIGN TO 'TRAINMODE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAINING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-SESSION-FILE.
           COPY "SESSCUR.cpy".

       FD  TRAINING-MODE-FILE.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
           COPY "BREAKREC.cpy".
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-SESSCUR-NAME PIC X(9) VALUE 'SESSCUR'.
       01  WS-BREAKLOG-NAME PIC X(9) VALUE 'BREAKLOG'.
       01  WS-SESSION-FILE-STATUS PIC X(2).
       01  WS-NAME-INPUT PIC X(20).
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SESSION-FOUND         VALUE 'Y'.
       01  WS-NOW-TIME PIC 9(8).
       01  WS-STAMP-DATE PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0050-CHECK-TRAINING-MODE
           DISPLAY 'BREAK OUT / BREAK IN - ENTER YOUR NAME'
           ACCEPT WS-NAME-INPUT
           INSPECT WS-NAME-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 1000-FIND-OPEN-SESSION
           IF NOT WS-SESSION-FOUND
               DISPLAY 'NO OPEN SESSION FOR ' WS-NAME-INPUT
                   ' - SIGN ON FIRST'
               GOBACK
           END-IF
           IF SC-NOT-ON-BREAK
               PERFORM 2000-START-BREAK
           ELSE
               PERFORM 3000-END-BREAK
           END-IF
           CLOSE CURRENT-SESSION-FILE
           GOBACK.

       0050-CHECK-TRAINING-MODE.
       *> Ops flips one record and every write below lands on the
       *> practice files instead of production.
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
               MOVE 'TSESSCUR' TO WS-SESSCUR-NAME
               MOVE 'TBREAKLOG' TO WS-BREAKLOG-NAME
           END-IF.

       1000-FIND-OPEN-SESSION.
       *> The session file stays open I-O for the REWRITE when the
       *> row is found.
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN I-O CURRENT-SESSION-FILE
           IF WS-SESSION-FILE-STATUS = '00'
               MOVE WS-NAME-INPUT TO SC-USER-NAME
               READ CURRENT-SESSION-FILE
                   INVALID KEY
                       CLOSE CURRENT-SESSION-FILE
                   NOT INVALID KEY
                       SET WS-SESSION-FOUND TO TRUE
                       PERFORM 1100-CHECK-BREAK-FIELDS
               END-READ
           ELSE
               DISPLAY 'NO LIVE SESSION FILE ON HAND - STATUS '
                   WS-SESSION-FILE-STATUS
           END-IF.

       1100-CHECK-BREAK-FIELDS.
       *> A row LOGIN wrote before the break fields went in has
       *> nothing usable there - treat it as a session with no
       *> breaks yet.
           IF SC-BREAK-START-DATE IS NOT NUMERIC
                   OR SC-BREAK-START-TIME IS NOT NUMERIC
               MOVE ZERO TO SC-BREAK-START-DATE
               MOVE ZERO TO SC-BREAK-START-TIME
           END-IF
           IF SC-BREAK-SECONDS IS NOT NUMERIC
               MOVE ZERO TO SC-BREAK-SECONDS
           END-IF.

       2000-START-BREAK.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-STAMP-DATE TO SC-BREAK-START-DATE
           MOVE WS-NOW-TIME TO SC-BREAK-START-TIME
           REWRITE SC-SESSION-RECORD
               INVALID KEY
                   DISPLAY 'BREAK NOT RECORDED - SESSION FILE STATUS '
                       WS-SESSION-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY 'ON BREAK FROM ' WS-NOW-TIME (1:2) ':'
                       WS-NOW-TIME (3:2)
                       ' - RUN THIS AGAIN WHEN YOU ARE BACK'
           END-REWRITE.

       3000-END-BREAK.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SC-USER-NAME TO BK-USER-NAME
           MOVE SC-SIGNON-DATE TO BK-SIGNON-DATE
           MOVE SC-SIGNON-TIME TO BK-SIGNON-TIME
           MOVE SC-BREAK-START-DATE TO BK-OUT-DATE
           MOVE SC-BREAK-START-TIME TO BK-OUT-TIME
           MOVE WS-STAMP-DATE TO BK-IN-DATE
           MOVE WS-NOW-TIME TO BK-IN-TIME
           SET BK-ENDED-AT-TERMINAL TO TRUE
           CALL 'BRKLOGWR' USING WS-BREAKLOG-NAME BK-BREAK-RECORD
           ADD BK-BREAK-SECONDS TO SC-BREAK-SECONDS
           MOVE ZERO TO SC-BREAK-START-DATE
           MOVE ZERO TO SC-BREAK-START-TIME
           REWRITE SC-SESSION-RECORD
               INVALID KEY
                   DISPLAY 'BREAK END NOT RECORDED - SESSION FILE '
                       'STATUS ' WS-SESSION-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY 'WELCOME BACK - BREAK OF '
                       BK-BREAK-SECONDS ' SECONDS, '
                       SC-BREAK-SECONDS ' ON BREAK THIS SESSION'
           END-REWRITE.

       END PROGRAM BREAKTRK.
