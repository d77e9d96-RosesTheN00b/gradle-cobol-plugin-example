      *          so SESSMTCH and SESSRPT tell the cleanup from a real
      *          sign-out, the live session row deleted, and the
      *          event fed to the security monitor.  Reachable from
      *          OPERMENU.  A break still running on the session is
      *          ended at the force-close and logged, and the
      *          session's break total rides on the logoff row as it
      *          does for a real sign-out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "SITECF.cpy".

       WORKING-STORAGE SECTION.
           COPY "BREAKREC.cpy".
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-SESSCUR-NAME PIC X(9) VALUE 'SESSCUR'.
       01  WS-LOGOFF-NAME PIC X(9) VALUE 'LOGOFFLG'.
       01  WS-BREAKLOG-NAME PIC X(9) VALUE 'BREAKLOG'.
       01  WS-SECFEED-NAME PIC X(9) VALUE 'SECMONFD'.
       01  WS-SESSION-FILE-STATUS PIC X(2).
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
           05  WS-SIGNON-SS            PIC 9(2).
           05  WS-SIGNON-CC            PIC 9(2).
       01  WS-TERMINAL-SAVE PIC X(4).
       01  WS-SIGNON-DATE-SAVE PIC 9(8).
       01  WS-BREAK-DATE-SAVE PIC 9(8).
       01  WS-BREAK-TIME-SAVE PIC 9(8).
       01  WS-BREAK-SECONDS-SAVE PIC 9(6).
       01  WS-NOW-SECONDS PIC 9(6).
       01  WS-SIGNON-SECONDS PIC 9(6).
       01  WS-DURATION-SECONDS PIC 9(6).
       01  WS-STAMP-DATE PIC 9(8).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           INSPECT WS-SESSION-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 0090-TRAIL-THE-TARGET
           PERFORM 1000-FIND-OPEN-SESSION
           IF NOT WS-SESSION-FOUND
               DISPLAY 'NO OPEN SESSION FOR ' WS-SESSION-NAME
           INSPECT WS-REASON-CODE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           IF WS-BREAK-DATE-SAVE NOT = ZERO
               PERFORM 1500-END-OPEN-BREAK
           END-IF
           PERFORM 2000-WRITE-FORCED-LOGOFF
           PERFORM 3000-DELETE-SESSION
           PERFORM 4000-WRITE-SECURITY-FEED
               DISPLAY '*** TRAINING MODE - PRACTICE FILES IN USE ***'
               MOVE 'TSESSCUR' TO WS-SESSCUR-NAME
               MOVE 'TLOGOFFLG' TO WS-LOGOFF-NAME
               MOVE 'TBREAKLOG' TO WS-BREAKLOG-NAME
               MOVE 'TSECMONFD' TO WS-SECFEED-NAME
           END-IF.

               CLOSE SITE-CODE-FILE
           END-IF.

       0090-TRAIL-THE-TARGET.
       *> Whose session was named goes on the privileged-action
       *> trail before anything is closed.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'FORCLOSE' TO PV-PROGRAM
           MOVE WS-SESSION-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       1000-FIND-OPEN-SESSION.
           MOVE 'N' TO WS-FOUND-SWITCH
           OPEN I-O CURRENT-SESSION-FILE
                       SET WS-SESSION-FOUND TO TRUE
                       MOVE SC-SIGNON-TIME TO WS-SIGNON-TIME-SAVE
                       MOVE SC-TERMINAL-ID TO WS-TERMINAL-SAVE
                       PERFORM 1100-SAVE-BREAK-FIELDS
                       DISPLAY 'OPEN SINCE ' SC-SIGNON-DATE ' '
                           SC-SIGNON-TIME ' AT ' SC-TERMINAL-ID
                       IF WS-BREAK-DATE-SAVE NOT = ZERO
                           DISPLAY 'ON A BREAK SINCE '
                               WS-BREAK-DATE-SAVE ' '
                               WS-BREAK-TIME-SAVE
                       END-IF
               END-READ
           ELSE
               DISPLAY 'NO LIVE SESSION FILE ON HAND - STATUS '
                   WS-SESSION-FILE-STATUS
           END-IF.

       1100-SAVE-BREAK-FIELDS.
       *> A row written before the break fields went in carries no
       *> usable break figures - it had no breaks.
           MOVE SC-SIGNON-DATE TO WS-SIGNON-DATE-SAVE
           MOVE ZERO TO WS-BREAK-DATE-SAVE
           MOVE ZERO TO WS-BREAK-TIME-SAVE
           MOVE ZERO TO WS-BREAK-SECONDS-SAVE
           IF SC-BREAK-START-DATE IS NUMERIC
                   AND SC-BREAK-START-TIME IS NUMERIC
               MOVE SC-BREAK-START-DATE TO WS-BREAK-DATE-SAVE
               MOVE SC-BREAK-START-TIME TO WS-BREAK-TIME-SAVE
           END-IF
           IF SC-BREAK-SECONDS IS NUMERIC
               MOVE SC-BREAK-SECONDS TO WS-BREAK-SECONDS-SAVE
           END-IF.

       1500-END-OPEN-BREAK.
       *> The break the person walked away on ends at the force-
       *> close, marked so nobody mistakes it for their own return.
           MOVE WS-SESSION-NAME TO BK-USER-NAME
           MOVE WS-SIGNON-DATE-SAVE TO BK-SIGNON-DATE
           MOVE WS-SIGNON-TIME-SAVE TO BK-SIGNON-TIME
           MOVE WS-BREAK-DATE-SAVE TO BK-OUT-DATE
           MOVE WS-BREAK-TIME-SAVE TO BK-OUT-TIME
           MOVE WS-STAMP-DATE TO BK-IN-DATE
           MOVE WS-NOW-TIME TO BK-IN-TIME
           SET BK-ENDED-BY-FORCE TO TRUE
           CALL 'BRKLOGWR' USING WS-BREAKLOG-NAME BK-BREAK-RECORD
           ADD BK-BREAK-SECONDS TO WS-BREAK-SECONDS-SAVE.

       2000-WRITE-FORCED-LOGOFF.
       *> Same seconds arithmetic (midnight wrap included) LOGIN
       *> uses for its own session duration - a forced close still
       *> deserves an honest duration.  The clock was read in 0000,
       *> so an open break ends at the same instant as the session.
           COMPUTE WS-SIGNON-SECONDS =
               (WS-SIGNON-HH * 3600) + (WS-SIGNON-MM * 60)
               + WS-SIGNON-SS
           MOVE WS-SIGNON-TIME-SAVE TO LO-LOGIN-TIME
           MOVE WS-NOW-TIME TO LO-LOGOFF-TIME
           MOVE WS-DURATION-SECONDS TO LO-DURATION-SECONDS
           IF WS-BREAK-SECONDS-SAVE > WS-DURATION-SECONDS
               MOVE WS-DURATION-SECONDS TO WS-BREAK-SECONDS-SAVE
           END-IF
           MOVE WS-BREAK-SECONDS-SAVE TO LO-BREAK-SECONDS
           MOVE WS-STAMP-DATE TO LO-LOGOFF-DATE
           MOVE WS-TERMINAL-SAVE TO LO-TERMINAL-ID
           SET LO-FORCED-CLOSE TO TRUE
