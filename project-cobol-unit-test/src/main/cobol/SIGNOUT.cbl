      *          past-midnight wrap LOGIN always used), and clears
      *          the session row - so presence, orphan matching and
      *          the payroll hours all rest on time actually spent
      *          in the building.  Breaks taken through BREAKTRK ride
      *          on the logoff row as LO-BREAK-SECONDS beside the
      *          gross duration; a break still running when the
      *          person signs out is ended and logged here first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "TRAINCF.cpy".

       WORKING-STORAGE SECTION.
           COPY "BREAKREC.cpy".
       01  WS-TRAINING-FILE-STATUS PIC X(2).
       01  WS-TRAINING-SWITCH PIC X(1) VALUE 'N'.
           88  WS-TRAINING-MODE         VALUE 'Y'.
       01  WS-SESSCUR-NAME PIC X(9) VALUE 'SESSCUR'.
       01  WS-LOGOFF-NAME PIC X(9) VALUE 'LOGOFFLG'.
       01  WS-BREAKLOG-NAME PIC X(9) VALUE 'BREAKLOG'.
       01  WS-SESSION-FILE-STATUS PIC X(2).
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
       01  WS-NAME-INPUT PIC X(20).
           05  WS-SIGNON-SS            PIC 9(2).
           05  WS-SIGNON-CC            PIC 9(2).
       01  WS-TERMINAL-SAVE PIC X(4).
       01  WS-SIGNON-DATE-SAVE PIC 9(8).
       01  WS-BREAK-DATE-SAVE PIC 9(8).
       01  WS-BREAK-TIME-SAVE PIC 9(8).
       01  WS-BREAK-SECONDS-SAVE PIC 9(6).
       01  WS-NET-SECONDS PIC 9(6).
       01  WS-NOW-SECONDS PIC 9(6).
       01  WS-SIGNON-SECONDS PIC 9(6).
       01  WS-DURATION-SECONDS PIC 9(6).
                   ' - NOTHING TO SIGN OUT'
               GOBACK
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           IF WS-BREAK-DATE-SAVE NOT = ZERO
               PERFORM 1500-END-OPEN-BREAK
           END-IF
           PERFORM 2000-WRITE-LOGOFF
           PERFORM 3000-DELETE-SESSION
           DISPLAY 'SIGNED OUT - ' WS-DURATION-SECONDS
               ' SECONDS ON SITE.  GOODBYE.'
           IF WS-BREAK-SECONDS-SAVE > ZERO
               DISPLAY 'ON BREAK ' WS-BREAK-SECONDS-SAVE
                   ' SECONDS - ' WS-NET-SECONDS ' SECONDS NET'
           END-IF
           GOBACK.

       0050-CHECK-TRAINING-MODE.
               DISPLAY '*** TRAINING MODE - PRACTICE FILES IN USE ***'
               MOVE 'TSESSCUR' TO WS-SESSCUR-NAME
               MOVE 'TLOGOFFLG' TO WS-LOGOFF-NAME
               MOVE 'TBREAKLOG' TO WS-BREAKLOG-NAME
           END-IF.

       1000-FIND-OPEN-SESSION.
                       SET WS-SESSION-FOUND TO TRUE
                       MOVE SC-SIGNON-TIME TO WS-SIGNON-TIME-SAVE
                       MOVE SC-TERMINAL-ID TO WS-TERMINAL-SAVE
                       PERFORM 1100-SAVE-BREAK-FIELDS
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
       *> Signing out while still on a break ends the break at the
       *> sign-out - the interval is logged like any other.
           MOVE WS-NAME-INPUT TO BK-USER-NAME
           MOVE WS-SIGNON-DATE-SAVE TO BK-SIGNON-DATE
           MOVE WS-SIGNON-TIME-SAVE TO BK-SIGNON-TIME
           MOVE WS-BREAK-DATE-SAVE TO BK-OUT-DATE
           MOVE WS-BREAK-TIME-SAVE TO BK-OUT-TIME
           MOVE WS-STAMP-DATE TO BK-IN-DATE
           MOVE WS-NOW-TIME TO BK-IN-TIME
           SET BK-ENDED-BY-SIGNOUT TO TRUE
           CALL 'BRKLOGWR' USING WS-BREAKLOG-NAME BK-BREAK-RECORD
           ADD BK-BREAK-SECONDS TO WS-BREAK-SECONDS-SAVE.

       2000-WRITE-LOGOFF.
       *> The TRUE session duration at last - now minus the sign-on
       *> time the session row remembered, plus a day of seconds
       *> when the clock wrapped past midnight, exactly the
       *> arithmetic LOGIN used when it wrote the instant logoff.
       *> The clock was read once in 0000, so a break ended at the
       *> sign-out ends at the same instant the session does.
           COMPUTE WS-SIGNON-SECONDS =
               (WS-SIGNON-HH * 3600) + (WS-SIGNON-MM * 60)
               + WS-SIGNON-SS
           MOVE WS-SIGNON-TIME-SAVE TO LO-LOGIN-TIME
           MOVE WS-NOW-TIME TO LO-LOGOFF-TIME
           MOVE WS-DURATION-SECONDS TO LO-DURATION-SECONDS
       *> Break time can never exceed the session it sits inside.
           IF WS-BREAK-SECONDS-SAVE > WS-DURATION-SECONDS
               MOVE WS-DURATION-SECONDS TO WS-BREAK-SECONDS-SAVE
           END-IF
           MOVE WS-BREAK-SECONDS-SAVE TO LO-BREAK-SECONDS
           COMPUTE WS-NET-SECONDS =
               WS-DURATION-SECONDS - WS-BREAK-SECONDS-SAVE
           MOVE WS-STAMP-DATE TO LO-LOGOFF-DATE
           MOVE WS-TERMINAL-SAVE TO LO-TERMINAL-ID
           MOVE SPACE TO LO-CLOSE-TYPE
