      *          records on LOGOFFLG paired with that badge's IN for
      *          the duration, and badge numbers with no BADGXREF
      *          entry go to the exception report instead of the
      *          trails.  A badge on the lost/stolen hotlist is never
      *          translated: HOTCHK raises the alert and the event
      *          goes to the exception report as HOTLIST.
      *          A badge OUT while the person has a session open at a
      *          terminal (SESSCUR) is held rather than logged off:
      *          if the same badge comes back IN later in the feed,
      *          the pair is a break inside that session - logged to
      *          BREAKLOG through BRKLOGWR, added to the session's
      *          break total, and no fresh sign-on is raised for the
      *          return.  An OUT never followed by an IN was a real
      *          departure and is logged off at the end of the run.
      *          A badge-fed logoff row carries the breaks taken
      *          between its IN and OUT as LO-BREAK-SECONDS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-FILE-STATUS.

           SELECT CURRENT-SESSION-FILE ASSIGN TO 'SESSCUR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-USER-NAME
               FILE STATUS IS WS-SESSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BADGE-EVENT-FILE.
       FD  SITE-CODE-FILE.
           COPY "SITECF.cpy".

       FD  CURRENT-SESSION-FILE.
           COPY "SESSCUR.cpy".

       FD  EXCEPTION-FILE.
       01  EX-EXCEPTION-RECORD.
           05  EX-BADGE-NUMBER         PIC X(10).

       WORKING-STORAGE SECTION.
           COPY "SIGNONCT.cpy".
           COPY "BREAKREC.cpy".
       01  WS-SESSION-FILE-STATUS PIC X(2).
       01  WS-BREAKLOG-NAME PIC X(9) VALUE 'BREAKLOG'.
       01  WS-SESSION-SWITCH PIC X(1) VALUE 'N'.
           88  WS-SESSION-FILE-IS-OPEN  VALUE 'Y'.
       01  WS-HOLD-SWITCH PIC X(1) VALUE 'N'.
           88  WS-OUT-HELD              VALUE 'Y'.
       01  WS-BREAK-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BREAK-ENDED           VALUE 'Y'.
       01  WS-EVENT-BADGE PIC X(10).
       01  WS-EVENT-STAMP PIC X(14).
       01  WS-EVENT-TIME PIC 9(8).
       01  WS-EVENT-FILE-STATUS PIC X(2).
       01  WS-SITE-FILE-STATUS PIC X(2).
       01  WS-SITE-CODE PIC X(3) VALUE 'HQ '.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BADGE-FOUND           VALUE 'Y'.
       01  WS-MATCHED-NAME PIC X(20).
       01  WS-HOT-CALLER PIC X(8) VALUE 'BADGEXLT'.
       01  WS-HOT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BADGE-HOTLISTED       VALUE 'Y'.
       01  WS-HOT-OWNER PIC X(20).
       77  WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-XREF-ENTRIES PIC 9(3) VALUE 500.
       77  WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
       77  WS-SIGNONS-WRITTEN PIC 9(7) VALUE ZERO.
       77  WS-LOGOFFS-WRITTEN PIC 9(7) VALUE ZERO.
       77  WS-EXCEPTIONS-WRITTEN PIC 9(7) VALUE ZERO.
       77  WS-BREAKS-RECORDED PIC 9(7) VALUE ZERO.
       77  WS-HELD-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-HELD-ENTRIES PIC 9(3) VALUE 200.
       77  WS-HELD-SUB PIC 9(3).
       01  WS-RUN-DATE PIC 9(8).
       01  WS-IN-TIME-PART PIC 9(6).
       01  WS-IN-TIME-SPLIT REDEFINES WS-IN-TIME-PART.
               10  WS-OPEN-BADGE        PIC X(10).
               10  WS-OPEN-IN-TIME      PIC 9(6).
               10  WS-OPEN-USED         PIC X(1).
               10  WS-OPEN-BREAK-SECS   PIC 9(6).
      *    Badge OUTs held while the person had a terminal session
      *    open - a break if the badge comes back IN, a departure if
      *    it never does.
       01  WS-HELD-OUT-TABLE.
           05  WS-HELD-ENTRY OCCURS 200 TIMES.
               10  WS-HELD-BADGE        PIC X(10).
               10  WS-HELD-NAME         PIC X(20).
               10  WS-HELD-STAMP        PIC X(14).
               10  WS-HELD-SIGNON-DATE  PIC 9(8).
               10  WS-HELD-SIGNON-TIME  PIC 9(8).
               10  WS-HELD-USED         PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EVENT
               UNTIL WS-END-OF-FILE
           PERFORM 4900-RELEASE-HELD-OUTS
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.
           MOVE ZERO TO WS-EXCEPTIONS-WRITTEN
           MOVE ZERO TO WS-OPEN-COUNT
           INITIALIZE WS-OPEN-BADGE-TABLE
           MOVE ZERO TO WS-BREAKS-RECORDED
           MOVE ZERO TO WS-HELD-COUNT
           INITIALIZE WS-HELD-OUT-TABLE
           CALL 'BUSDATSV' USING WS-RUN-DATE
      *> The door readers are this building's - their rows carry
      *> the local site code.
                   OPEN OUTPUT LOGOFF-FILE
               END-IF
               PERFORM 1200-WRITE-TXN-HEADER
               PERFORM 1300-OPEN-SESSION-FILE
               PERFORM 1010-READ-EVENT
           END-IF.

       1300-OPEN-SESSION-FILE.
       *> The live session file tells a break from a departure.
       *> Without it every OUT is a departure, as it always was.
           MOVE 'N' TO WS-SESSION-SWITCH
           OPEN I-O CURRENT-SESSION-FILE
           IF WS-SESSION-FILE-STATUS = '00'
               SET WS-SESSION-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'BADGEXLT: NO LIVE SESSION FILE - STATUS '
                   WS-SESSION-FILE-STATUS
                   ' - NO BADGE BREAKS TRACKED'
           END-IF.

       1100-LOAD-XREF.
           MOVE ZERO TO WS-XREF-COUNT
           MOVE 'N' TO WS-XREF-EOF-SWITCH
           END-READ.

       2000-PROCESS-EVENT.
       *> A lost or stolen card proves nothing about who came
       *> through the door - no sign-on, no logoff, just the alert.
           MOVE BE-BADGE-NUMBER TO WS-EVENT-BADGE
           MOVE BE-EVENT-TIMESTAMP TO WS-EVENT-STAMP
           CALL 'HOTCHK' USING BE-BADGE-NUMBER BE-EVENT-TIMESTAMP
               WS-HOT-CALLER WS-HOT-SWITCH WS-HOT-OWNER
           IF WS-BADGE-HOTLISTED
               PERFORM 2200-WRITE-EXCEPTION
           ELSE
               PERFORM 2100-LOOKUP-BADGE
               IF NOT WS-BADGE-FOUND
                   PERFORM 2200-WRITE-EXCEPTION
               ELSE
                   IF BE-BADGED-IN
                       PERFORM 3200-CHECK-BREAK-RETURN
                       IF NOT WS-BREAK-ENDED
                           PERFORM 3000-WRITE-SIGNON
                       END-IF
                   ELSE
                       IF BE-BADGED-OUT
                           PERFORM 4100-CHECK-SESSION-OPEN
                           IF NOT WS-OUT-HELD
                               PERFORM 4000-WRITE-LOGOFF
                           END-IF
                       ELSE
                           PERFORM 2200-WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO EX-EXCEPTION-RECORD
           MOVE BE-BADGE-NUMBER TO EX-BADGE-NUMBER
           MOVE BE-EVENT-TIMESTAMP TO EX-EVENT-TIMESTAMP
           IF WS-BADGE-HOTLISTED
               MOVE 'HOTLIST' TO EX-REASON-CODE
           ELSE
               IF WS-BADGE-FOUND
                   MOVE 'BAD-DIR' TO EX-REASON-CODE
               ELSE
                   MOVE 'UNKNOWN' TO EX-REASON-CODE
               END-IF
           END-IF
           WRITE EX-EXCEPTION-RECORD
           DISPLAY 'BADGEXLT EXCEPTION: BADGE ' BE-BADGE-NUMBER
               MOVE BE-EVENT-TIMESTAMP (9:6)
                   TO WS-OPEN-IN-TIME (WS-OPEN-IDX)
               MOVE 'N' TO WS-OPEN-USED (WS-OPEN-IDX)
               MOVE ZERO TO WS-OPEN-BREAK-SECS (WS-OPEN-IDX)
           ELSE
               DISPLAY 'BADGEXLT WARNING: OPEN-BADGE TABLE FULL - '
                   'THE OUT FOR ' BE-BADGE-NUMBER
                   ' WILL CARRY NO DURATION'
           END-IF.

       3200-CHECK-BREAK-RETURN.
       *> An IN for a badge whose OUT is being held ends a break:
       *> the interval is logged, added to the terminal session's
       *> total and to the badge's own open IN, and the person -
       *> still signed on - gets no second sign-on.
           MOVE 'N' TO WS-BREAK-SWITCH
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 4120-MATCH-HELD-BADGE
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
               OR WS-BADGE-FOUND
           IF WS-BADGE-FOUND
      *> The VARYING stepped once past the match before stopping.
               SUBTRACT 1 FROM WS-HELD-SUB
               MOVE 'Y' TO WS-HELD-USED (WS-HELD-SUB)
               SET WS-BREAK-ENDED TO TRUE
               PERFORM 3210-LOG-BADGE-BREAK
               PERFORM 3220-ADD-TO-SESSION
               PERFORM 3230-ADD-TO-OPEN-BADGE
               ADD 1 TO WS-BREAKS-RECORDED
           END-IF.

       3210-LOG-BADGE-BREAK.
           MOVE WS-HELD-NAME (WS-HELD-SUB) TO BK-USER-NAME
           MOVE WS-HELD-SIGNON-DATE (WS-HELD-SUB) TO BK-SIGNON-DATE
           MOVE WS-HELD-SIGNON-TIME (WS-HELD-SUB) TO BK-SIGNON-TIME
           MOVE WS-HELD-STAMP (WS-HELD-SUB) (1:8) TO BK-OUT-DATE
           MOVE WS-HELD-STAMP (WS-HELD-SUB) (9:6) TO WS-OUT-TIME-PART
           COMPUTE BK-OUT-TIME = WS-OUT-TIME-PART * 100
           MOVE WS-EVENT-STAMP (1:8) TO BK-IN-DATE
           MOVE WS-EVENT-STAMP (9:6) TO WS-IN-TIME-PART
           COMPUTE BK-IN-TIME = WS-IN-TIME-PART * 100
           SET BK-ENDED-BY-BADGE TO TRUE
           CALL 'BRKLOGWR' USING WS-BREAKLOG-NAME BK-BREAK-RECORD.

       3220-ADD-TO-SESSION.
       *> Only the session the break was taken from - one signed
       *> out and on again since is a different session.
           MOVE WS-HELD-NAME (WS-HELD-SUB) TO SC-USER-NAME
           READ CURRENT-SESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SC-SIGNON-DATE = WS-HELD-SIGNON-DATE (WS-HELD-SUB)
                           AND SC-SIGNON-TIME
                           = WS-HELD-SIGNON-TIME (WS-HELD-SUB)
                       IF SC-BREAK-SECONDS IS NOT NUMERIC
                           MOVE ZERO TO SC-BREAK-SECONDS
                       END-IF
                       IF SC-BREAK-START-DATE IS NOT NUMERIC
                               OR SC-BREAK-START-TIME IS NOT NUMERIC
                           MOVE ZERO TO SC-BREAK-START-DATE
                           MOVE ZERO TO SC-BREAK-START-TIME
                       END-IF
                       ADD BK-BREAK-SECONDS TO SC-BREAK-SECONDS
                       REWRITE SC-SESSION-RECORD
                           INVALID KEY
                               DISPLAY 'BADGEXLT: BREAK FOR '
                                   SC-USER-NAME
                                   ' NOT ADDED TO THE SESSION'
                       END-REWRITE
                   END-IF
           END-READ.

       3230-ADD-TO-OPEN-BADGE.
           SET WS-OPEN-IDX TO 1
           SEARCH WS-OPEN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OPEN-IDX > WS-OPEN-COUNT
                   CONTINUE
               WHEN WS-OPEN-BADGE (WS-OPEN-IDX) = WS-EVENT-BADGE
                       AND WS-OPEN-USED (WS-OPEN-IDX) = 'N'
                   ADD BK-BREAK-SECONDS
                       TO WS-OPEN-BREAK-SECS (WS-OPEN-IDX)
           END-SEARCH.

       4000-WRITE-LOGOFF.
       *> Pair the OUT with this badge's oldest unused IN - same
       *> oldest-first pairing the session matcher uses.  An OUT
                   SET WS-FOUND-SWITCH TO 'N'
               WHEN WS-OPEN-IDX > WS-OPEN-COUNT
                   SET WS-FOUND-SWITCH TO 'N'
               WHEN WS-OPEN-BADGE (WS-OPEN-IDX) = WS-EVENT-BADGE
                       AND WS-OPEN-USED (WS-OPEN-IDX) = 'N'
                   SET WS-BADGE-FOUND TO TRUE
                   MOVE 'Y' TO WS-OPEN-USED (WS-OPEN-IDX)
           END-SEARCH
           MOVE WS-MATCHED-NAME TO LO-USER-NAME
           MOVE WS-EVENT-STAMP (9:6) TO WS-OUT-TIME-PART
           COMPUTE WS-OUT-SECONDS =
               (WS-OUT-HH * 3600) + (WS-OUT-MM * 60) + WS-OUT-SS
           IF WS-BADGE-FOUND
                       WS-OUT-SECONDS - WS-IN-SECONDS + 86400
               END-IF
               COMPUTE LO-LOGIN-TIME = WS-IN-TIME-PART * 100
               MOVE WS-OPEN-BREAK-SECS (WS-OPEN-IDX)
                   TO LO-BREAK-SECONDS
               IF LO-BREAK-SECONDS > WS-DURATION-SECONDS
                   MOVE WS-DURATION-SECONDS TO LO-BREAK-SECONDS
               END-IF
           ELSE
               MOVE ZERO TO WS-DURATION-SECONDS
               MOVE ZERO TO LO-LOGIN-TIME
               MOVE ZERO TO LO-BREAK-SECONDS
               MOVE SPACES TO EX-EXCEPTION-RECORD
               MOVE WS-EVENT-BADGE TO EX-BADGE-NUMBER
               MOVE WS-EVENT-STAMP TO EX-EVENT-TIMESTAMP
               MOVE 'OUT-NO-IN' TO EX-REASON-CODE
               WRITE EX-EXCEPTION-RECORD
               ADD 1 TO WS-EXCEPTIONS-WRITTEN
           END-IF
           COMPUTE LO-LOGOFF-TIME = WS-OUT-TIME-PART * 100
           MOVE WS-DURATION-SECONDS TO LO-DURATION-SECONDS
           MOVE WS-EVENT-STAMP (1:8) TO LO-LOGOFF-DATE
       *> Badge-fed rows come from the door, not a workstation, and
      *> a badge OUT is a real departure, not a forced cleanup.
           MOVE SPACES TO LO-TERMINAL-ID
           END-IF
           ADD 1 TO WS-LOGOFFS-WRITTEN.

       4100-CHECK-SESSION-OPEN.
       *> An OUT is held as a possible break only when the person
       *> has a terminal session that opened before it and is not
       *> already on a break taken at the terminal.
           MOVE 'N' TO WS-HOLD-SWITCH
           IF WS-SESSION-FILE-IS-OPEN
               MOVE WS-MATCHED-NAME TO SC-USER-NAME
               READ CURRENT-SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4110-HOLD-IF-IN-SESSION
               END-READ
           END-IF.

       4110-HOLD-IF-IN-SESSION.
           MOVE WS-EVENT-STAMP (9:6) TO WS-OUT-TIME-PART
           COMPUTE WS-EVENT-TIME = WS-OUT-TIME-PART * 100
           IF SC-BREAK-START-DATE IS NOT NUMERIC
               MOVE ZERO TO SC-BREAK-START-DATE
           END-IF
           IF SC-NOT-ON-BREAK
                   AND (SC-SIGNON-DATE < WS-EVENT-STAMP (1:8)
                   OR (SC-SIGNON-DATE = WS-EVENT-STAMP (1:8)
                   AND SC-SIGNON-TIME <= WS-EVENT-TIME))
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM 4120-MATCH-HELD-BADGE
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
                   OR WS-BADGE-FOUND
      *> A second OUT with one already held, or no room left, is
      *> logged off as it always was.
               IF NOT WS-BADGE-FOUND
                       AND WS-HELD-COUNT < WS-MAX-HELD-ENTRIES
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-EVENT-BADGE TO WS-HELD-BADGE (WS-HELD-COUNT)
                   MOVE WS-MATCHED-NAME TO WS-HELD-NAME (WS-HELD-COUNT)
                   MOVE WS-EVENT-STAMP TO WS-HELD-STAMP (WS-HELD-COUNT)
                   MOVE SC-SIGNON-DATE
                       TO WS-HELD-SIGNON-DATE (WS-HELD-COUNT)
                   MOVE SC-SIGNON-TIME
                       TO WS-HELD-SIGNON-TIME (WS-HELD-COUNT)
                   MOVE 'N' TO WS-HELD-USED (WS-HELD-COUNT)
                   SET WS-OUT-HELD TO TRUE
               END-IF
           END-IF.

       4120-MATCH-HELD-BADGE.
           IF WS-HELD-BADGE (WS-HELD-SUB) = WS-EVENT-BADGE
                   AND WS-HELD-USED (WS-HELD-SUB) = 'N'
               SET WS-BADGE-FOUND TO TRUE
           END-IF.

       4900-RELEASE-HELD-OUTS.
       *> A held OUT the badge never came back IN from was a real
       *> departure after all - it logs off now, paired as usual.
           PERFORM 4910-RELEASE-ONE-OUT
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT.

       4910-RELEASE-ONE-OUT.
           IF WS-HELD-USED (WS-HELD-SUB) = 'N'
               MOVE 'Y' TO WS-HELD-USED (WS-HELD-SUB)
               MOVE WS-HELD-BADGE (WS-HELD-SUB) TO WS-EVENT-BADGE
               MOVE WS-HELD-STAMP (WS-HELD-SUB) TO WS-EVENT-STAMP
               MOVE WS-HELD-NAME (WS-HELD-SUB) TO WS-MATCHED-NAME
               PERFORM 4000-WRITE-LOGOFF
           END-IF.

       8000-PRINT-SUMMARY.
           DISPLAY 'BADGEXLT SIGN-ONS WRITTEN  : ' WS-SIGNONS-WRITTEN
           DISPLAY 'BADGEXLT LOGOFFS WRITTEN   : ' WS-LOGOFFS-WRITTEN
           DISPLAY 'BADGEXLT EXCEPTIONS        : '
               WS-EXCEPTIONS-WRITTEN
           DISPLAY 'BADGEXLT BREAKS RECORDED   : ' WS-BREAKS-RECORDED.

       9000-TERMINATE.
           IF WS-EVENT-FILE-STATUS = '00' OR WS-EVENT-FILE-STATUS
               IF WS-LOGOFF-FILE-STATUS = '00'
                   CLOSE LOGOFF-FILE
               END-IF
               IF WS-SESSION-FILE-IS-OPEN
                   CLOSE CURRENT-SESSION-FILE
               END-IF
           END-IF.

       END PROGRAM BADGEXLT.
