      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inbound file arrival gate - the first step of the
      *          nightly chain.  NIGHTRUN used to start whether or not
      *          the night's inputs had come in, SITMERGE then left a
      *          late branch out, and a partial day was posted.  This
      *          checks every expected inbound file - each site file
      *          on SITELIST (or the concentrator's own SIGNONTX when
      *          there is no list), BADGEEVT, HRLEAVER and any feed
      *          added on INBNDCF - is on hand, not empty, and, where
      *          the file opens with a dated HDR record, dated for the
      *          business date.  Feeds still outstanding are looked at
      *          again every few minutes until the INBNDCF cut-off.
      *          At the cut-off each feed still missing gets a MISS
      *          row on RUNLOG naming it (MORNSTAT puts them on its
      *          flag list); a missing mandatory feed stops the chain,
      *          a missing optional one lets it go on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDGATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'INBNDCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SITE-LIST-FILE ASSIGN TO 'SITELIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

           SELECT FEED-FILE ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY "INBNDCF.cpy".

       FD  SITE-LIST-FILE.
           COPY "SITELIST.cpy".

      *    Any feed at all - only the first record is ever looked at.
       FD  FEED-FILE.
       01  FD-FEED-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "SIGNONCT.cpy".
       01  WS-CONTROL-FILE-STATUS PIC X(2).
       01  WS-LIST-FILE-STATUS PIC X(2).
       01  WS-FEED-FILE-STATUS PIC X(2).
       01  WS-FEED-FILE-NAME PIC X(12).
       01  WS-PROCESS-DATE PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-FEED-FOUND            VALUE 'Y'.
       01  WS-CUTOFF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CUTOFF-REACHED        VALUE 'Y'.
       01  WS-CUTOFF-HHMM PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-HHMM.
           05  WS-CUTOFF-HH            PIC 9(2).
           05  WS-CUTOFF-MM            PIC 9(2).
       01  WS-RECHECK-MINUTES PIC 9(2) VALUE 5.
       01  WS-NOW-TIME PIC 9(8).
       01  WS-NOW-PARTS REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(2).
           05  WS-NOW-MM               PIC 9(2).
           05  FILLER                  PIC 9(4).
       01  WS-START-MINUTE PIC 9(4) VALUE ZERO.
       01  WS-NOW-MINUTE PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-MINUTE PIC 9(4) VALUE ZERO.
       01  WS-WINDOW-MINUTES PIC 9(4) VALUE ZERO.
       01  WS-ELAPSED-MINUTES PIC 9(4) VALUE ZERO.
       01  WS-NEXT-LOOK-MINUTE PIC 9(4) VALUE ZERO.
       01  WS-MINUTE-QUOTIENT PIC 9(4).
       77  WS-FEED-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-FEEDS PIC 9(2) VALUE 30.
       77  WS-FEED-IDX PIC 9(2).
       77  WS-OUTSTANDING PIC 9(2) VALUE ZERO.
       77  WS-MANDATORY-MISSING PIC 9(2) VALUE ZERO.
       77  WS-OPTIONAL-MISSING PIC 9(2) VALUE ZERO.
       77  WS-LOOK-COUNT PIC 9(3) VALUE ZERO.
      *    Every feed expected tonight and where it stands.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 30 TIMES.
               10  WS-FEED-NAME         PIC X(12).
               10  WS-FEED-SITE         PIC X(3).
               10  WS-FEED-MANDATORY    PIC X(1).
                   88  WS-FEED-IS-MANDATORY     VALUE 'Y'.
               10  WS-FEED-HEADER       PIC X(1).
                   88  WS-FEED-HAS-HEADER       VALUE 'Y'.
               10  WS-FEED-HEADER-DATE  PIC 9(8).
               10  WS-FEED-STATE        PIC X(7).
                   88  WS-FEED-ARRIVED          VALUE 'ARRIVED'.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'FEEDGATE'.
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
           PERFORM 2000-LOOK-AT-FEEDS
           PERFORM 3000-WAIT-AND-LOOK-AGAIN
               UNTIL WS-OUTSTANDING = ZERO
               OR WS-CUTOFF-REACHED
           PERFORM 8000-PRINT-FEED-REPORT
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-FEED-COUNT
           MOVE ZERO TO WS-LOOK-COUNT
           MOVE ZERO TO WS-MANDATORY-MISSING
           MOVE ZERO TO WS-OPTIONAL-MISSING
           MOVE 'N' TO WS-CUTOFF-SWITCH
           INITIALIZE WS-FEED-TABLE
           CALL 'BUSDATSV' USING WS-PROCESS-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-START-MINUTE = (WS-NOW-HH * 60) + WS-NOW-MM
           MOVE WS-START-MINUTE TO WS-CUTOFF-MINUTE
           PERFORM 1100-LOAD-SITE-FEEDS
           MOVE 'BADGEEVT' TO WS-FEED-FILE-NAME
           PERFORM 1300-ADD-FIXED-FEED
           MOVE 'HRLEAVER' TO WS-FEED-FILE-NAME
           PERFORM 1300-ADD-FIXED-FEED
           PERFORM 1400-READ-CONTROL-FILE
           PERFORM 1600-SET-WAIT-WINDOW.

       1100-LOAD-SITE-FEEDS.
       *> Each site on SITELIST sends its own bracketed file.  With no
       *> list the shop is back to the single building, whose
       *> concentrator drops SIGNONTX straight for SIGNONED.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SITE-LIST-FILE
           IF WS-LIST-FILE-STATUS = '00'
               PERFORM 1110-READ-SITE-LIST
               PERFORM 1120-ADD-SITE-FEED
                   UNTIL WS-END-OF-FILE
               CLOSE SITE-LIST-FILE
           ELSE
               MOVE 'SIGNONTX' TO WS-FEED-FILE-NAME
               PERFORM 1200-FIND-FEED
               IF NOT WS-FEED-FOUND
                   PERFORM 1210-ADD-FEED
                   MOVE 'Y' TO WS-FEED-MANDATORY (WS-FEED-COUNT)
                   MOVE 'Y' TO WS-FEED-HEADER (WS-FEED-COUNT)
               END-IF
           END-IF.

       1110-READ-SITE-LIST.
           READ SITE-LIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-ADD-SITE-FEED.
           IF SL-FILE-NAME NOT = SPACES
               MOVE SL-FILE-NAME TO WS-FEED-FILE-NAME
               PERFORM 1200-FIND-FEED
               IF NOT WS-FEED-FOUND
                   PERFORM 1210-ADD-FEED
                   IF WS-FEED-FOUND
                       MOVE SL-SITE-CODE
                           TO WS-FEED-SITE (WS-FEED-COUNT)
                       MOVE 'Y' TO WS-FEED-MANDATORY (WS-FEED-COUNT)
                       MOVE 'Y' TO WS-FEED-HEADER (WS-FEED-COUNT)
                   END-IF
               END-IF
           END-IF
           PERFORM 1110-READ-SITE-LIST.

       1200-FIND-FEED.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 1205-MATCH-ONE-FEED
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               OR WS-FEED-FOUND.

       1205-MATCH-ONE-FEED.
           IF WS-FEED-NAME (WS-FEED-IDX) = WS-FEED-FILE-NAME
               SET WS-FEED-FOUND TO TRUE
           END-IF.

       1210-ADD-FEED.
       *> Leaves WS-FEED-FOUND set when there was room - the caller
       *> fills in the new row's terms.
           IF WS-FEED-COUNT < WS-MAX-FEEDS
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-FEED-FILE-NAME TO WS-FEED-NAME (WS-FEED-COUNT)
               MOVE SPACES TO WS-FEED-SITE (WS-FEED-COUNT)
               MOVE 'N' TO WS-FEED-MANDATORY (WS-FEED-COUNT)
               MOVE 'N' TO WS-FEED-HEADER (WS-FEED-COUNT)
               MOVE ZERO TO WS-FEED-HEADER-DATE (WS-FEED-COUNT)
               MOVE 'ABSENT' TO WS-FEED-STATE (WS-FEED-COUNT)
               SET WS-FEED-FOUND TO TRUE
           ELSE
               DISPLAY 'FEEDGATE WARNING: MORE THAN ' WS-MAX-FEEDS
                   ' FEEDS - ' WS-FEED-FILE-NAME ' NOT CHECKED'
           END-IF.

       1300-ADD-FIXED-FEED.
       *> The badge readers' and HR's exports - optional and with no
       *> header unless INBNDCF says otherwise.
           PERFORM 1200-FIND-FEED
           IF NOT WS-FEED-FOUND
               PERFORM 1210-ADD-FEED
           END-IF.

       1400-READ-CONTROL-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               PERFORM 1410-READ-CONTROL
               PERFORM 1420-APPLY-CONTROL-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE CONTROL-FILE
           END-IF.

       1410-READ-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1420-APPLY-CONTROL-ROW.
           IF IB-CUTOFF-ROW
               MOVE ZERO TO WS-CUTOFF-HHMM
               IF IB-CUTOFF-HHMM IS NUMERIC
                   MOVE IB-CUTOFF-HHMM TO WS-CUTOFF-HHMM
               END-IF
               IF IB-CUTOFF-HHMM IS NUMERIC
                       AND WS-CUTOFF-HH < 24 AND WS-CUTOFF-MM < 60
                   COMPUTE WS-CUTOFF-MINUTE =
                       (WS-CUTOFF-HH * 60) + WS-CUTOFF-MM
               ELSE
                   DISPLAY 'FEEDGATE WARNING: CUT-OFF '
                       IB-CUTOFF-HHMM ' NOT A TIME - NOT WAITING'
                   MOVE WS-START-MINUTE TO WS-CUTOFF-MINUTE
               END-IF
               IF IB-RECHECK-MINUTES IS NUMERIC
                       AND IB-RECHECK-MINUTES > ZERO
                   MOVE IB-RECHECK-MINUTES TO WS-RECHECK-MINUTES
               END-IF
           END-IF
           IF IB-FEED-ROW AND IB-FEED-NAME NOT = SPACES
               MOVE IB-FEED-NAME TO WS-FEED-FILE-NAME
               PERFORM 1200-FIND-FEED
               IF WS-FEED-FOUND
                   SUBTRACT 1 FROM WS-FEED-IDX
               ELSE
                   PERFORM 1210-ADD-FEED
                   MOVE WS-FEED-COUNT TO WS-FEED-IDX
               END-IF
               IF WS-FEED-FOUND
                   MOVE IB-MANDATORY-FLAG
                       TO WS-FEED-MANDATORY (WS-FEED-IDX)
                   MOVE IB-HEADER-FLAG TO WS-FEED-HEADER (WS-FEED-IDX)
               END-IF
           END-IF
           PERFORM 1410-READ-CONTROL.

       1600-SET-WAIT-WINDOW.
       *> The chain starts late evening and the cut-off is usually
       *> after midnight, so the window is counted round the clock.
       *> A cut-off more than twelve hours off means it has already
       *> gone by - a morning rerun looks once and does not wait
       *> for tomorrow night.
           COMPUTE WS-WINDOW-MINUTES =
               WS-CUTOFF-MINUTE + 1440 - WS-START-MINUTE
           DIVIDE WS-WINDOW-MINUTES BY 1440
               GIVING WS-MINUTE-QUOTIENT
               REMAINDER WS-WINDOW-MINUTES
           IF WS-WINDOW-MINUTES > 720
               MOVE ZERO TO WS-WINDOW-MINUTES
           END-IF
           IF WS-WINDOW-MINUTES = ZERO
               SET WS-CUTOFF-REACHED TO TRUE
           END-IF.

       2000-LOOK-AT-FEEDS.
           ADD 1 TO WS-LOOK-COUNT
           MOVE ZERO TO WS-OUTSTANDING
           PERFORM 2100-LOOK-AT-ONE-FEED
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT.

       2100-LOOK-AT-ONE-FEED.
       *> A feed once in stays in; only the outstanding ones are
       *> opened again.
           IF NOT WS-FEED-ARRIVED (WS-FEED-IDX)
               MOVE WS-FEED-NAME (WS-FEED-IDX) TO WS-FEED-FILE-NAME
               OPEN INPUT FEED-FILE
               IF WS-FEED-FILE-STATUS NOT = '00'
                   MOVE 'ABSENT' TO WS-FEED-STATE (WS-FEED-IDX)
               ELSE
                   READ FEED-FILE
                       AT END
                           MOVE 'EMPTY' TO WS-FEED-STATE (WS-FEED-IDX)
                       NOT AT END
                           PERFORM 2200-JUDGE-FIRST-RECORD
                   END-READ
                   CLOSE FEED-FILE
               END-IF
               IF NOT WS-FEED-ARRIVED (WS-FEED-IDX)
                   ADD 1 TO WS-OUTSTANDING
               END-IF
           END-IF.

       2200-JUDGE-FIRST-RECORD.
       *> Yesterday's file still lying in the drop is not tonight's
       *> feed - a bracketed file must be dated for the business day.
           IF WS-FEED-HAS-HEADER (WS-FEED-IDX)
               MOVE FD-FEED-RECORD (1:20) TO CT-CONTROL-RECORD
               IF NOT CT-IS-HEADER
                   MOVE 'NO HDR' TO WS-FEED-STATE (WS-FEED-IDX)
               ELSE
                   IF CT-CREATE-DATE IS NUMERIC
                       MOVE CT-CREATE-DATE
                           TO WS-FEED-HEADER-DATE (WS-FEED-IDX)
                   END-IF
                   IF WS-FEED-HEADER-DATE (WS-FEED-IDX)
                           = WS-PROCESS-DATE
                       MOVE 'ARRIVED' TO WS-FEED-STATE (WS-FEED-IDX)
                   ELSE
                       MOVE 'STALE' TO WS-FEED-STATE (WS-FEED-IDX)
                   END-IF
               END-IF
           ELSE
               MOVE 'ARRIVED' TO WS-FEED-STATE (WS-FEED-IDX)
           END-IF.

       3000-WAIT-AND-LOOK-AGAIN.
           DISPLAY 'FEEDGATE: ' WS-OUTSTANDING ' FEED(S) NOT IN - '
               'LOOKING AGAIN IN ' WS-RECHECK-MINUTES ' MINUTES '
               '(CUT-OFF ' WS-CUTOFF-HHMM ')'
       *> The next look is due a recheck interval on, but never
       *> later than the cut-off itself; the clock is read over
       *> and over until then.
           COMPUTE WS-NEXT-LOOK-MINUTE =
               WS-ELAPSED-MINUTES + WS-RECHECK-MINUTES
           IF WS-NEXT-LOOK-MINUTE > WS-WINDOW-MINUTES
               MOVE WS-WINDOW-MINUTES TO WS-NEXT-LOOK-MINUTE
           END-IF
           PERFORM 3100-READ-CLOCK
               UNTIL WS-ELAPSED-MINUTES >= WS-NEXT-LOOK-MINUTE
           PERFORM 2000-LOOK-AT-FEEDS
           IF WS-ELAPSED-MINUTES >= WS-WINDOW-MINUTES
               SET WS-CUTOFF-REACHED TO TRUE
           END-IF.

       3100-READ-CLOCK.
       *> Minutes since the gate started, counted round the clock
       *> the same way as the wait window.
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-NOW-MINUTE = (WS-NOW-HH * 60) + WS-NOW-MM
           COMPUTE WS-ELAPSED-MINUTES =
               WS-NOW-MINUTE + 1440 - WS-START-MINUTE
           DIVIDE WS-ELAPSED-MINUTES BY 1440
               GIVING WS-MINUTE-QUOTIENT
               REMAINDER WS-ELAPSED-MINUTES.

       8000-PRINT-FEED-REPORT.
           DISPLAY '================================================'
           DISPLAY 'FEEDGATE INBOUND FEEDS FOR ' WS-PROCESS-DATE
               ' - ' WS-LOOK-COUNT ' LOOK(S)'
           DISPLAY '------------------------------------------------'
           DISPLAY 'FEED         SITE MAND HDR DATED    STATE'
           PERFORM 8100-PRINT-ONE-FEED
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
           DISPLAY '------------------------------------------------'
           DISPLAY 'MANDATORY MISSING ' WS-MANDATORY-MISSING
               '  OPTIONAL MISSING ' WS-OPTIONAL-MISSING
           DISPLAY '================================================'.

       8100-PRINT-ONE-FEED.
           DISPLAY WS-FEED-NAME (WS-FEED-IDX) ' '
               WS-FEED-SITE (WS-FEED-IDX) '  '
               WS-FEED-MANDATORY (WS-FEED-IDX) '    '
               WS-FEED-HEADER (WS-FEED-IDX) '   '
               WS-FEED-HEADER-DATE (WS-FEED-IDX) ' '
               WS-FEED-STATE (WS-FEED-IDX)
           IF NOT WS-FEED-ARRIVED (WS-FEED-IDX)
               PERFORM 8200-LOG-MISSING-FEED
           END-IF.

       8200-LOG-MISSING-FEED.
       *> One MISS row per feed still out at the cut-off, the feed
       *> and what was wrong with it as the status - MORNSTAT names
       *> each one on its flag list.
           IF WS-FEED-IS-MANDATORY (WS-FEED-IDX)
               ADD 1 TO WS-MANDATORY-MISSING
           ELSE
               ADD 1 TO WS-OPTIONAL-MISSING
           END-IF
           MOVE 'MISS' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE SPACES TO WS-RUNLOG-STATUS
           STRING WS-FEED-NAME (WS-FEED-IDX) DELIMITED BY SPACE
               ' ' WS-FEED-STATE (WS-FEED-IDX) DELIMITED BY SIZE
               INTO WS-RUNLOG-STATUS END-STRING
           PERFORM 0900-WRITE-RUNLOG.

       9000-TERMINATE.
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-FEED-COUNT TO WS-RUNLOG-COUNT
           IF WS-MANDATORY-MISSING > ZERO
               DISPLAY 'FEEDGATE: MANDATORY FEED(S) NOT IN BY THE '
                   'CUT-OFF - THE NIGHT STOPS HERE'
               MOVE 'MANDATORY-MISSING' TO WS-RUNLOG-STATUS
           ELSE
               IF WS-OPTIONAL-MISSING > ZERO
                   DISPLAY 'FEEDGATE: GOING ON WITHOUT '
                       WS-OPTIONAL-MISSING ' OPTIONAL FEED(S)'
                   MOVE 'FEEDS-MISSING' TO WS-RUNLOG-STATUS
               ELSE
                   MOVE 'OK' TO WS-RUNLOG-STATUS
               END-IF
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-MANDATORY-MISSING > ZERO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END PROGRAM FEEDGATE.
