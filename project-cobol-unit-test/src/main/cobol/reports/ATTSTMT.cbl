      *          The master is keyed name/date/time, so one ordered
      *          walk with a control break on the name produces
      *          every page in a single pass.
      *          Supervisor time corrections released through
      *          TCAPPROV (TIMECORR) are shown over the original
      *          sign-ons, never in place of them: a day that carries
      *          one is marked ADJUSTED, each correction prints under
      *          the sign-on lines with its reason and approver, and
      *          a corrected day with no sign-on of its own still
      *          counts as a day in.
      *          Each page closes with the month's hours on site off
      *          the logoff file (live file and the month's LOGARCH
      *          archive, as PAYHOURS reads them) - gross, time on
      *          break, and net - with the same corrections laid
      *          over the sessions exactly as PAYHOURS lays them, so
      *          the statement and payroll agree.  Where corrections
      *          changed the hours, the figures as recorded print
      *          beside them; a correction with no session to land
      *          on is marked as not applied.  The archive is only
      *          opened when the archive name index (ARCHIDX) lists
      *          the person in it - or anybody, for an all-names run;
      *          with no index built it is always read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO 'TIMECORR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-FILE-STATUS.

           SELECT LOGOFF-FILE ASSIGN TO 'LOGOFFLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGOFF-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT INDEX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER-FILE.
       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       FD  CORRECTION-FILE.
           COPY "TIMECORR.cpy".

       FD  LOGOFF-FILE.
           COPY "LOGOFREC.cpy".

       FD  ARCHIVE-FILE.
           COPY "LOGOFREC.cpy" REPLACING LEADING ==LO-== BY ==LA-==.

       FD  INDEX-FILE.
           COPY "ARCHIDX.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       77  WS-DAY-COUNT PIC 9(3) VALUE ZERO.
       77  WS-SIGNON-COUNT PIC 9(5) VALUE ZERO.
       77  WS-PAGES-PRINTED PIC 9(4) VALUE ZERO.
       01  WS-CORRECTION-FILE-STATUS PIC X(2).
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-ADJUSTED-MARK PIC X(9).
       01  WS-TYPE-WORDS PIC X(5).
       77  WS-DAY-SUB PIC 9(2).
       77  WS-CORR-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-CORR-ENTRIES PIC 9(3) VALUE 200.
       77  WS-CORR-SUB PIC 9(3).
       77  WS-PAGE-ADJUST-COUNT PIC 9(3) VALUE ZERO.
      *    Which days of the month the page has already counted, so
      *    a correction on a day with no sign-on adds the day once.
       01  WS-DAY-SEEN-TABLE.
           05  WS-DAY-SEEN OCCURS 31 TIMES PIC X(1).
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY OCCURS 200 TIMES.
               10  WS-CORR-NAME         PIC X(20).
               10  WS-CORR-DATE         PIC 9(8).
               10  WS-CORR-TYPE         PIC X(1).
               10  WS-CORR-TIME         PIC 9(4).
               10  WS-CORR-REASON       PIC X(30).
               10  WS-CORR-APPROVER     PIC X(20).
               10  WS-CORR-MATCHED      PIC X(1).
               10  WS-CORR-ORIG-TIME    PIC 9(8).
               10  WS-CORR-ORIG-SECONDS PIC 9(6).
               10  WS-CORR-APPLIED      PIC X(1).
                   88  WS-CORR-WAS-APPLIED      VALUE 'Y'.
                   88  WS-CORR-NO-SESSION       VALUE 'N'.
                   88  WS-CORR-NEGATIVE         VALUE 'X'.
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
       01  WS-ARCHIVE-NAME PIC X(15).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-INDEX-STATUS PIC X(2).
       01  WS-ARCHIVE-LISTED-SWITCH PIC X(1) VALUE 'Y'.
           88  WS-ARCHIVE-LISTED        VALUE 'Y'.
       01  WS-TALLY-NAME PIC X(20).
       01  WS-TALLY-SECONDS PIC 9(6).
       01  WS-TALLY-BREAK PIC 9(6).
       01  WS-HOURS-GROSS PIC ZZZ9.99.
       01  WS-HOURS-BREAK PIC ZZZ9.99.
       01  WS-HOURS-NET PIC ZZZ9.99.
       01  WS-NET-SECONDS PIC 9(9).
       01  WS-GROSS-SECONDS PIC 9(9).
       01  WS-BREAK-SECONDS PIC 9(9).
      *    The session a correction may land on, and the clock
      *    arithmetic that turns a corrected time into seconds - the
      *    same working PAYHOURS does.
       01  WS-SESSION-DATE PIC 9(8).
       01  WS-SESSION-LOGIN PIC 9(8).
       01  WS-SESSION-LOGOFF PIC 9(8).
       01  WS-CLOCK-WORK PIC 9(8).
       01  WS-CLOCK-WORK-PARTS REDEFINES WS-CLOCK-WORK.
           05  WS-CLOCK-HH             PIC 9(2).
           05  WS-CLOCK-MM             PIC 9(2).
           05  WS-CLOCK-SS             PIC 9(2).
           05  WS-CLOCK-CC             PIC 9(2).
       01  WS-HHMM-WORK PIC 9(4).
       01  WS-HHMM-WORK-PARTS REDEFINES WS-HHMM-WORK.
           05  WS-HHMM-HH              PIC 9(2).
           05  WS-HHMM-MM              PIC 9(2).
       01  WS-ORIG-CLOCK-SECONDS PIC 9(5).
       01  WS-CORR-CLOCK-SECONDS PIC 9(5).
       01  WS-ADJUST-SECONDS PIC S9(6).
       01  WS-NEW-DURATION PIC S9(7).
       77  WS-TIME-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-TIME-ENTRIES PIC 9(3) VALUE 500.
       01  WS-TIME-TABLE.
           05  WS-TIME-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TIME-IDX.
               10  WS-TIME-NAME         PIC X(20).
               10  WS-TIME-GROSS        PIC 9(9).
               10  WS-TIME-BREAK        PIC 9(9).
               10  WS-TIME-CORR-GROSS   PIC 9(9).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'ATTSTMT'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'N' TO WS-PAGE-OPEN-SWITCH
           MOVE ZERO TO WS-PAGES-PRINTED
           PERFORM 1500-GET-PARAMETERS
           PERFORM 1700-LOAD-CORRECTIONS
           PERFORM 1800-LOAD-TIME-ON-SITE
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING 'ATTSTMT.' WS-STMT-MONTH
               INTO WS-REPORT-FILE-NAME END-STRING
           IF WS-STMT-MONTH = ZERO
               CALL 'BUSDATSV' USING WS-PROCESS-DATE
               MOVE WS-PROCESS-DATE (1:6) TO WS-STMT-MONTH
           END-IF
           PERFORM 1590-TRAIL-THE-TARGET.

       1590-TRAIL-THE-TARGET.
       *> Whose history was looked at goes on the privileged-action
       *> trail, under the operator signed on at the menu.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'ATTSTMT' TO PV-PROGRAM
           MOVE WS-INQUIRY-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       1700-LOAD-CORRECTIONS.
       *> The month's released corrections for the names being
       *> statemented; a later approval for the same person, day and
       *> start/end supersedes an earlier one, as in PAYHOURS.
           MOVE ZERO TO WS-CORR-COUNT
           INITIALIZE WS-CORR-TABLE
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-FILE-STATUS = '00'
               PERFORM 1710-READ-CORRECTION
               PERFORM 1720-STORE-CORRECTION
                   UNTIL WS-END-OF-FILE
               CLOSE CORRECTION-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1710-READ-CORRECTION.
           READ CORRECTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1720-STORE-CORRECTION.
           IF TC-SESSION-DATE IS NUMERIC
                   AND TC-SESSION-DATE (1:6) = WS-STMT-MONTH
                   AND TC-TYPE-VALID
                   AND (WS-ALL-NAMES
                   OR TC-USER-NAME = WS-INQUIRY-NAME)
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM 1730-MATCH-STORED-CORRECTION
                   VARYING WS-CORR-SUB FROM 1 BY 1
                   UNTIL WS-CORR-SUB > WS-CORR-COUNT
                   OR WS-ENTRY-FOUND
               IF NOT WS-ENTRY-FOUND
                   PERFORM 1740-ADD-CORRECTION
               END-IF
           END-IF
           PERFORM 1710-READ-CORRECTION.

       1730-MATCH-STORED-CORRECTION.
           IF WS-CORR-NAME (WS-CORR-SUB) = TC-USER-NAME
                   AND WS-CORR-DATE (WS-CORR-SUB) = TC-SESSION-DATE
                   AND WS-CORR-TYPE (WS-CORR-SUB) = TC-CORRECTION-TYPE
               SET WS-ENTRY-FOUND TO TRUE
               MOVE TC-CORRECTED-TIME TO WS-CORR-TIME (WS-CORR-SUB)
               MOVE TC-REASON TO WS-CORR-REASON (WS-CORR-SUB)
               MOVE TC-APPROVED-BY TO WS-CORR-APPROVER (WS-CORR-SUB)
           END-IF.

       1740-ADD-CORRECTION.
           IF WS-CORR-COUNT < WS-MAX-CORR-ENTRIES
               ADD 1 TO WS-CORR-COUNT
               MOVE TC-USER-NAME TO WS-CORR-NAME (WS-CORR-COUNT)
               MOVE TC-SESSION-DATE TO WS-CORR-DATE (WS-CORR-COUNT)
               MOVE TC-CORRECTION-TYPE TO WS-CORR-TYPE (WS-CORR-COUNT)
               MOVE TC-CORRECTED-TIME TO WS-CORR-TIME (WS-CORR-COUNT)
               MOVE TC-REASON TO WS-CORR-REASON (WS-CORR-COUNT)
               MOVE TC-APPROVED-BY TO WS-CORR-APPROVER (WS-CORR-COUNT)
               MOVE 'N' TO WS-CORR-MATCHED (WS-CORR-COUNT)
               MOVE 'N' TO WS-CORR-APPLIED (WS-CORR-COUNT)
           ELSE
               DISPLAY 'ATTSTMT WARNING: CORRECTION TABLE FULL - '
                   TC-USER-NAME ' ' TC-SESSION-DATE ' NOT SHOWN'
           END-IF.

       1800-LOAD-TIME-ON-SITE.
       *> Gross and break seconds per name for the month, off the
       *> live logoff file and the month's archive - the archive
       *> holds exactly what the live file gave up.
           MOVE ZERO TO WS-TIME-COUNT
           INITIALIZE WS-TIME-TABLE
           OPEN INPUT LOGOFF-FILE
           IF WS-LOGOFF-FILE-STATUS = '00'
               PERFORM 1810-READ-LOGOFF
               PERFORM 1820-TALLY-LOGOFF
                   UNTIL WS-END-OF-FILE
               CLOSE LOGOFF-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'LOGARCH.' WS-STMT-MONTH
               INTO WS-ARCHIVE-NAME END-STRING
           PERFORM 1860-CHECK-ARCHIVE-INDEX
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-ARCHIVE-LISTED
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = '00'
                   PERFORM 1830-READ-ARCHIVE
                   PERFORM 1840-TALLY-ARCHIVE
                       UNTIL WS-END-OF-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1890-APPLY-CORRECTIONS.

       1810-READ-LOGOFF.
           READ LOGOFF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1820-TALLY-LOGOFF.
           IF LO-LOGOFF-DATE IS NUMERIC
                   AND LO-LOGOFF-DATE (1:6) = WS-STMT-MONTH
                   AND (WS-ALL-NAMES
                   OR LO-USER-NAME = WS-INQUIRY-NAME)
               MOVE LO-USER-NAME TO WS-TALLY-NAME
               MOVE LO-DURATION-SECONDS TO WS-TALLY-SECONDS
               MOVE ZERO TO WS-TALLY-BREAK
               IF LO-BREAK-SECONDS IS NUMERIC
                   MOVE LO-BREAK-SECONDS TO WS-TALLY-BREAK
               END-IF
               PERFORM 1850-ADD-TIME
               MOVE LO-LOGOFF-DATE TO WS-SESSION-DATE
               MOVE LO-LOGIN-TIME TO WS-SESSION-LOGIN
               MOVE LO-LOGOFF-TIME TO WS-SESSION-LOGOFF
               PERFORM 1855-NOTE-CORRECTED-SESSION
           END-IF
           PERFORM 1810-READ-LOGOFF.

       1830-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1840-TALLY-ARCHIVE.
           IF LA-LOGOFF-DATE IS NUMERIC
                   AND LA-LOGOFF-DATE (1:6) = WS-STMT-MONTH
                   AND (WS-ALL-NAMES
                   OR LA-USER-NAME = WS-INQUIRY-NAME)
               MOVE LA-USER-NAME TO WS-TALLY-NAME
               MOVE LA-DURATION-SECONDS TO WS-TALLY-SECONDS
               MOVE ZERO TO WS-TALLY-BREAK
               IF LA-BREAK-SECONDS IS NUMERIC
                   MOVE LA-BREAK-SECONDS TO WS-TALLY-BREAK
               END-IF
               PERFORM 1850-ADD-TIME
               MOVE LA-LOGOFF-DATE TO WS-SESSION-DATE
               MOVE LA-LOGIN-TIME TO WS-SESSION-LOGIN
               MOVE LA-LOGOFF-TIME TO WS-SESSION-LOGOFF
               PERFORM 1855-NOTE-CORRECTED-SESSION
           END-IF
           PERFORM 1830-READ-ARCHIVE.

       1850-ADD-TIME.
       *> Breaks are held whole and held to the gross only when the
       *> page prints, as PAYHOURS does - so the nets agree.
           PERFORM 1851-FIND-TIME-ENTRY
           IF NOT WS-ENTRY-FOUND
               IF WS-TIME-COUNT < WS-MAX-TIME-ENTRIES
                   ADD 1 TO WS-TIME-COUNT
                   SET WS-TIME-IDX TO WS-TIME-COUNT
                   MOVE WS-TALLY-NAME TO WS-TIME-NAME (WS-TIME-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY 'ATTSTMT WARNING: HOURS TABLE FULL - '
                       WS-TALLY-NAME ' HOURS NOT SHOWN'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD WS-TALLY-SECONDS TO WS-TIME-GROSS (WS-TIME-IDX)
               ADD WS-TALLY-SECONDS TO WS-TIME-CORR-GROSS (WS-TIME-IDX)
               ADD WS-TALLY-BREAK TO WS-TIME-BREAK (WS-TIME-IDX)
           END-IF.

       1851-FIND-TIME-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-TIME-IDX TO 1
           SEARCH WS-TIME-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TIME-IDX > WS-TIME-COUNT
                   CONTINUE
               WHEN WS-TIME-NAME (WS-TIME-IDX) = WS-TALLY-NAME
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

       1855-NOTE-CORRECTED-SESSION.
       *> The session is tallied as it stands; a correction for the
       *> same person and day only notes which session it belongs
       *> to - the earliest start or the latest end that day - and
       *> the difference goes on once every row is in.
           IF WS-CORR-COUNT > ZERO
               PERFORM 1856-MATCH-SESSION-CORRECTION
                   VARYING WS-CORR-SUB FROM 1 BY 1
                   UNTIL WS-CORR-SUB > WS-CORR-COUNT
           END-IF.

       1856-MATCH-SESSION-CORRECTION.
           IF WS-CORR-NAME (WS-CORR-SUB) = WS-TALLY-NAME
                   AND WS-CORR-DATE (WS-CORR-SUB) = WS-SESSION-DATE
                   AND WS-CORR-TIME (WS-CORR-SUB) IS NUMERIC
               IF WS-CORR-TYPE (WS-CORR-SUB) = 'S'
                   IF WS-CORR-MATCHED (WS-CORR-SUB) = 'N'
                           OR WS-SESSION-LOGIN
                           < WS-CORR-ORIG-TIME (WS-CORR-SUB)
                       MOVE 'Y' TO WS-CORR-MATCHED (WS-CORR-SUB)
                       MOVE WS-SESSION-LOGIN
                           TO WS-CORR-ORIG-TIME (WS-CORR-SUB)
                       MOVE WS-TALLY-SECONDS
                           TO WS-CORR-ORIG-SECONDS (WS-CORR-SUB)
                   END-IF
               ELSE
                   IF WS-CORR-MATCHED (WS-CORR-SUB) = 'N'
                           OR WS-SESSION-LOGOFF
                           > WS-CORR-ORIG-TIME (WS-CORR-SUB)
                       MOVE 'Y' TO WS-CORR-MATCHED (WS-CORR-SUB)
                       MOVE WS-SESSION-LOGOFF
                           TO WS-CORR-ORIG-TIME (WS-CORR-SUB)
                       MOVE WS-TALLY-SECONDS
                           TO WS-CORR-ORIG-SECONDS (WS-CORR-SUB)
                   END-IF
               END-IF
           END-IF.

       1860-CHECK-ARCHIVE-INDEX.
       *> The index lists everybody each archive holds, so a month
       *> it does not list the person against has nothing to add.
       *> No index yet means no way to tell - the archive is read.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = '00'
               MOVE 'N' TO WS-ARCHIVE-LISTED-SWITCH
               PERFORM 1870-READ-INDEX
               PERFORM 1880-MATCH-INDEX-ROW
                   UNTIL WS-END-OF-FILE
                   OR WS-ARCHIVE-LISTED
               CLOSE INDEX-FILE
           ELSE
               SET WS-ARCHIVE-LISTED TO TRUE
           END-IF.

       1870-READ-INDEX.
           READ INDEX-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1880-MATCH-INDEX-ROW.
           IF AX-ARCHIVE-NAME = WS-ARCHIVE-NAME
                   AND (WS-ALL-NAMES
                   OR AX-USER-NAME = WS-INQUIRY-NAME)
               SET WS-ARCHIVE-LISTED TO TRUE
           ELSE
               PERFORM 1870-READ-INDEX
           END-IF.

       1890-APPLY-CORRECTIONS.
           PERFORM 1891-APPLY-ONE-CORRECTION
               VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT.

       1891-APPLY-ONE-CORRECTION.
       *> The difference between the recorded clock time and the
       *> corrected one, in seconds, goes on the person's corrected
       *> gross - a start moved earlier or an end moved later adds
       *> time.  One that would leave its session negative is not
       *> applied, exactly as PAYHOURS refuses it.
           IF WS-CORR-MATCHED (WS-CORR-SUB) = 'N'
               SET WS-CORR-NO-SESSION (WS-CORR-SUB) TO TRUE
           ELSE
               MOVE WS-CORR-ORIG-TIME (WS-CORR-SUB) TO WS-CLOCK-WORK
               COMPUTE WS-ORIG-CLOCK-SECONDS = WS-CLOCK-HH * 3600
                   + WS-CLOCK-MM * 60 + WS-CLOCK-SS
               MOVE WS-CORR-TIME (WS-CORR-SUB) TO WS-HHMM-WORK
               COMPUTE WS-CORR-CLOCK-SECONDS = WS-HHMM-HH * 3600
                   + WS-HHMM-MM * 60
               IF WS-CORR-TYPE (WS-CORR-SUB) = 'S'
                   COMPUTE WS-ADJUST-SECONDS = WS-ORIG-CLOCK-SECONDS
                       - WS-CORR-CLOCK-SECONDS
               ELSE
                   COMPUTE WS-ADJUST-SECONDS = WS-CORR-CLOCK-SECONDS
                       - WS-ORIG-CLOCK-SECONDS
               END-IF
               COMPUTE WS-NEW-DURATION =
                   WS-CORR-ORIG-SECONDS (WS-CORR-SUB)
                   + WS-ADJUST-SECONDS
               IF WS-NEW-DURATION < ZERO
                   SET WS-CORR-NEGATIVE (WS-CORR-SUB) TO TRUE
               ELSE
                   PERFORM 1892-ADJUST-PERSON
               END-IF
           END-IF.

       1892-ADJUST-PERSON.
           MOVE WS-CORR-NAME (WS-CORR-SUB) TO WS-TALLY-NAME
           PERFORM 1851-FIND-TIME-ENTRY
           IF WS-ENTRY-FOUND
               COMPUTE WS-TIME-CORR-GROSS (WS-TIME-IDX) =
                   WS-TIME-CORR-GROSS (WS-TIME-IDX)
                   + WS-ADJUST-SECONDS
               SET WS-CORR-WAS-APPLIED (WS-CORR-SUB) TO TRUE
           END-IF.

       1010-READ-HISTORY.
           MOVE ZERO TO WS-LAST-DAY-SEEN
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-SIGNON-COUNT
           MOVE ZERO TO WS-PAGE-ADJUST-COUNT
           MOVE SPACES TO WS-DAY-SEEN-TABLE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
               MOVE HM-GREETING-DATE TO WS-FIRST-DAY-SEEN
           END-IF
           MOVE HM-GREETING-DATE TO WS-LAST-DAY-SEEN
           MOVE HM-GREETING-DATE (7:2) TO WS-DAY-SUB
           MOVE 'Y' TO WS-DAY-SEEN (WS-DAY-SUB)
      *> The original time always prints; a day a correction was
      *> released for says so on the line.
           MOVE SPACES TO WS-ADJUSTED-MARK
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 2610-MATCH-DAY-CORRECTION
               VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               MOVE ' ADJUSTED' TO WS-ADJUSTED-MARK
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' HM-GREETING-DATE ' ' HM-GREETING-TIME (1:6)
               WS-ADJUSTED-MARK
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE.

       2610-MATCH-DAY-CORRECTION.
           IF WS-CORR-NAME (WS-CORR-SUB) = WS-CURRENT-NAME
                   AND WS-CORR-DATE (WS-CORR-SUB) = HM-GREETING-DATE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3000-CLOSE-PAGE.
           PERFORM 3100-PRINT-ADJUSTMENT
               VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
               '  LAST: ' WS-LAST-DAY-SEEN
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           IF WS-PAGE-ADJUST-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ADJUSTED BY APPROVED CORRECTIONS: '
                   WS-PAGE-ADJUST-COUNT
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF
           PERFORM 3200-PRINT-HOURS-LINE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           ADD 1 TO WS-PAGES-PRINTED
           MOVE 'N' TO WS-PAGE-OPEN-SWITCH.

       3100-PRINT-ADJUSTMENT.
       *> Each released correction for this person prints after the
       *> sign-ons it adjusts, with who let it through and why.
           IF WS-CORR-NAME (WS-CORR-SUB) = WS-CURRENT-NAME
               IF WS-PAGE-ADJUST-COUNT = ZERO
                   MOVE '  ADJUSTMENTS (APPROVED TIME CORRECTIONS):'
                       TO WS-REPORT-LINE
                   PERFORM 7000-EMIT-LINE
               END-IF
               ADD 1 TO WS-PAGE-ADJUST-COUNT
               IF WS-CORR-TYPE (WS-CORR-SUB) = 'S'
                   MOVE 'START' TO WS-TYPE-WORDS
               ELSE
                   MOVE 'END' TO WS-TYPE-WORDS
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-CORR-DATE (WS-CORR-SUB) ' ADJUSTED '
                   WS-TYPE-WORDS ' ' WS-CORR-TIME (WS-CORR-SUB)
                   ' ' WS-CORR-REASON (WS-CORR-SUB)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '           APPROVED BY '
                   WS-CORR-APPROVER (WS-CORR-SUB)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
               IF WS-CORR-NO-SESSION (WS-CORR-SUB)
                   MOVE '           NOT APPLIED TO THE HOURS - NO '
                       & 'SESSION THAT DAY' TO WS-REPORT-LINE
                   PERFORM 7000-EMIT-LINE
               END-IF
               IF WS-CORR-NEGATIVE (WS-CORR-SUB)
                   MOVE '           NOT APPLIED TO THE HOURS - WOULD '
                       & 'LEAVE A NEGATIVE SESSION' TO WS-REPORT-LINE
                   PERFORM 7000-EMIT-LINE
               END-IF
               PERFORM 3110-COUNT-CORRECTED-DAY
           END-IF.

       3110-COUNT-CORRECTED-DAY.
           MOVE WS-CORR-DATE (WS-CORR-SUB) (7:2) TO WS-DAY-SUB
           IF WS-DAY-SEEN (WS-DAY-SUB) NOT = 'Y'
               MOVE 'Y' TO WS-DAY-SEEN (WS-DAY-SUB)
               ADD 1 TO WS-DAY-COUNT
               IF WS-CORR-DATE (WS-CORR-SUB) < WS-FIRST-DAY-SEEN
                   MOVE WS-CORR-DATE (WS-CORR-SUB)
                       TO WS-FIRST-DAY-SEEN
               END-IF
               IF WS-CORR-DATE (WS-CORR-SUB) > WS-LAST-DAY-SEEN
                   MOVE WS-CORR-DATE (WS-CORR-SUB)
                       TO WS-LAST-DAY-SEEN
               END-IF
           END-IF.

       3200-PRINT-HOURS-LINE.
       *> The statement's hours are the corrected ones payroll is
       *> sent - gross, the breaks inside them, and the net.  Where
       *> a correction moved them, the hours as the sessions
       *> recorded them follow.
           MOVE WS-CURRENT-NAME TO WS-TALLY-NAME
           PERFORM 1851-FIND-TIME-ENTRY
           IF WS-ENTRY-FOUND
               MOVE WS-TIME-CORR-GROSS (WS-TIME-IDX)
                   TO WS-GROSS-SECONDS
               PERFORM 3210-FORMAT-HOURS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'HOURS ON SITE - GROSS: ' WS-HOURS-GROSS
                   '  BREAKS: ' WS-HOURS-BREAK
                   '  NET: ' WS-HOURS-NET
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
               IF WS-TIME-CORR-GROSS (WS-TIME-IDX)
                       NOT = WS-TIME-GROSS (WS-TIME-IDX)
                   MOVE WS-TIME-GROSS (WS-TIME-IDX)
                       TO WS-GROSS-SECONDS
                   PERFORM 3210-FORMAT-HOURS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'AS RECORDED   - GROSS: ' WS-HOURS-GROSS
                       '  BREAKS: ' WS-HOURS-BREAK
                       '  NET: ' WS-HOURS-NET
                       INTO WS-REPORT-LINE END-STRING
                   PERFORM 7000-EMIT-LINE
               END-IF
           END-IF.

       3210-FORMAT-HOURS.
       *> A correction can pull the gross under the breaks logged
       *> inside it - net never goes below zero.
           MOVE WS-TIME-BREAK (WS-TIME-IDX) TO WS-BREAK-SECONDS
           IF WS-BREAK-SECONDS > WS-GROSS-SECONDS
               MOVE WS-GROSS-SECONDS TO WS-BREAK-SECONDS
           END-IF
           COMPUTE WS-NET-SECONDS = WS-GROSS-SECONDS - WS-BREAK-SECONDS
           COMPUTE WS-HOURS-GROSS ROUNDED = WS-GROSS-SECONDS / 3600
           COMPUTE WS-HOURS-BREAK ROUNDED = WS-BREAK-SECONDS / 3600
           COMPUTE WS-HOURS-NET ROUNDED = WS-NET-SECONDS / 3600.

       7000-EMIT-LINE.
       *> Console for the inquiry, dated file for the statement that
       *> actually gets handed to the employee or HR.
