      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly terminal utilization and capacity report -
      *          facilities want terminals off the floor and nobody
      *          could say which ones are used.  TERMMAST knows where
      *          every terminal stands and the logoff file knows which
      *          terminal each session ran at and for how long; this
      *          joins the two for the chosen month (live logoff file
      *          and the month's LOGARCH archive, as PAYHOURS reads
      *          them).  For every location, each terminal's session
      *          count, hours in use and distinct users, the
      *          location's totals, and the peak number of sessions
      *          running at once in each hour of the day - the
      *          busiest day of the month for that hour.  The same
      *          hourly peak for the whole shop follows, then every
      *          active terminal with no session at all in the month,
      *          and last every terminal ID the trails carry that
      *          TERMMAST has never heard of.  LOGIN turns such a
      *          terminal away, so it leaves no session - those IDs
      *          come off the month's sign-on attempts (the AUDITLOG
      *          generations, and AUDARCH once they are archived),
      *          each with its attempt count and the first and last
      *          date it was seen.  Rows with no terminal
      *          ID (written before the field went in, or badge-fed)
      *          are counted on the footer and left out.  The report
      *          is TERMUTIL.CCYYMM; the month comes from the RPTPARM
      *          card as PAYHOURS takes it, so the month-end night can
      *          run it unattended.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINAL-REGISTRY-FILE ASSIGN TO 'TERMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMREG-FILE-STATUS.

           SELECT LOGOFF-FILE ASSIGN TO 'LOGOFFLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGOFF-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT INDEX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-REGISTRY-FILE.
           COPY "TERMREG.cpy".

       FD  LOGOFF-FILE.
           COPY "LOGOFREC.cpy".

       FD  ARCHIVE-FILE.
           COPY "LOGOFREC.cpy" REPLACING LEADING ==LO-== BY ==LA-==.

       FD  AUDIT-FILE.
           COPY "AUDITREC.cpy".

       FD  AUDIT-ARCHIVE-FILE.
           COPY "AUDITREC.cpy" REPLACING LEADING ==AU-== BY ==AA-==.

       FD  INDEX-FILE.
           COPY "ARCHIDX.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "AUDTFNAM.cpy".
       01  WS-TERMREG-FILE-STATUS PIC X(2).
       01  WS-AUDIT-FILE-STATUS PIC X(2).
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-INDEX-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-FILE-NAME PIC X(15).
       01  WS-ARCHIVE-NAME PIC X(15).
       01  WS-REPORT-LINE PIC X(80).
       01  WS-REPORT-MONTH PIC 9(6) VALUE ZERO.
       01  WS-PROCESS-DATE PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-REGISTRY-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REGISTRY-ON-HAND      VALUE 'Y'.
       01  WS-ARCHIVE-LISTED-SWITCH PIC X(1) VALUE 'Y'.
           88  WS-ARCHIVE-LISTED        VALUE 'Y'.
      *    The session being tallied, off either file.
       01  WS-SESS-USER PIC X(20).
       01  WS-SESS-TERMINAL PIC X(4).
       01  WS-SESS-LOGIN-TIME PIC 9(8).
       01  WS-SESS-LOGOFF-TIME PIC 9(8).
       01  WS-SESS-LOGOFF-DATE PIC 9(8).
       01  WS-SESS-SECONDS PIC 9(6).
      *    The sign-on attempt being looked at, off either file.
       01  WS-ATTEMPT-TERMINAL PIC X(4).
       01  WS-ATTEMPT-DATE PIC X(8).
       01  WS-GENERATION-DATE PIC 9(8).
       77  WS-START-HOUR PIC 9(2).
       77  WS-END-HOUR PIC 9(2).
       77  WS-SESS-DAY PIC 9(2).
       77  WS-MARK-DAY PIC 9(2).
       77  WS-HOUR-IDX PIC 9(2).
       77  WS-DAY-IDX PIC 9(2).
       77  WS-SESSIONS-COUNTED PIC 9(7) VALUE ZERO.
       77  WS-NO-TERMINAL-ROWS PIC 9(7) VALUE ZERO.
       77  WS-UNUSED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-UNREGISTERED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-ATTEMPTS-COUNTED PIC 9(7) VALUE ZERO.
      *    Every terminal - TERMMAST's rows first, then any ID the
      *    trails carry that TERMMAST does not.
       77  WS-TERM-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-TERMINALS PIC 9(3) VALUE 300.
       77  WS-TERM-IDX PIC 9(3).
       77  WS-PRINT-IDX PIC 9(3).
       01  WS-TERMINAL-TABLE.
           05  WS-TERM-ENTRY OCCURS 300 TIMES.
               10  WS-TERM-ID           PIC X(4).
               10  WS-TERM-LOC-IDX      PIC 9(2).
               10  WS-TERM-DESCRIPTION  PIC X(30).
               10  WS-TERM-STATUS       PIC X(1).
                   88  WS-TERM-RETIRED          VALUE 'R'.
               10  WS-TERM-REGISTERED   PIC X(1).
                   88  WS-TERM-ON-REGISTRY      VALUE 'Y'.
               10  WS-TERM-SESSIONS     PIC 9(5).
               10  WS-TERM-SECONDS      PIC 9(9).
               10  WS-TERM-USERS        PIC 9(4).
               10  WS-TERM-ATTEMPTS     PIC 9(5).
               10  WS-TERM-FIRST-DATE   PIC 9(8).
               10  WS-TERM-LAST-DATE    PIC 9(8).
      *    Locations in the order TERMMAST first names them.
       77  WS-LOC-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-LOCATIONS PIC 9(2) VALUE 30.
       77  WS-LOC-IDX PIC 9(2).
       01  WS-LOCATION-TABLE.
           05  WS-LOC-ENTRY OCCURS 30 TIMES.
               10  WS-LOC-NAME          PIC X(20).
               10  WS-LOC-SESSIONS      PIC 9(5).
               10  WS-LOC-SECONDS       PIC 9(9).
               10  WS-LOC-USERS         PIC 9(4).
      *    Sessions running in each hour of each day of the month,
      *    per location and for the whole shop - the hourly peak is
      *    the busiest day's figure.
       01  WS-LOC-SLOT-TABLE.
           05  WS-LOC-SLOT-LOC OCCURS 30 TIMES.
               10  WS-LOC-SLOT-DAY OCCURS 31 TIMES.
                   15  WS-LOC-SLOT      PIC 9(3) OCCURS 24 TIMES.
       01  WS-SHOP-SLOT-TABLE.
           05  WS-SHOP-SLOT-DAY OCCURS 31 TIMES.
               10  WS-SHOP-SLOT         PIC 9(4) OCCURS 24 TIMES.
       01  WS-PEAK-TABLE.
           05  WS-PEAK-USERS OCCURS 24 TIMES PIC 9(4).
       77  WS-PEAK-LOC PIC 9(2).
      *    Who has used each terminal and each location, so a person
      *    counts once however many sessions they ran there.
       77  WS-TERM-USER-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-TERM-USERS PIC 9(4) VALUE 5000.
       77  WS-TU-IDX PIC 9(4).
       01  WS-TERM-USER-TABLE.
           05  WS-TERM-USER-ENTRY OCCURS 5000 TIMES.
               10  WS-TU-TERM-IDX       PIC 9(3).
               10  WS-TU-USER           PIC X(20).
       77  WS-LOC-USER-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-LOC-USERS PIC 9(4) VALUE 3000.
       77  WS-LU-IDX PIC 9(4).
       01  WS-LOC-USER-TABLE.
           05  WS-LOC-USER-ENTRY OCCURS 3000 TIMES.
               10  WS-LU-LOC-IDX        PIC 9(2).
               10  WS-LU-USER           PIC X(20).
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DT-TERMINAL          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DT-SESSIONS          PIC Z(7)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DT-HOURS             PIC Z(5)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DT-USERS             PIC Z(4)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DT-STATUS            PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DT-DESCRIPTION       PIC X(30).
       01  WS-UNREG-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UR-TERMINAL          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UR-ATTEMPTS          PIC Z(7)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UR-SESSIONS          PIC Z(7)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UR-FIRST-DATE        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UR-LAST-DATE         PIC 9(8).
       01  WS-HOURS-WORK PIC 9(9).
       77  WS-PEAK-COLUMN PIC 9(2).
       01  WS-HOUR-LABEL PIC 9(2).
       01  WS-HOUR-LABEL-X PIC X(4).
       01  WS-PEAK-EDIT PIC ZZZ9.
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'TERMUTIL'.
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
           IF WS-REGISTRY-ON-HAND
               PERFORM 2000-TALLY-SESSIONS
               PERFORM 8000-PRINT-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-REGISTRY-SWITCH
           MOVE ZERO TO WS-SESSIONS-COUNTED
           MOVE ZERO TO WS-NO-TERMINAL-ROWS
           MOVE ZERO TO WS-UNUSED-COUNT
           MOVE ZERO TO WS-UNREGISTERED-COUNT
           MOVE ZERO TO WS-ATTEMPTS-COUNTED
           MOVE ZERO TO WS-TERM-COUNT
           MOVE ZERO TO WS-LOC-COUNT
           MOVE ZERO TO WS-TERM-USER-COUNT
           MOVE ZERO TO WS-LOC-USER-COUNT
           INITIALIZE WS-TERMINAL-TABLE
           INITIALIZE WS-LOCATION-TABLE
           INITIALIZE WS-LOC-SLOT-TABLE
           INITIALIZE WS-SHOP-SLOT-TABLE
           PERFORM 1500-GET-REPORT-MONTH
           PERFORM 1600-LOAD-TERMINALS
           IF WS-REGISTRY-ON-HAND
               MOVE SPACES TO WS-REPORT-FILE-NAME
               STRING 'TERMUTIL.' WS-REPORT-MONTH
                   INTO WS-REPORT-FILE-NAME END-STRING
               OPEN OUTPUT REPORT-OUT-FILE
           END-IF.

       1500-GET-REPORT-MONTH.
       *> The parameter card's date field supplies the month as its
       *> first six digits; with no card this prompts.  Blank (zero)
       *> means the current business month, as in PAYHOURS.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           MOVE ZERO TO WS-REPORT-MONTH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       SET WS-PARM-FOUND TO TRUE
                       IF PM-REPORT-DATE IS NUMERIC
                           MOVE PM-REPORT-DATE (1:6)
                               TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-FOUND
               DISPLAY 'ENTER REPORT MONTH (YYYYMM) OR BLANK FOR '
                   'THE CURRENT MONTH'
               ACCEPT WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH = ZERO
               CALL 'BUSDATSV' USING WS-PROCESS-DATE
               MOVE WS-PROCESS-DATE (1:6) TO WS-REPORT-MONTH
           END-IF.

       1600-LOAD-TERMINALS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TERMINAL-REGISTRY-FILE
           IF WS-TERMREG-FILE-STATUS NOT = '00'
               DISPLAY 'TERMUTIL: NO TERMINAL REGISTRY (TERMMAST) - '
                   'STATUS ' WS-TERMREG-FILE-STATUS
           ELSE
               SET WS-REGISTRY-ON-HAND TO TRUE
               PERFORM 1610-READ-TERMINAL
               PERFORM 1620-STORE-TERMINAL
                   UNTIL WS-END-OF-FILE
               CLOSE TERMINAL-REGISTRY-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1610-READ-TERMINAL.
           READ TERMINAL-REGISTRY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1620-STORE-TERMINAL.
           IF TM-TERMINAL-ID NOT = SPACES
               IF WS-TERM-COUNT < WS-MAX-TERMINALS
                   ADD 1 TO WS-TERM-COUNT
                   MOVE TM-TERMINAL-ID TO WS-TERM-ID (WS-TERM-COUNT)
                   MOVE TM-DESCRIPTION
                       TO WS-TERM-DESCRIPTION (WS-TERM-COUNT)
                   MOVE TM-TERMINAL-STATUS
                       TO WS-TERM-STATUS (WS-TERM-COUNT)
                   MOVE 'Y' TO WS-TERM-REGISTERED (WS-TERM-COUNT)
                   PERFORM 1630-FIND-LOCATION
                   MOVE WS-LOC-IDX TO WS-TERM-LOC-IDX (WS-TERM-COUNT)
               ELSE
                   DISPLAY 'TERMUTIL WARNING: MORE THAN '
                       WS-MAX-TERMINALS ' TERMINALS - '
                       TM-TERMINAL-ID ' NOT REPORTED'
               END-IF
           END-IF
           PERFORM 1610-READ-TERMINAL.

       1630-FIND-LOCATION.
       *> A location past the table's end leaves the terminal with
       *> no location - its sessions still count for the shop.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 1640-MATCH-ONE-LOCATION
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
                   OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-LOC-IDX
           ELSE
               IF WS-LOC-COUNT < WS-MAX-LOCATIONS
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-LOC-COUNT TO WS-LOC-IDX
                   MOVE TM-LOCATION TO WS-LOC-NAME (WS-LOC-IDX)
               ELSE
                   MOVE ZERO TO WS-LOC-IDX
                   DISPLAY 'TERMUTIL WARNING: MORE THAN '
                       WS-MAX-LOCATIONS ' LOCATIONS - '
                       TM-LOCATION ' NOT BROKEN OUT'
               END-IF
           END-IF.

       1640-MATCH-ONE-LOCATION.
           IF WS-LOC-NAME (WS-LOC-IDX) = TM-LOCATION
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2000-TALLY-SESSIONS.
       *> The month's sessions off the live logoff file and the
       *> month's archive - the archive holds exactly what the live
       *> file gave up.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LOGOFF-FILE
           IF WS-LOGOFF-FILE-STATUS = '00'
               PERFORM 2010-READ-LOGOFF
               PERFORM 2020-TALLY-LOGOFF
                   UNTIL WS-END-OF-FILE
               CLOSE LOGOFF-FILE
           END-IF
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'LOGARCH.' WS-REPORT-MONTH
               INTO WS-ARCHIVE-NAME END-STRING
           PERFORM 2100-CHECK-ARCHIVE-INDEX
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-ARCHIVE-LISTED
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = '00'
                   PERFORM 2030-READ-ARCHIVE
                   PERFORM 2040-TALLY-ARCHIVE
                       UNTIL WS-END-OF-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2600-SCAN-SIGN-ON-ATTEMPTS.

       2010-READ-LOGOFF.
           READ LOGOFF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2020-TALLY-LOGOFF.
           IF LO-LOGOFF-DATE IS NUMERIC
                   AND LO-LOGOFF-DATE (1:6) = WS-REPORT-MONTH
               MOVE LO-USER-NAME TO WS-SESS-USER
               MOVE LO-TERMINAL-ID TO WS-SESS-TERMINAL
               MOVE LO-LOGIN-TIME TO WS-SESS-LOGIN-TIME
               MOVE LO-LOGOFF-TIME TO WS-SESS-LOGOFF-TIME
               MOVE LO-LOGOFF-DATE TO WS-SESS-LOGOFF-DATE
               MOVE LO-DURATION-SECONDS TO WS-SESS-SECONDS
               PERFORM 2200-TALLY-ONE-SESSION
           END-IF
           PERFORM 2010-READ-LOGOFF.

       2030-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2040-TALLY-ARCHIVE.
           IF LA-LOGOFF-DATE IS NUMERIC
                   AND LA-LOGOFF-DATE (1:6) = WS-REPORT-MONTH
               MOVE LA-USER-NAME TO WS-SESS-USER
               MOVE LA-TERMINAL-ID TO WS-SESS-TERMINAL
               MOVE LA-LOGIN-TIME TO WS-SESS-LOGIN-TIME
               MOVE LA-LOGOFF-TIME TO WS-SESS-LOGOFF-TIME
               MOVE LA-LOGOFF-DATE TO WS-SESS-LOGOFF-DATE
               MOVE LA-DURATION-SECONDS TO WS-SESS-SECONDS
               PERFORM 2200-TALLY-ONE-SESSION
           END-IF
           PERFORM 2030-READ-ARCHIVE.

       2100-CHECK-ARCHIVE-INDEX.
       *> Every session counts here, so the archive is worth opening
       *> if the index lists anybody in it.  No index yet means no
       *> way to tell - the archive is read.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = '00'
               MOVE 'N' TO WS-ARCHIVE-LISTED-SWITCH
               PERFORM 2110-READ-INDEX
               PERFORM 2120-MATCH-INDEX-ROW
                   UNTIL WS-END-OF-FILE
                   OR WS-ARCHIVE-LISTED
               CLOSE INDEX-FILE
           ELSE
               SET WS-ARCHIVE-LISTED TO TRUE
           END-IF.

       2110-READ-INDEX.
           READ INDEX-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2120-MATCH-INDEX-ROW.
           IF AX-ARCHIVE-NAME = WS-ARCHIVE-NAME
               SET WS-ARCHIVE-LISTED TO TRUE
           ELSE
               PERFORM 2110-READ-INDEX
           END-IF.

       2200-TALLY-ONE-SESSION.
           IF WS-SESS-TERMINAL = SPACES
               ADD 1 TO WS-NO-TERMINAL-ROWS
           ELSE
               PERFORM 2210-FIND-TERMINAL
               IF NOT WS-ENTRY-FOUND
                   PERFORM 2230-ADD-UNREGISTERED
               END-IF
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-SESSIONS-COUNTED
                   ADD 1 TO WS-TERM-SESSIONS (WS-TERM-IDX)
                   IF WS-SESS-SECONDS IS NUMERIC
                       ADD WS-SESS-SECONDS
                           TO WS-TERM-SECONDS (WS-TERM-IDX)
                   END-IF
                   IF WS-TERM-FIRST-DATE (WS-TERM-IDX) = ZERO
                           OR WS-SESS-LOGOFF-DATE
                               < WS-TERM-FIRST-DATE (WS-TERM-IDX)
                       MOVE WS-SESS-LOGOFF-DATE
                           TO WS-TERM-FIRST-DATE (WS-TERM-IDX)
                   END-IF
                   IF WS-SESS-LOGOFF-DATE
                           > WS-TERM-LAST-DATE (WS-TERM-IDX)
                       MOVE WS-SESS-LOGOFF-DATE
                           TO WS-TERM-LAST-DATE (WS-TERM-IDX)
                   END-IF
                   MOVE WS-TERM-LOC-IDX (WS-TERM-IDX) TO WS-LOC-IDX
                   IF WS-LOC-IDX > ZERO
                       ADD 1 TO WS-LOC-SESSIONS (WS-LOC-IDX)
                       IF WS-SESS-SECONDS IS NUMERIC
                           ADD WS-SESS-SECONDS
                               TO WS-LOC-SECONDS (WS-LOC-IDX)
                       END-IF
                   END-IF
                   PERFORM 2300-NOTE-TERMINAL-USER
                   IF WS-LOC-IDX > ZERO
                       PERFORM 2400-NOTE-LOCATION-USER
                   END-IF
                   PERFORM 2500-MARK-SESSION-HOURS
               END-IF
           END-IF.

       2210-FIND-TERMINAL.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 2220-MATCH-ONE-TERMINAL
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
                   OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TERM-IDX
           END-IF.

       2220-MATCH-ONE-TERMINAL.
           IF WS-TERM-ID (WS-TERM-IDX) = WS-SESS-TERMINAL
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2230-ADD-UNREGISTERED.
       *> A terminal ID TERMMAST has never heard of - kept with no
       *> location so it is listed on its own at the end.
           IF WS-TERM-COUNT < WS-MAX-TERMINALS
               ADD 1 TO WS-TERM-COUNT
               MOVE WS-TERM-COUNT TO WS-TERM-IDX
               MOVE WS-SESS-TERMINAL TO WS-TERM-ID (WS-TERM-IDX)
               MOVE 'N' TO WS-TERM-REGISTERED (WS-TERM-IDX)
               MOVE ZERO TO WS-TERM-LOC-IDX (WS-TERM-IDX)
               ADD 1 TO WS-UNREGISTERED-COUNT
               SET WS-ENTRY-FOUND TO TRUE
           ELSE
               DISPLAY 'TERMUTIL WARNING: TERMINAL TABLE FULL - '
                   WS-SESS-TERMINAL ' NOT COUNTED'
           END-IF.

       2240-FIND-ATTEMPT-TERMINAL.
       *> An unregistered terminal is refused at sign-on, so this is
       *> where it shows up - the same table entry takes its attempts
       *> and any sessions it ran before it was turned away.
           MOVE WS-ATTEMPT-TERMINAL TO WS-SESS-TERMINAL
           PERFORM 2210-FIND-TERMINAL
           IF NOT WS-ENTRY-FOUND
               PERFORM 2230-ADD-UNREGISTERED
           END-IF.

       2300-NOTE-TERMINAL-USER.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 2310-MATCH-TERMINAL-USER
               VARYING WS-TU-IDX FROM 1 BY 1
               UNTIL WS-TU-IDX > WS-TERM-USER-COUNT
                   OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-TERM-USER-COUNT < WS-MAX-TERM-USERS
                   ADD 1 TO WS-TERM-USER-COUNT
                   MOVE WS-TERM-IDX
                       TO WS-TU-TERM-IDX (WS-TERM-USER-COUNT)
                   MOVE WS-SESS-USER TO WS-TU-USER (WS-TERM-USER-COUNT)
                   ADD 1 TO WS-TERM-USERS (WS-TERM-IDX)
               ELSE
                   DISPLAY 'TERMUTIL WARNING: USER TABLE FULL - '
                       WS-SESS-USER ' NOT COUNTED AT '
                       WS-SESS-TERMINAL
               END-IF
           END-IF.

       2310-MATCH-TERMINAL-USER.
           IF WS-TU-TERM-IDX (WS-TU-IDX) = WS-TERM-IDX
                   AND WS-TU-USER (WS-TU-IDX) = WS-SESS-USER
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2400-NOTE-LOCATION-USER.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 2410-MATCH-LOCATION-USER
               VARYING WS-LU-IDX FROM 1 BY 1
               UNTIL WS-LU-IDX > WS-LOC-USER-COUNT
                   OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-LOC-USER-COUNT < WS-MAX-LOC-USERS
                   ADD 1 TO WS-LOC-USER-COUNT
                   MOVE WS-LOC-IDX TO WS-LU-LOC-IDX (WS-LOC-USER-COUNT)
                   MOVE WS-SESS-USER TO WS-LU-USER (WS-LOC-USER-COUNT)
                   ADD 1 TO WS-LOC-USERS (WS-LOC-IDX)
               ELSE
                   DISPLAY 'TERMUTIL WARNING: USER TABLE FULL - '
                       WS-SESS-USER ' NOT COUNTED AT '
                       WS-LOC-NAME (WS-LOC-IDX)
               END-IF
           END-IF.

       2410-MATCH-LOCATION-USER.
           IF WS-LU-LOC-IDX (WS-LU-IDX) = WS-LOC-IDX
                   AND WS-LU-USER (WS-LU-IDX) = WS-SESS-USER
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2500-MARK-SESSION-HOURS.
       *> A session counts in every clock hour it touched.  One that
       *> ran past midnight started the day before its logoff date -
       *> the hours before midnight go to that day, or are lost when
       *> it falls in the previous month.
           IF WS-SESS-LOGIN-TIME IS NUMERIC
                   AND WS-SESS-LOGOFF-TIME IS NUMERIC
               MOVE WS-SESS-LOGIN-TIME (1:2) TO WS-START-HOUR
               MOVE WS-SESS-LOGOFF-TIME (1:2) TO WS-END-HOUR
               MOVE WS-SESS-LOGOFF-DATE (7:2) TO WS-SESS-DAY
               IF WS-START-HOUR < 24 AND WS-END-HOUR < 24
                       AND WS-SESS-DAY > ZERO AND WS-SESS-DAY < 32
                   IF WS-SESS-LOGIN-TIME > WS-SESS-LOGOFF-TIME
                       IF WS-SESS-DAY > 1
                           COMPUTE WS-MARK-DAY = WS-SESS-DAY - 1
                           PERFORM 2510-MARK-ONE-HOUR
                               VARYING WS-HOUR-IDX FROM WS-START-HOUR
                               BY 1 UNTIL WS-HOUR-IDX > 23
                       END-IF
                       MOVE ZERO TO WS-START-HOUR
                   END-IF
                   MOVE WS-SESS-DAY TO WS-MARK-DAY
                   PERFORM 2510-MARK-ONE-HOUR
                       VARYING WS-HOUR-IDX FROM WS-START-HOUR BY 1
                       UNTIL WS-HOUR-IDX > WS-END-HOUR
               END-IF
           END-IF.

       2510-MARK-ONE-HOUR.
           ADD 1 TO WS-SHOP-SLOT (WS-MARK-DAY, WS-HOUR-IDX + 1)
           IF WS-LOC-IDX > ZERO
               ADD 1 TO WS-LOC-SLOT (WS-LOC-IDX, WS-MARK-DAY,
                   WS-HOUR-IDX + 1)
           END-IF.

       2600-SCAN-SIGN-ON-ATTEMPTS.
       *> Every sign-on attempt of the month, allowed or refused, off
       *> each day's generation and then the month's archive - the
       *> archive holds exactly what the generations gave up.  A day
       *> the month does not have simply has no generation.
           PERFORM 2610-SCAN-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'AUDARCH.' WS-REPORT-MONTH
               INTO WS-ARCHIVE-NAME END-STRING
           PERFORM 2100-CHECK-ARCHIVE-INDEX
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-ARCHIVE-LISTED
               OPEN INPUT AUDIT-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = '00'
                   PERFORM 2640-READ-AUDIT-ARCHIVE
                   PERFORM 2650-TALLY-AUDIT-ARCHIVE
                       UNTIL WS-END-OF-FILE
                   CLOSE AUDIT-ARCHIVE-FILE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2610-SCAN-ONE-DAY.
           MOVE 'N' TO WS-EOF-SWITCH
           COMPUTE WS-GENERATION-DATE = WS-REPORT-MONTH * 100
               + WS-DAY-IDX
           MOVE SPACES TO WS-AUDIT-FILE-NAME
           STRING 'AUDITLOG.' WS-GENERATION-DATE
               INTO WS-AUDIT-FILE-NAME END-STRING
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               PERFORM 2620-READ-AUDIT
               PERFORM 2630-TALLY-AUDIT
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2620-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2630-TALLY-AUDIT.
           MOVE AU-TERMINAL-ID TO WS-ATTEMPT-TERMINAL
           MOVE AU-TIMESTAMP (1:8) TO WS-ATTEMPT-DATE
           PERFORM 2700-TALLY-ONE-ATTEMPT
           PERFORM 2620-READ-AUDIT.

       2640-READ-AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2650-TALLY-AUDIT-ARCHIVE.
           MOVE AA-TERMINAL-ID TO WS-ATTEMPT-TERMINAL
           MOVE AA-TIMESTAMP (1:8) TO WS-ATTEMPT-DATE
           PERFORM 2700-TALLY-ONE-ATTEMPT
           PERFORM 2640-READ-AUDIT-ARCHIVE.

       2700-TALLY-ONE-ATTEMPT.
       *> Only terminals TERMMAST does not know are of interest here;
       *> a row with no terminal ID was batch-posted or predates it.
           IF WS-ATTEMPT-TERMINAL NOT = SPACES
                   AND WS-ATTEMPT-DATE IS NUMERIC
                   AND WS-ATTEMPT-DATE (1:6) = WS-REPORT-MONTH
               PERFORM 2240-FIND-ATTEMPT-TERMINAL
               IF WS-ENTRY-FOUND
                   IF NOT WS-TERM-ON-REGISTRY (WS-TERM-IDX)
                       ADD 1 TO WS-ATTEMPTS-COUNTED
                       ADD 1 TO WS-TERM-ATTEMPTS (WS-TERM-IDX)
                       MOVE WS-ATTEMPT-DATE TO WS-SESS-LOGOFF-DATE
                       IF WS-TERM-FIRST-DATE (WS-TERM-IDX) = ZERO
                               OR WS-SESS-LOGOFF-DATE
                                   < WS-TERM-FIRST-DATE (WS-TERM-IDX)
                           MOVE WS-SESS-LOGOFF-DATE
                               TO WS-TERM-FIRST-DATE (WS-TERM-IDX)
                       END-IF
                       IF WS-SESS-LOGOFF-DATE
                               > WS-TERM-LAST-DATE (WS-TERM-IDX)
                           MOVE WS-SESS-LOGOFF-DATE
                               TO WS-TERM-LAST-DATE (WS-TERM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-COMPUTE-PEAKS.
       *> WS-PEAK-LOC names the location, or zero for the whole shop.
           INITIALIZE WS-PEAK-TABLE
           PERFORM 3010-PEAK-ONE-SLOT
               VARYING WS-HOUR-IDX FROM 1 BY 1
                   UNTIL WS-HOUR-IDX > 24
               AFTER WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31.

       3010-PEAK-ONE-SLOT.
           IF WS-PEAK-LOC = ZERO
               IF WS-SHOP-SLOT (WS-DAY-IDX, WS-HOUR-IDX)
                       > WS-PEAK-USERS (WS-HOUR-IDX)
                   MOVE WS-SHOP-SLOT (WS-DAY-IDX, WS-HOUR-IDX)
                       TO WS-PEAK-USERS (WS-HOUR-IDX)
               END-IF
           ELSE
               IF WS-LOC-SLOT (WS-PEAK-LOC, WS-DAY-IDX, WS-HOUR-IDX)
                       > WS-PEAK-USERS (WS-HOUR-IDX)
                   MOVE WS-LOC-SLOT (WS-PEAK-LOC, WS-DAY-IDX,
                       WS-HOUR-IDX) TO WS-PEAK-USERS (WS-HOUR-IDX)
               END-IF
           END-IF.

       7000-EMIT-LINE.
       *> Every report line goes to the console and to the dated
       *> report file.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       8000-PRINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TERMINAL UTILIZATION FOR MONTH ' WS-REPORT-MONTH
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           PERFORM 8100-PRINT-ONE-LOCATION
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'WHOLE SHOP - PEAK SESSIONS AT ONCE BY HOUR OF DAY'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE ZERO TO WS-PEAK-LOC
           PERFORM 3000-COMPUTE-PEAKS
           PERFORM 8400-PRINT-PEAKS
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'ACTIVE TERMINALS WITH NO USE THIS MONTH:'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           PERFORM 8500-PRINT-IF-UNUSED
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-TERM-COUNT
           IF WS-UNUSED-COUNT = ZERO
               MOVE '  NONE' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'TERMINAL IDS IN THE TRAILS NOT ON TERMMAST:'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           IF WS-UNREGISTERED-COUNT = ZERO
               MOVE '  NONE' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  TERM  ATTEMPTS  SESSIONS  FIRST SEEN'
                   '  LAST SEEN'
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
               PERFORM 8600-PRINT-IF-UNREGISTERED
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-TERM-COUNT
           END-IF
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SESSIONS COUNTED: ' WS-SESSIONS-COUNTED
               '   WITH NO TERMINAL ID: ' WS-NO-TERMINAL-ROWS
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SIGN-ON ATTEMPTS AT UNREGISTERED TERMINALS: '
               WS-ATTEMPTS-COUNTED
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-ONE-LOCATION.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOCATION: ' WS-LOC-NAME (WS-LOC-IDX)
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           PERFORM 8200-PRINT-COLUMN-HEADS
           PERFORM 8300-PRINT-IF-AT-LOCATION
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-TERM-COUNT
           MOVE SPACES TO WS-DT-TERMINAL
           MOVE WS-LOC-SESSIONS (WS-LOC-IDX) TO WS-DT-SESSIONS
           MOVE WS-LOC-SECONDS (WS-LOC-IDX) TO WS-HOURS-WORK
           COMPUTE WS-DT-HOURS ROUNDED = WS-HOURS-WORK / 3600
           MOVE WS-LOC-USERS (WS-LOC-IDX) TO WS-DT-USERS
           MOVE SPACES TO WS-DT-STATUS
           MOVE 'LOCATION TOTAL' TO WS-DT-DESCRIPTION
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE '  PEAK SESSIONS AT ONCE BY HOUR OF DAY:'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE WS-LOC-IDX TO WS-PEAK-LOC
           PERFORM 3000-COMPUTE-PEAKS
           PERFORM 8400-PRINT-PEAKS.

       8200-PRINT-COLUMN-HEADS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TERM  SESSIONS      HOURS  USERS  '
               'STATUS   DESCRIPTION'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE.

       8300-PRINT-IF-AT-LOCATION.
           IF WS-TERM-ON-REGISTRY (WS-PRINT-IDX)
                   AND WS-TERM-LOC-IDX (WS-PRINT-IDX) = WS-LOC-IDX
               PERFORM 8350-PRINT-TERMINAL-LINE
           END-IF.

       8350-PRINT-TERMINAL-LINE.
           MOVE WS-TERM-ID (WS-PRINT-IDX) TO WS-DT-TERMINAL
           MOVE WS-TERM-SESSIONS (WS-PRINT-IDX) TO WS-DT-SESSIONS
           MOVE WS-TERM-SECONDS (WS-PRINT-IDX) TO WS-HOURS-WORK
           COMPUTE WS-DT-HOURS ROUNDED = WS-HOURS-WORK / 3600
           MOVE WS-TERM-USERS (WS-PRINT-IDX) TO WS-DT-USERS
           IF WS-TERM-RETIRED (WS-PRINT-IDX)
               MOVE 'RETIRED' TO WS-DT-STATUS
           ELSE
               MOVE 'ACTIVE' TO WS-DT-STATUS
           END-IF
           MOVE WS-TERM-DESCRIPTION (WS-PRINT-IDX)
               TO WS-DT-DESCRIPTION
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8400-PRINT-PEAKS.
       *> Two lines of twelve hours, each hour's label over its peak.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  HOUR' TO WS-REPORT-LINE
           PERFORM 8410-LABEL-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 12
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  PEAK' TO WS-REPORT-LINE
           PERFORM 8420-SHOW-ONE-PEAK
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 12
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  HOUR' TO WS-REPORT-LINE
           PERFORM 8410-LABEL-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 13 BY 1
               UNTIL WS-HOUR-IDX > 24
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  PEAK' TO WS-REPORT-LINE
           PERFORM 8420-SHOW-ONE-PEAK
               VARYING WS-HOUR-IDX FROM 13 BY 1
               UNTIL WS-HOUR-IDX > 24
           PERFORM 7000-EMIT-LINE.

       8410-LABEL-ONE-HOUR.
           COMPUTE WS-HOUR-LABEL = WS-HOUR-IDX - 1
           MOVE SPACES TO WS-HOUR-LABEL-X
           MOVE WS-HOUR-LABEL TO WS-HOUR-LABEL-X (3:2)
           PERFORM 8430-FIND-COLUMN
           MOVE WS-HOUR-LABEL-X TO WS-REPORT-LINE (WS-PEAK-COLUMN:4).

       8420-SHOW-ONE-PEAK.
           MOVE WS-PEAK-USERS (WS-HOUR-IDX) TO WS-PEAK-EDIT
           PERFORM 8430-FIND-COLUMN
           MOVE WS-PEAK-EDIT TO WS-REPORT-LINE (WS-PEAK-COLUMN:4).

       8430-FIND-COLUMN.
           IF WS-HOUR-IDX > 12
               COMPUTE WS-PEAK-COLUMN = 9 + (WS-HOUR-IDX - 13) * 5
           ELSE
               COMPUTE WS-PEAK-COLUMN = 9 + (WS-HOUR-IDX - 1) * 5
           END-IF.

       8500-PRINT-IF-UNUSED.
           IF WS-TERM-ON-REGISTRY (WS-PRINT-IDX)
                   AND NOT WS-TERM-RETIRED (WS-PRINT-IDX)
                   AND WS-TERM-SESSIONS (WS-PRINT-IDX) = ZERO
               ADD 1 TO WS-UNUSED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TERM-LOC-IDX (WS-PRINT-IDX) TO WS-LOC-IDX
               IF WS-LOC-IDX > ZERO
                   STRING '  ' WS-TERM-ID (WS-PRINT-IDX)
                       '  ' WS-LOC-NAME (WS-LOC-IDX)
                       '  ' WS-TERM-DESCRIPTION (WS-PRINT-IDX)
                       INTO WS-REPORT-LINE END-STRING
               ELSE
                   STRING '  ' WS-TERM-ID (WS-PRINT-IDX)
                       '  ' WS-TERM-DESCRIPTION (WS-PRINT-IDX)
                       INTO WS-REPORT-LINE END-STRING
               END-IF
               PERFORM 7000-EMIT-LINE
           END-IF.

       8600-PRINT-IF-UNREGISTERED.
           IF NOT WS-TERM-ON-REGISTRY (WS-PRINT-IDX)
               MOVE WS-TERM-ID (WS-PRINT-IDX) TO WS-UR-TERMINAL
               MOVE WS-TERM-ATTEMPTS (WS-PRINT-IDX) TO WS-UR-ATTEMPTS
               MOVE WS-TERM-SESSIONS (WS-PRINT-IDX) TO WS-UR-SESSIONS
               MOVE WS-TERM-FIRST-DATE (WS-PRINT-IDX)
                   TO WS-UR-FIRST-DATE
               MOVE WS-TERM-LAST-DATE (WS-PRINT-IDX)
                   TO WS-UR-LAST-DATE
               MOVE WS-UNREG-LINE TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           DISPLAY 'TERMUTIL: ' WS-SESSIONS-COUNTED ' SESSIONS, '
               WS-UNUSED-COUNT ' UNUSED TERMINALS, '
               WS-UNREGISTERED-COUNT ' UNREGISTERED IDS'
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-SESSIONS-COUNTED TO WS-RUNLOG-COUNT
           IF WS-REGISTRY-ON-HAND
               MOVE 'OK' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'NO-TERMMAST' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-REGISTRY-ON-HAND
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM TERMUTIL.
