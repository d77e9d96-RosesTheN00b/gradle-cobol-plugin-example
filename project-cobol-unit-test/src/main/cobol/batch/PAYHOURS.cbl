      *          archive, since the retention job rolls older rows
      *          off the live file and a month-end run would
      *          otherwise silently lose the month's first days.
      *          Once the archive name index (ARCHIDX) is built, a
      *          month's archive it lists nobody in is not opened.
      *          A name with
      *          no cross-reference row goes to the PAYUNMTC report
      *          with its hours, the same pattern as HREXTRCT's
      *          unmatched handling - an hour total that silently
      *          dropped a name is worse than none.
      *          Supervisor time corrections released through
      *          TCAPPROV (TIMECORR) are laid over the sessions as
      *          they are tallied - a corrected start moves the start
      *          of the person's first session that day, a corrected
      *          end the end of their last - without the logoff rows
      *          themselves ever being rewritten.  A correction with
      *          no session to land on is reported, not guessed at.
      *          A month PAYCLOSE has frozen (PAYCLSCT) is never
      *          regenerated.  Instead, the export for the next open
      *          month re-tallies each closed month of the past year
      *          and, for every employee number whose hours no longer
      *          match what the PAYPAID ledger says was paid, adds an
      *          adjustment row carrying the original and revised
      *          hours - so payroll stops reconciling reruns by hand.
      *          The export carries gross time on site, as payroll's
      *          loader and the PAYPAID ledger always have; the
      *          break time on each logoff row (LO-BREAK-SECONDS) is
      *          totalled beside it, and every exported employee who
      *          took breaks gets a gross/break/net line on the run
      *          listing, with the month's totals at the end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT INDEX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT EMPLOYEE-XREF-FILE ASSIGN TO 'EMPXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO 'TIMECORR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-FILE-STATUS.

           SELECT CLOSE-CONTROL-FILE ASSIGN TO 'PAYCLSCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-FILE-STATUS.

           SELECT PAID-LEDGER-FILE ASSIGN TO 'PAYPAID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOGOFF-FILE.
      *> archived them - same layout, renamed record area.
           COPY "LOGOFREC.cpy" REPLACING LEADING ==LO-== BY ==LA-==.

       FD  INDEX-FILE.
           COPY "ARCHIDX.cpy".

       FD  EMPLOYEE-XREF-FILE.
           COPY "EMPXREF.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  CORRECTION-FILE.
           COPY "TIMECORR.cpy".

       FD  CLOSE-CONTROL-FILE.
           COPY "PAYCLSRC.cpy".

       FD  PAID-LEDGER-FILE.
           COPY "PAYPAIDR.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
       01  WS-ARCHIVE-NAME PIC X(15).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-INDEX-STATUS PIC X(2).
       01  WS-ARCHIVE-LISTED-SWITCH PIC X(1) VALUE 'Y'.
           88  WS-ARCHIVE-LISTED        VALUE 'Y'.
       01  WS-TALLY-NAME PIC X(20).
       01  WS-TALLY-SECONDS PIC 9(6).
       01  WS-TALLY-BREAK PIC 9(6).
       01  WS-NET-WORK PIC 9(9).
       01  WS-EXPORT-GROSS-SECONDS PIC 9(9) VALUE ZERO.
       01  WS-EXPORT-BREAK-SECONDS PIC 9(9) VALUE ZERO.
       77  WS-ARCHIVE-SESSIONS PIC 9(5) VALUE ZERO.
       01  WS-XREF-FILE-STATUS PIC X(2).
       01  WS-EXPORT-FILE-NAME PIC X(15).
                   INDEXED BY WS-PERSON-IDX.
               10  WS-PERSON-NAME       PIC X(20).
               10  WS-PERSON-SECONDS    PIC 9(9).
               10  WS-PERSON-BREAK-SECS PIC 9(9).
       01  WS-CORRECTION-FILE-STATUS PIC X(2).
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
       77  WS-CORR-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-CORR-ENTRIES PIC 9(3) VALUE 200.
       77  WS-CORR-SUB PIC 9(3).
       77  WS-CORRECTIONS-APPLIED PIC 9(3) VALUE ZERO.
       77  WS-CORRECTIONS-UNUSED PIC 9(3) VALUE ZERO.
      *    The month's approved corrections, each remembering the
      *    session it will land on as the tally walks past - the
      *    earliest start that day for a start correction, the
      *    latest end for an end correction.
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY OCCURS 200 TIMES.
               10  WS-CORR-NAME         PIC X(20).
               10  WS-CORR-DATE         PIC 9(8).
               10  WS-CORR-TYPE         PIC X(1).
               10  WS-CORR-TIME         PIC 9(4).
               10  WS-CORR-MATCHED      PIC X(1).
               10  WS-CORR-ORIG-TIME    PIC 9(8).
               10  WS-CORR-ORIG-SECONDS PIC 9(6).
       01  WS-TALLY-MONTH PIC 9(6).
       01  WS-CLOSE-FILE-STATUS PIC X(2).
       01  WS-PAID-FILE-STATUS PIC X(2).
       01  WS-MONTH-CLOSED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-MONTH-IS-CLOSED       VALUE 'Y'.
       01  WS-LAST-CLOSED-MONTH PIC 9(6) VALUE ZERO.
       01  WS-NEXT-OPEN-MONTH PIC 9(6) VALUE ZERO.
       01  WS-NEXT-OPEN-PARTS REDEFINES WS-NEXT-OPEN-MONTH.
           05  WS-NEXT-OPEN-YYYY       PIC 9(4).
           05  WS-NEXT-OPEN-MM         PIC 9(2).
      *    Closed months older than a year before the export month
      *    are past payroll's reach and are not re-tallied.
       01  WS-LOOKBACK-MONTH PIC 9(6) VALUE ZERO.
       01  WS-SAVED-APPLIED PIC 9(3).
       01  WS-SAVED-UNUSED PIC 9(3).
       01  WS-SAVED-ARCHIVE PIC 9(5).
       01  WS-SPLIT-SECONDS PIC 9(9).
       01  WS-SPLIT-HOURS PIC 9(5).
       01  WS-SPLIT-HUNDREDTHS PIC 9(2).
       01  WS-ORIGINAL-SECONDS PIC 9(9).
       77  WS-CLOSED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-CLOSED-ENTRIES PIC 9(3) VALUE 240.
       77  WS-CLOSED-SUB PIC 9(3).
       77  WS-PAID-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-PAID-ENTRIES PIC 9(3) VALUE 500.
       77  WS-PAID-SUB PIC 9(3).
       77  WS-ADJUSTMENTS-WRITTEN PIC 9(5) VALUE ZERO.
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-MONTH OCCURS 240 TIMES PIC 9(6).
      *    What stands as paid for the closed month being re-tallied,
      *    one row per employee number.
       01  WS-PAID-TABLE.
           05  WS-PAID-ENTRY OCCURS 500 TIMES.
               10  WS-PAID-NUMBER       PIC X(8).
               10  WS-PAID-SECONDS      PIC 9(9).
               10  WS-PAID-MATCHED      PIC X(1).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'PAYHOURS'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 1000-INITIALIZE
           IF WS-MONTH-IS-CLOSED
               DISPLAY 'PAYHOURS: ' WS-EXPORT-MONTH ' IS CLOSED - '
                   'ITS EXPORT IS NOT REGENERATED'
               DISPLAY 'LATER CHANGES TO IT GO OUT AS ADJUSTMENTS IN '
                   'THE NEXT OPEN MONTH'
               MOVE 'END' TO WS-RUNLOG-EVENT
               MOVE ZERO TO WS-RUNLOG-COUNT
               MOVE 'MONTH CLOSED' TO WS-RUNLOG-STATUS
               PERFORM 0900-WRITE-RUNLOG
               GOBACK
           END-IF
           MOVE WS-EXPORT-MONTH TO WS-TALLY-MONTH
           PERFORM 2400-TALLY-MONTH
           PERFORM 3000-WRITE-EXPORT
           PERFORM 9000-TERMINATE
           GOBACK.
           STRING 'PAYHOURS.' WS-EXPORT-MONTH
               INTO WS-EXPORT-FILE-NAME END-STRING
           PERFORM 1600-LOAD-XREF
           PERFORM 1800-LOAD-CLOSED-MONTHS.

       1500-GET-EXPORT-MONTH.
       *> The parameter card's date field supplies the month as its
       *> first six digits; with no card this prompts.  Blank (zero)
       *> means the current business month - on the card as at the
       *> prompt, so a card left with no date lets the month-end
       *> night run export the business month with nobody at the
       *> console.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           MOVE ZERO TO WS-EXPORT-MONTH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       SET WS-PARM-FOUND TO TRUE
                       IF PM-REPORT-DATE IS NUMERIC
                           MOVE PM-REPORT-DATE (1:6)
                               TO WS-EXPORT-MONTH
                       END-IF
           MOVE EM-EMPLOYEE-NUMBER TO WS-XREF-NUMBER (WS-XREF-IDX)
           PERFORM 1610-READ-XREF.

       1700-LOAD-CORRECTIONS.
       *> Only the export month's released corrections matter.  A
       *> later approval for the same person, day and start/end
       *> supersedes an earlier one rather than stacking on it.
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
                   AND TC-SESSION-DATE (1:6) = WS-TALLY-MONTH
                   AND TC-TYPE-VALID
                   AND TC-CORRECTED-TIME IS NUMERIC
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM 1730-MATCH-STORED-CORRECTION
                   VARYING WS-CORR-SUB FROM 1 BY 1
                   UNTIL WS-CORR-SUB > WS-CORR-COUNT
                   OR WS-NAME-FOUND
               IF NOT WS-NAME-FOUND
                   PERFORM 1740-ADD-CORRECTION
               END-IF
           END-IF
           PERFORM 1710-READ-CORRECTION.

       1730-MATCH-STORED-CORRECTION.
           IF WS-CORR-NAME (WS-CORR-SUB) = TC-USER-NAME
                   AND WS-CORR-DATE (WS-CORR-SUB) = TC-SESSION-DATE
                   AND WS-CORR-TYPE (WS-CORR-SUB) = TC-CORRECTION-TYPE
               SET WS-NAME-FOUND TO TRUE
               MOVE TC-CORRECTED-TIME TO WS-CORR-TIME (WS-CORR-SUB)
           END-IF.

       1740-ADD-CORRECTION.
           IF WS-CORR-COUNT < WS-MAX-CORR-ENTRIES
               ADD 1 TO WS-CORR-COUNT
               MOVE TC-USER-NAME TO WS-CORR-NAME (WS-CORR-COUNT)
               MOVE TC-SESSION-DATE TO WS-CORR-DATE (WS-CORR-COUNT)
               MOVE TC-CORRECTION-TYPE TO WS-CORR-TYPE (WS-CORR-COUNT)
               MOVE TC-CORRECTED-TIME TO WS-CORR-TIME (WS-CORR-COUNT)
               MOVE 'N' TO WS-CORR-MATCHED (WS-CORR-COUNT)
           ELSE
               DISPLAY 'PAYHOURS WARNING: CORRECTION TABLE FULL - '
                   TC-USER-NAME ' ' TC-SESSION-DATE ' NOT APPLIED'
           END-IF.

       1800-LOAD-CLOSED-MONTHS.
       *> Months close in order, so the last row on the control file
       *> is the latest closed month and the one after it is the
       *> next open month - the only export adjustments ride in.
           MOVE 'N' TO WS-MONTH-CLOSED-SWITCH
           MOVE ZERO TO WS-CLOSED-COUNT
           MOVE ZERO TO WS-LAST-CLOSED-MONTH
           OPEN INPUT CLOSE-CONTROL-FILE
           IF WS-CLOSE-FILE-STATUS = '00'
               PERFORM 1810-READ-CLOSE-ROW
               PERFORM 1820-STORE-CLOSED-MONTH
                   UNTIL WS-END-OF-FILE
               CLOSE CLOSE-CONTROL-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-LAST-CLOSED-MONTH > ZERO
               MOVE WS-LAST-CLOSED-MONTH TO WS-NEXT-OPEN-MONTH
               IF WS-NEXT-OPEN-MM = 12
                   ADD 1 TO WS-NEXT-OPEN-YYYY
                   MOVE 1 TO WS-NEXT-OPEN-MM
               ELSE
                   ADD 1 TO WS-NEXT-OPEN-MM
               END-IF
           END-IF
           COMPUTE WS-LOOKBACK-MONTH = WS-EXPORT-MONTH - 100.

       1810-READ-CLOSE-ROW.
           READ CLOSE-CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1820-STORE-CLOSED-MONTH.
           IF PC-CLOSED-MONTH IS NUMERIC
               IF PC-CLOSED-MONTH = WS-EXPORT-MONTH
                   SET WS-MONTH-IS-CLOSED TO TRUE
               END-IF
               IF PC-CLOSED-MONTH > WS-LAST-CLOSED-MONTH
                   MOVE PC-CLOSED-MONTH TO WS-LAST-CLOSED-MONTH
               END-IF
               IF WS-CLOSED-COUNT < WS-MAX-CLOSED-ENTRIES
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE PC-CLOSED-MONTH
                       TO WS-CLOSED-MONTH (WS-CLOSED-COUNT)
               END-IF
           END-IF
           PERFORM 1810-READ-CLOSE-ROW.

       1010-READ-LOGOFF.
           READ LOGOFF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2400-TALLY-MONTH.
       *> One month's hours per name, corrections laid over - run
       *> for the export month, then again for each closed month an
       *> adjustment might be owed on.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-PERSON-COUNT
           MOVE 'N' TO WS-PERSON-FULL-SWITCH
           INITIALIZE WS-PERSON-TABLE
           PERFORM 1700-LOAD-CORRECTIONS
           OPEN INPUT LOGOFF-FILE
           IF WS-LOGOFF-FILE-STATUS NOT = '00'
               DISPLAY 'PAYHOURS: NO LOGOFF FILE ON HAND - STATUS '
                   WS-LOGOFF-FILE-STATUS
           ELSE
               PERFORM 1010-READ-LOGOFF
               PERFORM 2000-TALLY-SESSION
                   UNTIL WS-END-OF-FILE
               CLOSE LOGOFF-FILE
           END-IF
           PERFORM 2500-TALLY-ARCHIVE
           PERFORM 2700-APPLY-CORRECTIONS.

       2000-TALLY-SESSION.
       *> Only the month being tallied counts - the logoff file
       *> accumulates across months, and a row from before the date
       *> stamp went in (non-numeric there) never counts.
           IF LO-LOGOFF-DATE IS NUMERIC
                   AND LO-LOGOFF-DATE (1:6) = WS-TALLY-MONTH
               MOVE LO-USER-NAME TO WS-TALLY-NAME
               MOVE LO-DURATION-SECONDS TO WS-TALLY-SECONDS
               MOVE ZERO TO WS-TALLY-BREAK
               IF LO-BREAK-SECONDS IS NUMERIC
                   MOVE LO-BREAK-SECONDS TO WS-TALLY-BREAK
               END-IF
               PERFORM 2100-ADD-TO-PERSON
               MOVE LO-LOGOFF-DATE TO WS-SESSION-DATE
               MOVE LO-LOGIN-TIME TO WS-SESSION-LOGIN
               MOVE LO-LOGOFF-TIME TO WS-SESSION-LOGOFF
               PERFORM 2050-NOTE-CORRECTED-SESSION
           END-IF
           PERFORM 1010-READ-LOGOFF.

       2050-NOTE-CORRECTED-SESSION.
       *> The session is tallied as it stands; a correction for the
       *> same person and day only notes which session it belongs
       *> to, and the difference goes on once every row is in.
           IF WS-CORR-COUNT > ZERO
               PERFORM 2060-MATCH-SESSION-CORRECTION
                   VARYING WS-CORR-SUB FROM 1 BY 1
                   UNTIL WS-CORR-SUB > WS-CORR-COUNT
           END-IF.

       2060-MATCH-SESSION-CORRECTION.
           IF WS-CORR-NAME (WS-CORR-SUB) = WS-TALLY-NAME
                   AND WS-CORR-DATE (WS-CORR-SUB) = WS-SESSION-DATE
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

       2500-TALLY-ARCHIVE.
       *> The retention job rolls rows older than the online window
       *> into LOGARCH.CCYYMM - run on the 3rd for the prior month,
       *> gave up, so reading both counts every session once.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING 'LOGARCH.' WS-TALLY-MONTH
               INTO WS-ARCHIVE-NAME END-STRING
           PERFORM 2530-CHECK-ARCHIVE-INDEX
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-ARCHIVE-LISTED
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = '00'
                   PERFORM 2510-READ-ARCHIVE
                   PERFORM 2520-TALLY-ARCHIVE-ROW
                       UNTIL WS-END-OF-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       2510-READ-ARCHIVE.

       2520-TALLY-ARCHIVE-ROW.
           IF LA-LOGOFF-DATE IS NUMERIC
                   AND LA-LOGOFF-DATE (1:6) = WS-TALLY-MONTH
               MOVE LA-USER-NAME TO WS-TALLY-NAME
               MOVE LA-DURATION-SECONDS TO WS-TALLY-SECONDS
               MOVE ZERO TO WS-TALLY-BREAK
               IF LA-BREAK-SECONDS IS NUMERIC
                   MOVE LA-BREAK-SECONDS TO WS-TALLY-BREAK
               END-IF
               ADD 1 TO WS-ARCHIVE-SESSIONS
               PERFORM 2100-ADD-TO-PERSON
               MOVE LA-LOGOFF-DATE TO WS-SESSION-DATE
               MOVE LA-LOGIN-TIME TO WS-SESSION-LOGIN
               MOVE LA-LOGOFF-TIME TO WS-SESSION-LOGOFF
               PERFORM 2050-NOTE-CORRECTED-SESSION
           END-IF
           PERFORM 2510-READ-ARCHIVE.

       2530-CHECK-ARCHIVE-INDEX.
       *> Every name counts here, so the only archive worth passing
       *> over is one the index lists nobody in.  No index yet means
       *> no way to tell - the archive is read.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = '00'
               MOVE 'N' TO WS-ARCHIVE-LISTED-SWITCH
               PERFORM 2540-READ-INDEX
               PERFORM 2550-MATCH-INDEX-ROW
                   UNTIL WS-END-OF-FILE
                   OR WS-ARCHIVE-LISTED
               CLOSE INDEX-FILE
           ELSE
               SET WS-ARCHIVE-LISTED TO TRUE
           END-IF.

       2540-READ-INDEX.
           READ INDEX-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2550-MATCH-INDEX-ROW.
           IF AX-ARCHIVE-NAME = WS-ARCHIVE-NAME
               SET WS-ARCHIVE-LISTED TO TRUE
           ELSE
               PERFORM 2540-READ-INDEX
           END-IF.

       2100-ADD-TO-PERSON.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-PERSON-IDX TO 1
                   MOVE WS-TALLY-NAME
                       TO WS-PERSON-NAME (WS-PERSON-IDX)
                   MOVE ZERO TO WS-PERSON-SECONDS (WS-PERSON-IDX)
                   MOVE ZERO TO WS-PERSON-BREAK-SECS (WS-PERSON-IDX)
                   SET WS-NAME-FOUND TO TRUE
               ELSE
                   IF NOT WS-PERSON-TABLE-FULL
           IF WS-NAME-FOUND
               ADD WS-TALLY-SECONDS
                   TO WS-PERSON-SECONDS (WS-PERSON-IDX)
               ADD WS-TALLY-BREAK
                   TO WS-PERSON-BREAK-SECS (WS-PERSON-IDX)
           END-IF.

       2700-APPLY-CORRECTIONS.
           PERFORM 2710-APPLY-ONE-CORRECTION
               VARYING WS-CORR-SUB FROM 1 BY 1
               UNTIL WS-CORR-SUB > WS-CORR-COUNT.

       2710-APPLY-ONE-CORRECTION.
       *> The difference between the recorded clock time and the
       *> corrected one, in seconds, goes on the person's total - a
       *> start moved earlier or an end moved later adds time.
           IF WS-CORR-MATCHED (WS-CORR-SUB) = 'N'
               ADD 1 TO WS-CORRECTIONS-UNUSED
               DISPLAY 'PAYHOURS: NO SESSION FOR '
                   WS-CORR-NAME (WS-CORR-SUB) ' ON '
                   WS-CORR-DATE (WS-CORR-SUB)
                   ' - CORRECTION NOT APPLIED'
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
                   ADD 1 TO WS-CORRECTIONS-UNUSED
                   DISPLAY 'PAYHOURS: CORRECTION FOR '
                       WS-CORR-NAME (WS-CORR-SUB) ' ON '
                       WS-CORR-DATE (WS-CORR-SUB)
                       ' WOULD LEAVE A NEGATIVE SESSION - NOT APPLIED'
               ELSE
                   PERFORM 2720-ADJUST-PERSON
               END-IF
           END-IF.

       2720-ADJUST-PERSON.
           MOVE WS-CORR-NAME (WS-CORR-SUB) TO WS-TALLY-NAME
           MOVE ZERO TO WS-TALLY-SECONDS
           MOVE ZERO TO WS-TALLY-BREAK
           PERFORM 2100-ADD-TO-PERSON
           IF WS-NAME-FOUND
               COMPUTE WS-PERSON-SECONDS (WS-PERSON-IDX) =
                   WS-PERSON-SECONDS (WS-PERSON-IDX)
                   + WS-ADJUST-SECONDS
               ADD 1 TO WS-CORRECTIONS-APPLIED
           END-IF.

       3000-WRITE-EXPORT.
           PERFORM 3100-EXPORT-ONE-PERSON
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-PERSON-COUNT
           IF WS-LAST-CLOSED-MONTH > ZERO
               IF WS-EXPORT-MONTH = WS-NEXT-OPEN-MONTH
                   PERFORM 5000-ADJUST-CLOSED-MONTHS
               ELSE
                   DISPLAY 'PAYHOURS: ADJUSTMENTS TO CLOSED MONTHS '
                       'RIDE ONLY IN ' WS-NEXT-OPEN-MONTH
                       ' - NONE WRITTEN'
               END-IF
           END-IF
           CLOSE EXPORT-FILE
           CLOSE UNMATCHED-FILE.

                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH
           IF WS-NAME-FOUND
               MOVE SPACES TO PH-PAYHOURS-RECORD
               MOVE 'H' TO PH-RECORD-TYPE
               MOVE WS-XREF-NUMBER (WS-XREF-IDX)
                   TO PH-EMPLOYEE-NUMBER
               MOVE WS-EXPORT-MONTH TO PH-EXPORT-MONTH
                   GIVING PH-HOURS-HUNDREDTHS
               WRITE PH-PAYHOURS-RECORD
               ADD 1 TO WS-RECORDS-EXPORTED
               PERFORM 3200-NOTE-NET-HOURS
           ELSE
               MOVE SPACES TO UN-UNMATCHED-RECORD
               MOVE WS-PERSON-NAME (WS-PERSON-IDX)
                   WS-PERSON-NAME (WS-PERSON-IDX)
           END-IF.

       3200-NOTE-NET-HOURS.
       *> A correction can pull a day's gross under the breaks
       *> logged inside it - net never goes below zero.
           IF WS-PERSON-BREAK-SECS (WS-PERSON-IDX)
                   > WS-PERSON-SECONDS (WS-PERSON-IDX)
               MOVE WS-PERSON-SECONDS (WS-PERSON-IDX)
                   TO WS-PERSON-BREAK-SECS (WS-PERSON-IDX)
           END-IF
           ADD WS-PERSON-SECONDS (WS-PERSON-IDX)
               TO WS-EXPORT-GROSS-SECONDS
           ADD WS-PERSON-BREAK-SECS (WS-PERSON-IDX)
               TO WS-EXPORT-BREAK-SECONDS
           IF WS-PERSON-BREAK-SECS (WS-PERSON-IDX) > ZERO
               COMPUTE WS-NET-WORK = WS-PERSON-SECONDS (WS-PERSON-IDX)
                   - WS-PERSON-BREAK-SECS (WS-PERSON-IDX)
               DISPLAY 'PAYHOURS GROSS/BREAK/NET: '
                   PH-EMPLOYEE-NUMBER ' '
                   WS-PERSON-SECONDS (WS-PERSON-IDX) ' / '
                   WS-PERSON-BREAK-SECS (WS-PERSON-IDX) ' / '
                   WS-NET-WORK
           END-IF.

       5000-ADJUST-CLOSED-MONTHS.
       *> The export month's own counters are kept aside - the
       *> re-tallies below would otherwise run them up again.
           MOVE WS-CORRECTIONS-APPLIED TO WS-SAVED-APPLIED
           MOVE WS-CORRECTIONS-UNUSED TO WS-SAVED-UNUSED
           MOVE WS-ARCHIVE-SESSIONS TO WS-SAVED-ARCHIVE
           PERFORM 5100-ADJUST-ONE-MONTH
               VARYING WS-CLOSED-SUB FROM 1 BY 1
               UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
           MOVE WS-SAVED-APPLIED TO WS-CORRECTIONS-APPLIED
           MOVE WS-SAVED-UNUSED TO WS-CORRECTIONS-UNUSED
           MOVE WS-SAVED-ARCHIVE TO WS-ARCHIVE-SESSIONS.

       5100-ADJUST-ONE-MONTH.
           IF WS-CLOSED-MONTH (WS-CLOSED-SUB) >= WS-LOOKBACK-MONTH
                   AND WS-CLOSED-MONTH (WS-CLOSED-SUB)
                   < WS-EXPORT-MONTH
               MOVE WS-CLOSED-MONTH (WS-CLOSED-SUB) TO WS-TALLY-MONTH
               PERFORM 2400-TALLY-MONTH
               PERFORM 5200-LOAD-PAID-HOURS
               PERFORM 5300-COMPARE-ONE-PERSON
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-PERSON-COUNT
               PERFORM 5400-CHECK-DROPPED-NUMBER
                   VARYING WS-PAID-SUB FROM 1 BY 1
                   UNTIL WS-PAID-SUB > WS-PAID-COUNT
           END-IF.

       5200-LOAD-PAID-HOURS.
       *> The ledger is appended in close order, so a later row for
       *> the same employee supersedes an earlier one.
           MOVE ZERO TO WS-PAID-COUNT
           INITIALIZE WS-PAID-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAID-LEDGER-FILE
           IF WS-PAID-FILE-STATUS = '00'
               PERFORM 5210-READ-PAID
               PERFORM 5220-STORE-PAID
                   UNTIL WS-END-OF-FILE
               CLOSE PAID-LEDGER-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       5210-READ-PAID.
           READ PAID-LEDGER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       5220-STORE-PAID.
           IF PP-PAID-MONTH = WS-TALLY-MONTH
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM 5230-MATCH-PAID-NUMBER
                   VARYING WS-PAID-SUB FROM 1 BY 1
                   UNTIL WS-PAID-SUB > WS-PAID-COUNT
                   OR WS-NAME-FOUND
               IF NOT WS-NAME-FOUND
                   IF WS-PAID-COUNT < WS-MAX-PAID-ENTRIES
                       ADD 1 TO WS-PAID-COUNT
                       MOVE PP-EMPLOYEE-NUMBER
                           TO WS-PAID-NUMBER (WS-PAID-COUNT)
                       MOVE PP-PAID-SECONDS
                           TO WS-PAID-SECONDS (WS-PAID-COUNT)
                       MOVE 'N' TO WS-PAID-MATCHED (WS-PAID-COUNT)
                   ELSE
                       DISPLAY 'PAYHOURS WARNING: PAID TABLE FULL - '
                           PP-EMPLOYEE-NUMBER ' ' PP-PAID-MONTH
                           ' NOT CHECKED'
                   END-IF
               END-IF
           END-IF
           PERFORM 5210-READ-PAID.

       5230-MATCH-PAID-NUMBER.
           IF WS-PAID-NUMBER (WS-PAID-SUB) = PP-EMPLOYEE-NUMBER
               SET WS-NAME-FOUND TO TRUE
               MOVE PP-PAID-SECONDS TO WS-PAID-SECONDS (WS-PAID-SUB)
           END-IF.

       5300-COMPARE-ONE-PERSON.
       *> A name with no cross-reference went to the unmatched report
       *> when its month ran and has nothing on the ledger to adjust.
           SET WS-PERSON-IDX TO WS-WORK-IDX
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-XREF-IDX TO 1
           SEARCH WS-XREF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XREF-IDX > WS-XREF-COUNT
                   CONTINUE
               WHEN WS-XREF-NAME (WS-XREF-IDX)
                       = WS-PERSON-NAME (WS-PERSON-IDX)
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH
           IF WS-NAME-FOUND
               MOVE ZERO TO WS-ORIGINAL-SECONDS
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM 5310-MATCH-PERSON-PAID
                   VARYING WS-PAID-SUB FROM 1 BY 1
                   UNTIL WS-PAID-SUB > WS-PAID-COUNT
                   OR WS-NAME-FOUND
               IF WS-ORIGINAL-SECONDS
                       NOT = WS-PERSON-SECONDS (WS-PERSON-IDX)
                   MOVE WS-XREF-NUMBER (WS-XREF-IDX)
                       TO PA-EMPLOYEE-NUMBER
                   MOVE WS-PERSON-SECONDS (WS-PERSON-IDX)
                       TO WS-SPLIT-SECONDS
                   PERFORM 5500-WRITE-ADJUSTMENT
               END-IF
           END-IF.

       5310-MATCH-PERSON-PAID.
           IF WS-PAID-NUMBER (WS-PAID-SUB)
                   = WS-XREF-NUMBER (WS-XREF-IDX)
               SET WS-NAME-FOUND TO TRUE
               MOVE 'Y' TO WS-PAID-MATCHED (WS-PAID-SUB)
               MOVE WS-PAID-SECONDS (WS-PAID-SUB)
                   TO WS-ORIGINAL-SECONDS
           END-IF.

       5400-CHECK-DROPPED-NUMBER.
       *> Paid hours the re-tally no longer finds at all - a replayed
       *> or corrected session moved them away - revise to zero.
           IF WS-PAID-MATCHED (WS-PAID-SUB) = 'N'
                   AND WS-PAID-SECONDS (WS-PAID-SUB) > ZERO
               MOVE WS-PAID-NUMBER (WS-PAID-SUB) TO PA-EMPLOYEE-NUMBER
               MOVE WS-PAID-SECONDS (WS-PAID-SUB)
                   TO WS-ORIGINAL-SECONDS
               MOVE ZERO TO WS-SPLIT-SECONDS
               PERFORM 5500-WRITE-ADJUSTMENT
           END-IF.

       5500-WRITE-ADJUSTMENT.
       *> Revised figures from WS-SPLIT-SECONDS, original from
       *> WS-ORIGINAL-SECONDS; the employee number is already set.
           MOVE WS-EXPORT-MONTH TO PA-EXPORT-MONTH
           MOVE 'A' TO PA-RECORD-TYPE
           MOVE WS-TALLY-MONTH TO PA-ADJUSTED-MONTH
           MOVE WS-SPLIT-SECONDS TO PA-REVISED-SECONDS
           PERFORM 5600-SPLIT-HOURS
           MOVE WS-SPLIT-HOURS TO PA-REVISED-HOURS
           MOVE WS-SPLIT-HUNDREDTHS TO PA-REVISED-HUNDREDTHS
           MOVE WS-ORIGINAL-SECONDS TO PA-ORIGINAL-SECONDS
           MOVE WS-ORIGINAL-SECONDS TO WS-SPLIT-SECONDS
           PERFORM 5600-SPLIT-HOURS
           MOVE WS-SPLIT-HOURS TO PA-ORIGINAL-HOURS
           MOVE WS-SPLIT-HUNDREDTHS TO PA-ORIGINAL-HUNDREDTHS
           WRITE PA-ADJUSTMENT-RECORD
           ADD 1 TO WS-ADJUSTMENTS-WRITTEN
           DISPLAY 'PAYHOURS ADJUSTMENT: ' PA-EMPLOYEE-NUMBER
               ' FOR ' PA-ADJUSTED-MONTH.

       5600-SPLIT-HOURS.
       *> Same split as 3100 - 3600 seconds the hour, 36 to the
       *> hundredth.
           DIVIDE WS-SPLIT-SECONDS BY 3600
               GIVING WS-SPLIT-HOURS
               REMAINDER WS-REMAINDER-WORK
           DIVIDE WS-REMAINDER-WORK BY 36
               GIVING WS-SPLIT-HUNDREDTHS.

       9000-TERMINATE.
           DISPLAY 'PAYHOURS MONTH     : ' WS-EXPORT-MONTH
           DISPLAY 'PAYHOURS FROM ARCH : ' WS-ARCHIVE-SESSIONS
           DISPLAY 'PAYHOURS CORRECTED : ' WS-CORRECTIONS-APPLIED
           DISPLAY 'PAYHOURS CORR UNUSED: ' WS-CORRECTIONS-UNUSED
           DISPLAY 'PAYHOURS EXPORTED  : ' WS-RECORDS-EXPORTED
           DISPLAY 'PAYHOURS UNMATCHED : ' WS-RECORDS-UNMATCHED
           DISPLAY 'PAYHOURS ADJUSTED  : ' WS-ADJUSTMENTS-WRITTEN
           COMPUTE WS-NET-WORK =
               WS-EXPORT-GROSS-SECONDS - WS-EXPORT-BREAK-SECONDS
           DISPLAY 'PAYHOURS GROSS SECS: ' WS-EXPORT-GROSS-SECONDS
           DISPLAY 'PAYHOURS BREAK SECS: ' WS-EXPORT-BREAK-SECONDS
           DISPLAY 'PAYHOURS NET SECS  : ' WS-NET-WORK
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-RECORDS-EXPORTED TO WS-RUNLOG-COUNT
           MOVE 'OK' TO WS-RUNLOG-STATUS
