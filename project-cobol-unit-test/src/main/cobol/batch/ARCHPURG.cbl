      *          count - the manifest is permanent and is the proof
      *          of what was removed and when.  Rerunnable: an
      *          already-emptied generation just counts zero records.
      *          The archive name index (ARCHIDX) is kept in step:
      *          every sign-on rolled into AUDARCH and every logoff
      *          rolled into LOGARCH is noted against its person and
      *          archive, the run's notes are merged into the index
      *          at the end, and a purged archive's rows come out of
      *          it - so the lookups can open only the archives that
      *          hold the person.  An index that was never built
      *          (ARCHIXRB builds it) is left alone.
      *          Runs from the nightly sequencer after the reports.
      * Tectonics: cobc
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT INDEX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT INDEX-WORK-FILE ASSIGN TO 'ARCHIXWK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-FILE.
           COPY "RETENTCT.cpy".

       FD  FLAT-FILE.
      *> Wide enough for the longest trail row - LOGOFFLG grew to 91
      *> bytes with the forced-close and break fields, PRINTRPT to 93
      *> with the longer greeting, and a roll through a short record
      *> would truncate every survivor it copies back.
       01  FL-FLAT-RECORD PIC X(120).

       FD  WORK-FILE.
       01  WK-WORK-RECORD PIC X(120).

       FD  INDEX-FILE.
           COPY "ARCHIDX.cpy".

       FD  INDEX-WORK-FILE.
           COPY "ARCHIDX.cpy" REPLACING LEADING ==AX-== BY ==IW-==.

       WORKING-STORAGE SECTION.
       01  WS-GENERATION-NAME PIC X(17).
       01  WS-GENERATION-STATUS PIC X(2).
       77  WS-ROWS-KEPT PIC 9(7) VALUE ZERO.
       77  WS-ROWS-ARCHIVED PIC 9(7) VALUE ZERO.
       77  WS-FLAT-FILES-ROLLED PIC 9(5) VALUE ZERO.
      *    Who went into which name-indexed archive this run, held
      *    until it is merged into ARCHIDX, and which of those
      *    archives were purged - their index rows go.
       01  WS-INDEX-STATUS PIC X(2).
       01  WS-INDEX-WORK-STATUS PIC X(2).
       01  WS-INDEX-KEPT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-INDEX-KEPT            VALUE 'Y'.
       01  WS-INDEX-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-INDEX-EOF             VALUE 'Y'.
       01  WS-INDEXED-ARCHIVE PIC X(15).
       01  WS-INDEX-NAME PIC X(20).
       01  WS-INDEX-DATE-X PIC X(8).
       01  WS-INDEX-DATE-N REDEFINES WS-INDEX-DATE-X PIC 9(8).
      *    The person and archive being looked for - kept apart from
      *    the row being noted, which an early merge must not upset.
       01  WS-FIND-NAME PIC X(20).
       01  WS-FIND-ARCHIVE PIC X(15).
       01  WS-INDEX-FOUND-SWITCH PIC X(1).
           88  WS-INDEX-ENTRY-FOUND     VALUE 'Y'.
       01  WS-PURGED-FOUND-SWITCH PIC X(1).
           88  WS-ARCHIVE-WAS-PURGED    VALUE 'Y'.
       77  WS-INDEX-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-INDEX-ENTRIES PIC 9(4) VALUE 2000.
       77  WS-INDEX-SUB PIC 9(4).
       77  WS-PURGED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-PURGED-ENTRIES PIC 9(3) VALUE 60.
       77  WS-PURGED-SUB PIC 9(3).
       77  WS-INDEX-ROWS-DROPPED PIC 9(7) VALUE ZERO.
       01  WS-INDEX-TABLE.
           05  WS-INDEX-ENTRY OCCURS 2000 TIMES.
               10  WS-IX-NAME           PIC X(20).
               10  WS-IX-ARCHIVE        PIC X(15).
               10  WS-IX-FIRST-DATE     PIC 9(8).
               10  WS-IX-LAST-DATE      PIC 9(8).
               10  WS-IX-ROW-COUNT      PIC 9(7).
               10  WS-IX-MERGED         PIC X(1).
       01  WS-PURGED-TABLE.
           05  WS-PURGED-ARCHIVE OCCURS 60 TIMES PIC X(15).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'ARCHPURG'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
           PERFORM 2000-ARCHIVE-OLD-GENERATIONS
           PERFORM 4000-ROLL-FLAT-FILES
           PERFORM 3000-PURGE-OLD-ARCHIVES
           PERFORM 5100-MERGE-ARCHIVE-INDEX
           PERFORM 9000-TERMINATE
           GOBACK.

           IF WS-MANIFEST-STATUS = '35'
               OPEN OUTPUT MANIFEST-FILE
           END-IF
       *> The name index is only kept once ARCHIXRB has built it -
       *> starting one here would list only tonight's rows, and the
       *> lookups would take it as the whole story.
           MOVE ZERO TO WS-INDEX-COUNT
           MOVE ZERO TO WS-PURGED-COUNT
           MOVE ZERO TO WS-INDEX-ROWS-DROPPED
           MOVE 'N' TO WS-INDEX-KEPT-SWITCH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = '00'
               SET WS-INDEX-KEPT TO TRUE
               CLOSE INDEX-FILE
           ELSE
               DISPLAY 'ARCHPURG NOTE: NO ARCHIVE INDEX (ARCHIDX) - '
                   'RUN ARCHIXRB TO BUILD IT'
           END-IF
       *> The purge pass only looks back WS-PURGE-SCAN-MONTHS - a
       *> retention longer than that means nothing ever ages into
       *> the scan, which must be said rather than silently done.
           MOVE GN-GENERATION-RECORD TO AR-ARCHIVE-RECORD
           WRITE AR-ARCHIVE-RECORD
           ADD 1 TO WS-COPY-COUNT
       *> A sign-on row carries its name first and its timestamp
       *> straight after - the date the index wants.
           IF WS-ARCHIVE-PREFIX = 'AUDARCH.'
               MOVE WS-ARCHIVE-NAME TO WS-INDEXED-ARCHIVE
               MOVE GN-GENERATION-RECORD (1:20) TO WS-INDEX-NAME
               MOVE GN-GENERATION-RECORD (21:8) TO WS-INDEX-DATE-X
               PERFORM 5000-NOTE-INDEX-ROW
           END-IF
           PERFORM 2210-READ-GENERATION.

       3000-PURGE-OLD-ARCHIVES.
                       ADD 1 TO WS-ARCHIVES-PURGED
                       OPEN OUTPUT ARCHIVE-FILE
                       CLOSE ARCHIVE-FILE
                       IF WS-ARCHIVE-PREFIX = 'AUDARCH.'
                               OR WS-ARCHIVE-PREFIX = 'LOGARCH.'
                           PERFORM 5050-NOTE-PURGED-ARCHIVE
                       END-IF
                   ELSE
                       DISPLAY 'ARCHPURG: MANIFEST WRITE FAILED - '
                           WS-ARCHIVE-NAME ' NOT PURGED'
               WRITE AR-ARCHIVE-RECORD
               ADD 1 TO WS-COPY-COUNT
               ADD 1 TO WS-ROWS-ARCHIVED
               IF WS-FLAT-ARCH-PREFIX (WS-FLAT-IDX) = 'LOGARCH.'
                   MOVE WS-ARCHIVE-NAME TO WS-INDEXED-ARCHIVE
                   MOVE FL-FLAT-RECORD (1:20) TO WS-INDEX-NAME
                   MOVE WS-ROW-DATE-X TO WS-INDEX-DATE-X
                   PERFORM 5000-NOTE-INDEX-ROW
               END-IF
           ELSE
       *> No archive, no removal - the row survives online instead
       *> of vanishing without its proof.
           WRITE FL-FLAT-RECORD
           PERFORM 4310-READ-WORK.

       5000-NOTE-INDEX-ROW.
       *> One archived row goes on its person's entry for the
       *> archive.  A full table is merged into the index early and
       *> started again, so no row is ever left out of it.
           IF WS-INDEX-KEPT
               MOVE WS-INDEX-NAME TO WS-FIND-NAME
               MOVE WS-INDEXED-ARCHIVE TO WS-FIND-ARCHIVE
               PERFORM 5010-FIND-INDEX-ENTRY
               IF NOT WS-INDEX-ENTRY-FOUND
                   IF WS-INDEX-COUNT >= WS-MAX-INDEX-ENTRIES
                       PERFORM 5100-MERGE-ARCHIVE-INDEX
                   END-IF
                   ADD 1 TO WS-INDEX-COUNT
                   MOVE WS-INDEX-COUNT TO WS-INDEX-SUB
                   MOVE WS-INDEX-NAME TO WS-IX-NAME (WS-INDEX-SUB)
                   MOVE WS-INDEXED-ARCHIVE
                       TO WS-IX-ARCHIVE (WS-INDEX-SUB)
                   MOVE ZERO TO WS-IX-FIRST-DATE (WS-INDEX-SUB)
                   MOVE ZERO TO WS-IX-LAST-DATE (WS-INDEX-SUB)
                   MOVE ZERO TO WS-IX-ROW-COUNT (WS-INDEX-SUB)
                   MOVE 'N' TO WS-IX-MERGED (WS-INDEX-SUB)
               END-IF
               ADD 1 TO WS-IX-ROW-COUNT (WS-INDEX-SUB)
               IF WS-INDEX-DATE-X IS NUMERIC
                   IF WS-IX-FIRST-DATE (WS-INDEX-SUB) = ZERO
                           OR WS-INDEX-DATE-N
                           < WS-IX-FIRST-DATE (WS-INDEX-SUB)
                       MOVE WS-INDEX-DATE-N
                           TO WS-IX-FIRST-DATE (WS-INDEX-SUB)
                   END-IF
                   IF WS-INDEX-DATE-N
                           > WS-IX-LAST-DATE (WS-INDEX-SUB)
                       MOVE WS-INDEX-DATE-N
                           TO WS-IX-LAST-DATE (WS-INDEX-SUB)
                   END-IF
               END-IF
           END-IF.

       5010-FIND-INDEX-ENTRY.
           MOVE 'N' TO WS-INDEX-FOUND-SWITCH
           PERFORM 5020-MATCH-INDEX-ENTRY
               VARYING WS-INDEX-SUB FROM 1 BY 1
               UNTIL WS-INDEX-SUB > WS-INDEX-COUNT
               OR WS-INDEX-ENTRY-FOUND
           IF WS-INDEX-ENTRY-FOUND
               SUBTRACT 1 FROM WS-INDEX-SUB
           END-IF.

       5020-MATCH-INDEX-ENTRY.
       *> An entry already merged onto an index row is spent - a
       *> second row for the same person and archive must not get
       *> the same rows added again.
           IF WS-IX-NAME (WS-INDEX-SUB) = WS-FIND-NAME
                   AND WS-IX-ARCHIVE (WS-INDEX-SUB) = WS-FIND-ARCHIVE
                   AND WS-IX-MERGED (WS-INDEX-SUB) = 'N'
               SET WS-INDEX-ENTRY-FOUND TO TRUE
           END-IF.

       5050-NOTE-PURGED-ARCHIVE.
           IF WS-PURGED-COUNT < WS-MAX-PURGED-ENTRIES
               ADD 1 TO WS-PURGED-COUNT
               MOVE WS-ARCHIVE-NAME
                   TO WS-PURGED-ARCHIVE (WS-PURGED-COUNT)
           ELSE
               DISPLAY 'ARCHPURG: PURGE LIST FULL - ' WS-ARCHIVE-NAME
                   ' STAYS ON THE ARCHIVE INDEX UNTIL ARCHIXRB RUNS'
           END-IF.

       5060-CHECK-PURGED.
           MOVE 'N' TO WS-PURGED-FOUND-SWITCH
           PERFORM 5070-MATCH-PURGED
               VARYING WS-PURGED-SUB FROM 1 BY 1
               UNTIL WS-PURGED-SUB > WS-PURGED-COUNT
               OR WS-ARCHIVE-WAS-PURGED.

       5070-MATCH-PURGED.
           IF WS-PURGED-ARCHIVE (WS-PURGED-SUB) = WS-FIND-ARCHIVE
               SET WS-ARCHIVE-WAS-PURGED TO TRUE
           END-IF.

       5100-MERGE-ARCHIVE-INDEX.
       *> The index is rewritten through its work file: each row on
       *> it picks up whatever this run added for the same person
       *> and archive, rows for an archive purged this run drop out,
       *> and people new to an archive go on the end.  Same rule as
       *> the trail roll - the index is only replaced once its
       *> replacement is proved readable.
           IF WS-INDEX-KEPT
               IF WS-INDEX-COUNT > ZERO OR WS-PURGED-COUNT > ZERO
                   PERFORM 5110-BUILD-INDEX-WORK THRU 5110-BUILD-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-INDEX-COUNT
           INITIALIZE WS-INDEX-TABLE.

       5110-BUILD-INDEX-WORK.
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ARCHPURG: ARCHIVE INDEX WILL NOT OPEN - '
                   'STATUS ' WS-INDEX-STATUS
               PERFORM 5190-GIVE-UP-INDEX
               GO TO 5110-BUILD-EXIT
           END-IF
           OPEN OUTPUT INDEX-WORK-FILE
           IF WS-INDEX-WORK-STATUS NOT = '00'
               DISPLAY 'ARCHPURG: NO WORK FILE FOR THE ARCHIVE INDEX '
                   '- STATUS ' WS-INDEX-WORK-STATUS
               CLOSE INDEX-FILE
               PERFORM 5190-GIVE-UP-INDEX
               GO TO 5110-BUILD-EXIT
           END-IF
           MOVE 'N' TO WS-INDEX-EOF-SWITCH
           PERFORM 5120-READ-INDEX
           PERFORM 5130-CARRY-INDEX-ROW
               UNTIL WS-INDEX-EOF
           CLOSE INDEX-FILE
           PERFORM 5150-ADD-NEW-ENTRY
               VARYING WS-INDEX-SUB FROM 1 BY 1
               UNTIL WS-INDEX-SUB > WS-INDEX-COUNT
           CLOSE INDEX-WORK-FILE
           PERFORM 5160-COPY-INDEX-BACK.

       5110-BUILD-EXIT.
           EXIT.

       5120-READ-INDEX.
           READ INDEX-FILE
               AT END
                   SET WS-INDEX-EOF TO TRUE
           END-READ.

       5130-CARRY-INDEX-ROW.
           MOVE AX-ARCHIVE-NAME TO WS-FIND-ARCHIVE
           PERFORM 5060-CHECK-PURGED
           IF WS-ARCHIVE-WAS-PURGED
               ADD 1 TO WS-INDEX-ROWS-DROPPED
           ELSE
               MOVE AX-USER-NAME TO WS-FIND-NAME
               PERFORM 5010-FIND-INDEX-ENTRY
               IF WS-INDEX-ENTRY-FOUND
                   ADD WS-IX-ROW-COUNT (WS-INDEX-SUB) TO AX-ROW-COUNT
                   IF WS-IX-FIRST-DATE (WS-INDEX-SUB) > ZERO
                       IF AX-FIRST-DATE = ZERO
                               OR WS-IX-FIRST-DATE (WS-INDEX-SUB)
                               < AX-FIRST-DATE
                           MOVE WS-IX-FIRST-DATE (WS-INDEX-SUB)
                               TO AX-FIRST-DATE
                       END-IF
                   END-IF
                   IF WS-IX-LAST-DATE (WS-INDEX-SUB) > AX-LAST-DATE
                       MOVE WS-IX-LAST-DATE (WS-INDEX-SUB)
                           TO AX-LAST-DATE
                   END-IF
                   MOVE 'Y' TO WS-IX-MERGED (WS-INDEX-SUB)
               END-IF
               MOVE AX-INDEX-RECORD TO IW-INDEX-RECORD
               WRITE IW-INDEX-RECORD
           END-IF
           PERFORM 5120-READ-INDEX.

       5150-ADD-NEW-ENTRY.
           IF WS-IX-MERGED (WS-INDEX-SUB) = 'N'
               MOVE WS-IX-ARCHIVE (WS-INDEX-SUB) TO WS-FIND-ARCHIVE
               PERFORM 5060-CHECK-PURGED
               IF NOT WS-ARCHIVE-WAS-PURGED
                   MOVE SPACES TO IW-INDEX-RECORD
                   MOVE WS-IX-NAME (WS-INDEX-SUB) TO IW-USER-NAME
                   MOVE WS-IX-ARCHIVE (WS-INDEX-SUB)
                       TO IW-ARCHIVE-NAME
                   MOVE WS-IX-FIRST-DATE (WS-INDEX-SUB)
                       TO IW-FIRST-DATE
                   MOVE WS-IX-LAST-DATE (WS-INDEX-SUB)
                       TO IW-LAST-DATE
                   MOVE WS-IX-ROW-COUNT (WS-INDEX-SUB)
                       TO IW-ROW-COUNT
                   WRITE IW-INDEX-RECORD
               END-IF
           END-IF.

       5160-COPY-INDEX-BACK.
           MOVE 'N' TO WS-INDEX-EOF-SWITCH
           OPEN INPUT INDEX-WORK-FILE
           IF WS-INDEX-WORK-STATUS NOT = '00'
               DISPLAY 'ARCHPURG: CANNOT READ THE INDEX WORK FILE '
                   'BACK - STATUS ' WS-INDEX-WORK-STATUS
               PERFORM 5190-GIVE-UP-INDEX
           ELSE
               OPEN OUTPUT INDEX-FILE
               IF WS-INDEX-STATUS = '00'
                   PERFORM 5170-READ-INDEX-WORK
                   PERFORM 5180-COPY-ONE-INDEX-ROW
                       UNTIL WS-INDEX-EOF
                   CLOSE INDEX-FILE
               ELSE
                   PERFORM 5190-GIVE-UP-INDEX
               END-IF
               CLOSE INDEX-WORK-FILE
           END-IF.

       5170-READ-INDEX-WORK.
           READ INDEX-WORK-FILE
               AT END
                   SET WS-INDEX-EOF TO TRUE
           END-READ.

       5180-COPY-ONE-INDEX-ROW.
           MOVE IW-INDEX-RECORD TO AX-INDEX-RECORD
           WRITE AX-INDEX-RECORD
           PERFORM 5170-READ-INDEX-WORK.

       5190-GIVE-UP-INDEX.
       *> The rest of the run leaves the index alone - it no longer
       *> matches the archives, and ARCHIXVF will say so until
       *> ARCHIXRB rebuilds it.
           MOVE 'N' TO WS-INDEX-KEPT-SWITCH
           DISPLAY 'ARCHPURG: ARCHIVE INDEX NOT UPDATED - RUN '
               'ARCHIXRB TO REBUILD IT'.

       8000-WRITE-MANIFEST.
           MOVE 'N' TO WS-MANIFEST-WRITTEN-SWITCH
           IF WS-MANIFEST-STATUS = '00'
               WS-ARCHIVES-PURGED
           DISPLAY 'ARCHPURG FLAT TRAILS ROLLED  : '
               WS-FLAT-FILES-ROLLED
           IF WS-INDEX-KEPT
               DISPLAY 'ARCHPURG INDEX ROWS DROPPED  : '
                   WS-INDEX-ROWS-DROPPED
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-GENERATIONS-ARCHIVED TO WS-RUNLOG-COUNT
           MOVE 'OK' TO WS-RUNLOG-STATUS
