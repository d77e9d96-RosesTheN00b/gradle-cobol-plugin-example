      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verify pass over the archive name index, in the
      *          spirit of DRVERIFY - an index that has drifted from
      *          the archives makes the lookups skip an archive that
      *          really holds the person, and nobody would know.
      *          Replays the ARCHMANF manifest to work out how many
      *          rows each AUDARCH and LOGARCH month should hold now
      *          (everything archived into it since its last purge),
      *          totals the ARCHIDX row counts per archive, and
      *          balances the two; any difference either way fails
      *          the run, and ARCHIXRB is the repair.  An index that
      *          was never built is said, not failed - the lookups
      *          read every archive until it is.  Runs right after
      *          ARCHPURG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIXVF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO 'ARCHMANF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT INDEX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
           COPY "ARCHMANF.cpy".

       FD  INDEX-FILE.
           COPY "ARCHIDX.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MANIFEST-STATUS PIC X(2).
       01  WS-INDEX-STATUS PIC X(2).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-INDEX-BUILT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-INDEX-BUILT           VALUE 'Y'.
       01  WS-CANDIDATE-ARCHIVE PIC X(15).
       77  WS-ARCHIVE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ARCHIVE-ENTRIES PIC 9(3) VALUE 480.
       77  WS-ARCHIVE-SUB PIC 9(3).
       77  WS-ARCHIVES-CHECKED PIC 9(3) VALUE ZERO.
       77  WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.
       77  WS-TABLE-OVERFLOWS PIC 9(5) VALUE ZERO.
      *    Per archive: the rows the manifest says it holds now, and
      *    the rows the index accounts for.
       01  WS-ARCHIVE-TABLE.
           05  WS-ARCHIVE-ENTRY OCCURS 480 TIMES.
               10  WS-ARC-NAME          PIC X(15).
               10  WS-ARC-MANIFEST-ROWS PIC 9(9).
               10  WS-ARC-INDEX-ROWS    PIC 9(9).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'ARCHIXVF'.
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
           IF WS-INDEX-BUILT
               PERFORM 2000-REPLAY-MANIFEST
               PERFORM 3000-TOTAL-INDEX
               PERFORM 4000-BALANCE-ONE-ARCHIVE
                   VARYING WS-ARCHIVE-SUB FROM 1 BY 1
                   UNTIL WS-ARCHIVE-SUB > WS-ARCHIVE-COUNT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-ARCHIVE-COUNT
           MOVE ZERO TO WS-ARCHIVES-CHECKED
           MOVE ZERO TO WS-MISMATCH-COUNT
           MOVE ZERO TO WS-TABLE-OVERFLOWS
           INITIALIZE WS-ARCHIVE-TABLE
           MOVE 'N' TO WS-INDEX-BUILT-SWITCH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = '00'
               SET WS-INDEX-BUILT TO TRUE
               CLOSE INDEX-FILE
           ELSE
               DISPLAY 'ARCHIXVF NOTE: NO ARCHIVE INDEX (ARCHIDX) - '
                   'RUN ARCHIXRB TO BUILD IT'
           END-IF.

       2000-REPLAY-MANIFEST.
       *> No manifest means nothing was ever archived - every index
       *> row then stands against an expected count of zero.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM 2010-READ-MANIFEST
               PERFORM 2100-APPLY-MANIFEST-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE MANIFEST-FILE
           ELSE
               DISPLAY 'ARCHIXVF NOTE: NO MANIFEST ON HAND - STATUS '
                   WS-MANIFEST-STATUS
           END-IF.

       2010-READ-MANIFEST.
           READ MANIFEST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-APPLY-MANIFEST-ROW.
       *> In the order it happened: a roll adds its rows to the
       *> archive, a purge empties the archive again.
           MOVE SPACES TO WS-CANDIDATE-ARCHIVE
           IF AM-ACTION = 'ARCHIVED'
               IF AM-FILE-NAME (1:9) = 'AUDITLOG.'
                   STRING 'AUDARCH.' AM-FILE-NAME (10:6)
                       INTO WS-CANDIDATE-ARCHIVE END-STRING
               ELSE
                   IF AM-FILE-NAME (1:8) = 'LOGARCH.'
                       MOVE AM-FILE-NAME (1:14)
                           TO WS-CANDIDATE-ARCHIVE
                   END-IF
               END-IF
           ELSE
               IF AM-ACTION = 'PURGED'
                   IF AM-FILE-NAME (1:8) = 'AUDARCH.'
                           OR AM-FILE-NAME (1:8) = 'LOGARCH.'
                       MOVE AM-FILE-NAME (1:14)
                           TO WS-CANDIDATE-ARCHIVE
                   END-IF
               END-IF
           END-IF
           IF WS-CANDIDATE-ARCHIVE NOT = SPACES
               PERFORM 2200-FIND-ARCHIVE
               IF WS-ENTRY-FOUND
                   IF AM-ACTION = 'ARCHIVED'
                       ADD AM-RECORD-COUNT
                           TO WS-ARC-MANIFEST-ROWS (WS-ARCHIVE-SUB)
                   ELSE
                       MOVE ZERO
                           TO WS-ARC-MANIFEST-ROWS (WS-ARCHIVE-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM 2010-READ-MANIFEST.

       2200-FIND-ARCHIVE.
       *> Finds the archive's entry, adding it when it is new.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 2210-MATCH-ARCHIVE
               VARYING WS-ARCHIVE-SUB FROM 1 BY 1
               UNTIL WS-ARCHIVE-SUB > WS-ARCHIVE-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-ARCHIVE-SUB
           ELSE
               IF WS-ARCHIVE-COUNT < WS-MAX-ARCHIVE-ENTRIES
                   ADD 1 TO WS-ARCHIVE-COUNT
                   MOVE WS-ARCHIVE-COUNT TO WS-ARCHIVE-SUB
                   MOVE WS-CANDIDATE-ARCHIVE
                       TO WS-ARC-NAME (WS-ARCHIVE-SUB)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOWS
               END-IF
           END-IF.

       2210-MATCH-ARCHIVE.
           IF WS-ARC-NAME (WS-ARCHIVE-SUB) = WS-CANDIDATE-ARCHIVE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3000-TOTAL-INDEX.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = '00'
               PERFORM 3010-READ-INDEX
               PERFORM 3100-ADD-INDEX-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE INDEX-FILE
           END-IF.

       3010-READ-INDEX.
           READ INDEX-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3100-ADD-INDEX-ROW.
           MOVE AX-ARCHIVE-NAME TO WS-CANDIDATE-ARCHIVE
           PERFORM 2200-FIND-ARCHIVE
           IF WS-ENTRY-FOUND
               ADD AX-ROW-COUNT TO WS-ARC-INDEX-ROWS (WS-ARCHIVE-SUB)
           END-IF
           PERFORM 3010-READ-INDEX.

       4000-BALANCE-ONE-ARCHIVE.
       *> An archive purged to nothing with nothing indexed is not
       *> worth a line.
           IF WS-ARC-MANIFEST-ROWS (WS-ARCHIVE-SUB) > ZERO
                   OR WS-ARC-INDEX-ROWS (WS-ARCHIVE-SUB) > ZERO
               ADD 1 TO WS-ARCHIVES-CHECKED
               IF WS-ARC-MANIFEST-ROWS (WS-ARCHIVE-SUB)
                       = WS-ARC-INDEX-ROWS (WS-ARCHIVE-SUB)
                   DISPLAY 'ARCHIXVF OK       : '
                       WS-ARC-NAME (WS-ARCHIVE-SUB)
                       ' (' WS-ARC-INDEX-ROWS (WS-ARCHIVE-SUB) ')'
               ELSE
                   ADD 1 TO WS-MISMATCH-COUNT
                   DISPLAY 'ARCHIXVF MISMATCH : '
                       WS-ARC-NAME (WS-ARCHIVE-SUB)
                       ' MANIFEST '
                       WS-ARC-MANIFEST-ROWS (WS-ARCHIVE-SUB)
                       ' INDEX ' WS-ARC-INDEX-ROWS (WS-ARCHIVE-SUB)
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-TABLE-OVERFLOWS > ZERO
               DISPLAY 'ARCHIXVF: ARCHIVE TABLE FULL - '
                   WS-TABLE-OVERFLOWS ' ROWS NOT BALANCED'
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF
           DISPLAY 'ARCHIXVF ARCHIVES CHECKED: ' WS-ARCHIVES-CHECKED
           DISPLAY 'ARCHIXVF MISMATCHES      : ' WS-MISMATCH-COUNT
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-ARCHIVES-CHECKED TO WS-RUNLOG-COUNT
           IF NOT WS-INDEX-BUILT
               MOVE 'INDEX-NOT-BUILT' TO WS-RUNLOG-STATUS
           ELSE
               IF WS-MISMATCH-COUNT = ZERO
                   MOVE 'OK' TO WS-RUNLOG-STATUS
               ELSE
                   MOVE 'MISMATCHED' TO WS-RUNLOG-STATUS
               END-IF
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-RUNLOG-STATUS = 'MISMATCHED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END PROGRAM ARCHIXVF.
