      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rebuilds the archive name index (ARCHIDX) from the
      *          archives themselves - run once to start the index,
      *          and again whenever ARCHIXVF finds it out of step
      *          with the manifest.  Every AUDARCH and LOGARCH month
      *          the ARCHMANF manifest says anything was rolled into
      *          is read end to end, and each person in it gets one
      *          index row: the archive, the first and last date on
      *          their rows there, and how many rows.  An archive
      *          purged since is empty and adds nothing.  The index
      *          is written over in full; with no manifest to say
      *          which archives exist, nothing is written at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIXRB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO 'ARCHMANF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT INDEX-FILE ASSIGN TO 'ARCHIDX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
           COPY "ARCHMANF.cpy".

       FD  ARCHIVE-FILE.
       01  AR-ARCHIVE-RECORD PIC X(120).

       FD  INDEX-FILE.
           COPY "ARCHIDX.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MANIFEST-STATUS PIC X(2).
       01  WS-ARCHIVE-NAME PIC X(15).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-INDEX-STATUS PIC X(2).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-INDEX-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-INDEX-IS-OPEN         VALUE 'Y'.
       01  WS-CANDIDATE-ARCHIVE PIC X(15).
      *    Where the row's date sits - the sign-on timestamp straight
      *    after the name, the logoff date further along.
       77  WS-DATE-OFFSET PIC 9(2).
       01  WS-ROW-NAME PIC X(20).
       01  WS-ROW-DATE-X PIC X(8).
       01  WS-ROW-DATE-N REDEFINES WS-ROW-DATE-X PIC 9(8).
       77  WS-ARCHIVE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-ARCHIVE-ENTRIES PIC 9(3) VALUE 480.
       77  WS-ARCHIVE-SUB PIC 9(3).
       77  WS-ARCHIVES-SKIPPED PIC 9(5) VALUE ZERO.
       77  WS-NAME-COUNT PIC 9(4) VALUE ZERO.
       77  WS-MAX-NAME-ENTRIES PIC 9(4) VALUE 2000.
       77  WS-NAME-SUB PIC 9(4).
       77  WS-ARCHIVES-READ PIC 9(3) VALUE ZERO.
       77  WS-ROWS-INDEXED PIC 9(9) VALUE ZERO.
       77  WS-INDEX-ROWS-WRITTEN PIC 9(7) VALUE ZERO.
      *    The name-indexed archives the manifest knows of.
       01  WS-ARCHIVE-TABLE.
           05  WS-ARCHIVE-ENTRY OCCURS 480 TIMES PIC X(15).
      *    One archive's people, written out as the archive closes.
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 2000 TIMES.
               10  WS-NAME-USER         PIC X(20).
               10  WS-NAME-FIRST-DATE   PIC 9(8).
               10  WS-NAME-LAST-DATE    PIC 9(8).
               10  WS-NAME-ROW-COUNT    PIC 9(7).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'ARCHIXRB'.
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
           IF WS-INDEX-IS-OPEN
               PERFORM 2000-INDEX-ONE-ARCHIVE
                   VARYING WS-ARCHIVE-SUB FROM 1 BY 1
                   UNTIL WS-ARCHIVE-SUB > WS-ARCHIVE-COUNT
               CLOSE INDEX-FILE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-ARCHIVE-COUNT
           MOVE ZERO TO WS-ARCHIVES-SKIPPED
           MOVE ZERO TO WS-ARCHIVES-READ
           MOVE ZERO TO WS-ROWS-INDEXED
           MOVE ZERO TO WS-INDEX-ROWS-WRITTEN
           MOVE 'N' TO WS-INDEX-OPEN-SWITCH
           INITIALIZE WS-ARCHIVE-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY 'ARCHIXRB: NO MANIFEST ON HAND - STATUS '
                   WS-MANIFEST-STATUS ' - INDEX NOT REBUILT'
           ELSE
               PERFORM 1010-READ-MANIFEST
               PERFORM 1100-NOTE-MANIFEST-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE MANIFEST-FILE
               OPEN OUTPUT INDEX-FILE
               IF WS-INDEX-STATUS = '00'
                   SET WS-INDEX-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'ARCHIXRB: ARCHIVE INDEX WILL NOT OPEN - '
                       'STATUS ' WS-INDEX-STATUS
               END-IF
           END-IF.

       1010-READ-MANIFEST.
           READ MANIFEST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1100-NOTE-MANIFEST-ROW.
       *> A sign-on generation rolled into its month's AUDARCH is on
       *> the manifest under the generation's own name; the logoff
       *> trail's rows are on it under the LOGARCH month itself.
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
           END-IF
           IF WS-CANDIDATE-ARCHIVE NOT = SPACES
               PERFORM 1110-ADD-ARCHIVE
           END-IF
           PERFORM 1010-READ-MANIFEST.

       1110-ADD-ARCHIVE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 1120-MATCH-ARCHIVE
               VARYING WS-ARCHIVE-SUB FROM 1 BY 1
               UNTIL WS-ARCHIVE-SUB > WS-ARCHIVE-COUNT
               OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-ARCHIVE-COUNT < WS-MAX-ARCHIVE-ENTRIES
                   ADD 1 TO WS-ARCHIVE-COUNT
                   MOVE WS-CANDIDATE-ARCHIVE
                       TO WS-ARCHIVE-ENTRY (WS-ARCHIVE-COUNT)
               ELSE
                   ADD 1 TO WS-ARCHIVES-SKIPPED
                   DISPLAY 'ARCHIXRB: ARCHIVE TABLE FULL - '
                       WS-CANDIDATE-ARCHIVE ' NOT INDEXED'
               END-IF
           END-IF.

       1120-MATCH-ARCHIVE.
           IF WS-ARCHIVE-ENTRY (WS-ARCHIVE-SUB) = WS-CANDIDATE-ARCHIVE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2000-INDEX-ONE-ARCHIVE.
           MOVE WS-ARCHIVE-ENTRY (WS-ARCHIVE-SUB) TO WS-ARCHIVE-NAME
           IF WS-ARCHIVE-NAME (1:8) = 'AUDARCH.'
               MOVE 21 TO WS-DATE-OFFSET
           ELSE
               MOVE 43 TO WS-DATE-OFFSET
           END-IF
           MOVE ZERO TO WS-NAME-COUNT
           INITIALIZE WS-NAME-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '00'
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM 2010-READ-ARCHIVE
               PERFORM 2100-NOTE-ARCHIVE-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE ARCHIVE-FILE
               PERFORM 2300-WRITE-NAMES
           ELSE
               DISPLAY 'ARCHIXRB NOTE: ' WS-ARCHIVE-NAME
                   ' WILL NOT OPEN - STATUS ' WS-ARCHIVE-STATUS
           END-IF.

       2010-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-NOTE-ARCHIVE-ROW.
       *> Every row counts, dated or not, so the index balances to
       *> the manifest; only a readable date moves first and last.
       *> A full table is written out and started again - the
       *> person then has two rows for the archive, which every
       *> reader of the index takes in its stride.
           ADD 1 TO WS-ROWS-INDEXED
           MOVE AR-ARCHIVE-RECORD (1:20) TO WS-ROW-NAME
           MOVE AR-ARCHIVE-RECORD (WS-DATE-OFFSET:8) TO WS-ROW-DATE-X
           PERFORM 2200-FIND-NAME
           IF NOT WS-ENTRY-FOUND
               IF WS-NAME-COUNT >= WS-MAX-NAME-ENTRIES
                   PERFORM 2300-WRITE-NAMES
                   MOVE ZERO TO WS-NAME-COUNT
                   INITIALIZE WS-NAME-TABLE
               END-IF
               ADD 1 TO WS-NAME-COUNT
               MOVE WS-NAME-COUNT TO WS-NAME-SUB
               MOVE WS-ROW-NAME TO WS-NAME-USER (WS-NAME-SUB)
           END-IF
           ADD 1 TO WS-NAME-ROW-COUNT (WS-NAME-SUB)
           IF WS-ROW-DATE-X IS NUMERIC
               IF WS-NAME-FIRST-DATE (WS-NAME-SUB) = ZERO
                       OR WS-ROW-DATE-N
                       < WS-NAME-FIRST-DATE (WS-NAME-SUB)
                   MOVE WS-ROW-DATE-N
                       TO WS-NAME-FIRST-DATE (WS-NAME-SUB)
               END-IF
               IF WS-ROW-DATE-N > WS-NAME-LAST-DATE (WS-NAME-SUB)
                   MOVE WS-ROW-DATE-N
                       TO WS-NAME-LAST-DATE (WS-NAME-SUB)
               END-IF
           END-IF
           PERFORM 2010-READ-ARCHIVE.

       2200-FIND-NAME.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 2210-MATCH-NAME
               VARYING WS-NAME-SUB FROM 1 BY 1
               UNTIL WS-NAME-SUB > WS-NAME-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-NAME-SUB
           END-IF.

       2210-MATCH-NAME.
           IF WS-NAME-USER (WS-NAME-SUB) = WS-ROW-NAME
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       2300-WRITE-NAMES.
           PERFORM 2310-WRITE-ONE-NAME
               VARYING WS-NAME-SUB FROM 1 BY 1
               UNTIL WS-NAME-SUB > WS-NAME-COUNT.

       2310-WRITE-ONE-NAME.
           MOVE SPACES TO AX-INDEX-RECORD
           MOVE WS-NAME-USER (WS-NAME-SUB) TO AX-USER-NAME
           MOVE WS-ARCHIVE-NAME TO AX-ARCHIVE-NAME
           MOVE WS-NAME-FIRST-DATE (WS-NAME-SUB) TO AX-FIRST-DATE
           MOVE WS-NAME-LAST-DATE (WS-NAME-SUB) TO AX-LAST-DATE
           MOVE WS-NAME-ROW-COUNT (WS-NAME-SUB) TO AX-ROW-COUNT
           WRITE AX-INDEX-RECORD
           ADD 1 TO WS-INDEX-ROWS-WRITTEN.

       9000-TERMINATE.
           DISPLAY 'ARCHIXRB ARCHIVES READ     : ' WS-ARCHIVES-READ
           DISPLAY 'ARCHIXRB ROWS INDEXED      : ' WS-ROWS-INDEXED
           DISPLAY 'ARCHIXRB INDEX ROWS WRITTEN: '
               WS-INDEX-ROWS-WRITTEN
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-INDEX-ROWS-WRITTEN TO WS-RUNLOG-COUNT
           IF NOT WS-INDEX-IS-OPEN
               MOVE 'INDEX-NOT-REBUILT' TO WS-RUNLOG-STATUS
           ELSE
               IF WS-ARCHIVES-SKIPPED > ZERO
                   MOVE 'INDEX-INCOMPLETE' TO WS-RUNLOG-STATUS
               ELSE
                   MOVE 'OK' TO WS-RUNLOG-STATUS
               END-IF
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-RUNLOG-STATUS = 'OK'
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM ARCHIXRB.
