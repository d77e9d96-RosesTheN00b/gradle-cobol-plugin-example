      ******************************************************************
      * Author:
      * Date:
      * Purpose: Receipt acknowledgment back to each sending site -
      *          runs once SIGNONED has finished.  The branch office
      *          sent its file every night and heard nothing back; it
      *          learned that SITMERGE had left the file out, or that
      *          SIGNONED had rejected half its names, only when
      *          somebody phoned.  For every site on last night's
      *          SITMRGST this writes SIGNACK plus the site code:
      *          the create date from the site's own header, how many
      *          details were received, accepted and rejected (by
      *          reason), whether the whole file was excluded and why
      *          - left out by SITMERGE, or the combined file refused
      *          or failed by SIGNONED - and every rejected name with
      *          its reason code, so the site corrects and resubmits
      *          without calling.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-STATUS-FILE ASSIGN TO 'SITMRGST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGST-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT CLEAN-TXN-FILE ASSIGN TO 'SIGNONOK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO 'SIGNONRJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-STATUS-FILE.
           COPY "SITMRGRC.cpy".

       FD  RUNLOG-FILE.
           COPY "RUNLOGRC.cpy".

      *    SIGNONED's clean file - the bracket records and the posted
      *    names with the site code in 21-23.
       FD  CLEAN-TXN-FILE.
           COPY "SIGNONTX.cpy" REPLACING LEADING ==ST-== BY ==CL-==.

      *    SIGNONED's reject file, as SIGNONED writes it.
       FD  REJECT-FILE.
       01  RJ-REJECT-RECORD.
           05  RJ-SIGNON-NAME          PIC X(20).
           05  FILLER                  PIC X(1).
           05  RJ-REASON-CODE          PIC X(10).
           05  FILLER                  PIC X(1).
           05  RJ-SITE-CODE            PIC X(3).

       FD  ACK-FILE.
           COPY "SITEACK.cpy".

       WORKING-STORAGE SECTION.
           COPY "SIGNONCT.cpy".
       01  WS-MRGST-STATUS PIC X(2).
       01  WS-RUNLOG-FILE-STATUS PIC X(2).
       01  WS-CLEAN-FILE-STATUS PIC X(2).
       01  WS-REJECT-FILE-STATUS PIC X(2).
       01  WS-ACK-FILE-STATUS PIC X(2).
       01  WS-ACK-FILE-NAME PIC X(12).
       01  WS-PROCESS-DATE PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
      *    How SIGNONED last ended after the latest SITMERGE - spaces
      *    when it has not run since the merge.
       01  WS-EDIT-STATUS PIC X(20) VALUE SPACES.
           88  WS-EDIT-POSTED           VALUE 'OK' 'OK-OVERRIDDEN'.
       01  WS-LOOKUP-SITE PIC X(3).
       01  WS-LOOKUP-REASON PIC X(10).
       77  WS-SITE-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-SITES PIC 9(2) VALUE 20.
       77  WS-SITE-IDX PIC 9(2).
       77  WS-ACKS-WRITTEN PIC 9(2) VALUE ZERO.
       77  WS-ACKS-FAILED PIC 9(2) VALUE ZERO.
       77  WS-ACK-ROWS PIC 9(7) VALUE ZERO.
      *    Every site SITMERGE saw last night and what became of its
      *    file.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 20 TIMES.
               10  WS-SITE-CODE         PIC X(3).
               10  WS-SITE-CREATE-DATE  PIC 9(8).
               10  WS-SITE-RECEIVED     PIC 9(7).
               10  WS-SITE-ACCEPTED     PIC 9(7).
               10  WS-SITE-REJECTED     PIC 9(7).
               10  WS-SITE-STATE        PIC X(8).
                   88  WS-SITE-ACCEPTED-FILE    VALUE 'ACCEPTED'.
               10  WS-SITE-REASON       PIC X(20).
       77  WS-REASON-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-REASONS PIC 9(3) VALUE 100.
       77  WS-REASON-IDX PIC 9(3).
      *    Rejects by site and reason code.
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 100 TIMES.
               10  WS-REASON-SITE       PIC X(3).
               10  WS-REASON-CODE       PIC X(10).
               10  WS-REASON-TALLY      PIC 9(7).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'SITEACK'.
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
           PERFORM 2000-LOAD-MERGE-OUTCOMES
           IF WS-SITE-COUNT = ZERO
               DISPLAY 'SITEACK: NO SITE FILES MERGED LAST NIGHT - '
                   'NOTHING TO ACKNOWLEDGE'
           ELSE
               PERFORM 3000-FIND-EDIT-OUTCOME
               PERFORM 3500-SETTLE-ONE-SITE
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               IF WS-EDIT-POSTED
                   PERFORM 4000-COUNT-ACCEPTED
                   PERFORM 4500-COUNT-REJECTED
               END-IF
               PERFORM 5000-WRITE-ONE-ACK
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-SITE-COUNT
           MOVE ZERO TO WS-REASON-COUNT
           MOVE ZERO TO WS-ACKS-WRITTEN
           MOVE ZERO TO WS-ACKS-FAILED
           MOVE SPACES TO WS-EDIT-STATUS
           INITIALIZE WS-SITE-TABLE
           INITIALIZE WS-REASON-TABLE
           CALL 'BUSDATSV' USING WS-PROCESS-DATE.

       2000-LOAD-MERGE-OUTCOMES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MERGE-STATUS-FILE
           IF WS-MRGST-STATUS = '00'
               PERFORM 2010-READ-MERGE-STATUS
               PERFORM 2100-TAKE-ONE-SITE
                   UNTIL WS-END-OF-FILE
               CLOSE MERGE-STATUS-FILE
           END-IF.

       2010-READ-MERGE-STATUS.
           READ MERGE-STATUS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-TAKE-ONE-SITE.
           IF MS-SITE-CODE NOT = SPACES
               IF WS-SITE-COUNT < WS-MAX-SITES
                   ADD 1 TO WS-SITE-COUNT
                   MOVE MS-SITE-CODE TO WS-SITE-CODE (WS-SITE-COUNT)
                   IF MS-CREATE-DATE IS NUMERIC
                       MOVE MS-CREATE-DATE
                           TO WS-SITE-CREATE-DATE (WS-SITE-COUNT)
                   END-IF
                   IF MS-DETAILS-READ IS NUMERIC
                       MOVE MS-DETAILS-READ
                           TO WS-SITE-RECEIVED (WS-SITE-COUNT)
                   END-IF
                   IF MS-SITE-MERGED
                       MOVE 'ACCEPTED' TO WS-SITE-STATE (WS-SITE-COUNT)
                   ELSE
                       MOVE 'EXCLUDED' TO WS-SITE-STATE (WS-SITE-COUNT)
                       MOVE MS-OUTCOME
                           TO WS-SITE-REASON (WS-SITE-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'SITEACK WARNING: MORE THAN ' WS-MAX-SITES
                       ' SITES - ' MS-SITE-CODE ' NOT ACKNOWLEDGED'
               END-IF
           END-IF
           PERFORM 2010-READ-MERGE-STATUS.

       3000-FIND-EDIT-OUTCOME.
       *> SIGNONED's END row after the latest SITMERGE START is how
       *> the combined file fared; one from before the merge belongs
       *> to an earlier night.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-FILE-STATUS = '00'
               PERFORM 3010-READ-RUNLOG
               PERFORM 3100-NOTE-ONE-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE RUNLOG-FILE
           END-IF.

       3010-READ-RUNLOG.
           READ RUNLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3100-NOTE-ONE-ROW.
           IF RL-PROGRAM-NAME = 'SITMERGE' AND RL-IS-START
               MOVE SPACES TO WS-EDIT-STATUS
           END-IF
           IF RL-PROGRAM-NAME = 'SIGNONED' AND RL-IS-END
               MOVE RL-RUN-STATUS TO WS-EDIT-STATUS
           END-IF
           PERFORM 3010-READ-RUNLOG.

       3500-SETTLE-ONE-SITE.
       *> A file SITMERGE took in still did not post if SIGNONED
       *> refused or failed the combined day.
           IF WS-SITE-ACCEPTED-FILE (WS-SITE-IDX)
                   AND NOT WS-EDIT-POSTED
               MOVE 'EXCLUDED' TO WS-SITE-STATE (WS-SITE-IDX)
               IF WS-EDIT-STATUS = SPACES
                   MOVE 'NOT POSTED' TO WS-SITE-REASON (WS-SITE-IDX)
               ELSE
                   MOVE WS-EDIT-STATUS TO WS-SITE-REASON (WS-SITE-IDX)
               END-IF
           END-IF.

       4000-COUNT-ACCEPTED.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CLEAN-TXN-FILE
           IF WS-CLEAN-FILE-STATUS = '00'
               PERFORM 4010-READ-CLEAN
               PERFORM 4100-COUNT-ONE-CLEAN
                   UNTIL WS-END-OF-FILE
               CLOSE CLEAN-TXN-FILE
           END-IF.

       4010-READ-CLEAN.
           READ CLEAN-TXN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4100-COUNT-ONE-CLEAN.
           MOVE CL-SIGNON-RECORD TO CT-CONTROL-RECORD
           IF NOT CT-IS-HEADER AND NOT CT-IS-TRAILER
               MOVE CL-SITE-CODE TO WS-LOOKUP-SITE
               PERFORM 4800-FIND-SITE
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-SITE-ACCEPTED (WS-SITE-IDX)
               END-IF
           END-IF
           PERFORM 4010-READ-CLEAN.

       4500-COUNT-REJECTED.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = '00'
               PERFORM 4510-READ-REJECT
               PERFORM 4600-COUNT-ONE-REJECT
                   UNTIL WS-END-OF-FILE
               CLOSE REJECT-FILE
           END-IF.

       4510-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       4600-COUNT-ONE-REJECT.
           MOVE RJ-SITE-CODE TO WS-LOOKUP-SITE
           PERFORM 4800-FIND-SITE
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-SITE-REJECTED (WS-SITE-IDX)
               MOVE RJ-REASON-CODE TO WS-LOOKUP-REASON
               PERFORM 4700-TALLY-REASON
           END-IF
           PERFORM 4510-READ-REJECT.

       4700-TALLY-REASON.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 4710-MATCH-ONE-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-REASON-IDX
               ADD 1 TO WS-REASON-TALLY (WS-REASON-IDX)
           ELSE
               IF WS-REASON-COUNT < WS-MAX-REASONS
                   ADD 1 TO WS-REASON-COUNT
                   MOVE WS-LOOKUP-SITE
                       TO WS-REASON-SITE (WS-REASON-COUNT)
                   MOVE WS-LOOKUP-REASON
                       TO WS-REASON-CODE (WS-REASON-COUNT)
                   MOVE 1 TO WS-REASON-TALLY (WS-REASON-COUNT)
               END-IF
           END-IF.

       4710-MATCH-ONE-REASON.
           IF WS-REASON-SITE (WS-REASON-IDX) = WS-LOOKUP-SITE
                   AND WS-REASON-CODE (WS-REASON-IDX) = WS-LOOKUP-REASON
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       4800-FIND-SITE.
       *> Leaves WS-SITE-IDX on the site's row when found.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 4810-MATCH-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               OR WS-ENTRY-FOUND
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SITE-IDX
           END-IF.

       4810-MATCH-ONE-SITE.
           IF WS-SITE-CODE (WS-SITE-IDX) = WS-LOOKUP-SITE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       5000-WRITE-ONE-ACK.
           MOVE SPACES TO WS-ACK-FILE-NAME
           STRING 'SIGNACK' WS-SITE-CODE (WS-SITE-IDX)
               DELIMITED BY SPACE
               INTO WS-ACK-FILE-NAME END-STRING
           OPEN OUTPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'SITEACK: CANNOT WRITE ' WS-ACK-FILE-NAME
                   ' - STATUS ' WS-ACK-FILE-STATUS
               ADD 1 TO WS-ACKS-FAILED
           ELSE
               MOVE ZERO TO WS-ACK-ROWS
               PERFORM 5100-WRITE-ACK-HEADER
               PERFORM 5200-WRITE-REASON-ROW
                   VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
               IF WS-SITE-REJECTED (WS-SITE-IDX) > ZERO
                   PERFORM 5300-WRITE-REJECTED-NAMES
               END-IF
               MOVE SPACES TO AK-ACK-RECORD
               MOVE 'T' TO AK-ROW-TYPE
               MOVE WS-ACK-ROWS TO AK-ROW-COUNT
               WRITE AK-ACK-RECORD
               CLOSE ACK-FILE
               ADD 1 TO WS-ACKS-WRITTEN
               DISPLAY 'SITEACK: ' WS-ACK-FILE-NAME ' '
                   WS-SITE-STATE (WS-SITE-IDX) ' RECEIVED '
                   WS-SITE-RECEIVED (WS-SITE-IDX) ' ACCEPTED '
                   WS-SITE-ACCEPTED (WS-SITE-IDX) ' REJECTED '
                   WS-SITE-REJECTED (WS-SITE-IDX)
           END-IF.

       5100-WRITE-ACK-HEADER.
           MOVE SPACES TO AK-ACK-RECORD
           MOVE 'H' TO AK-ROW-TYPE
           MOVE WS-SITE-CODE (WS-SITE-IDX) TO AK-SITE-CODE
           MOVE WS-PROCESS-DATE TO AK-BUSINESS-DATE
           MOVE WS-SITE-CREATE-DATE (WS-SITE-IDX) TO AK-CREATE-DATE
           MOVE WS-SITE-RECEIVED (WS-SITE-IDX) TO AK-RECEIVED-COUNT
           MOVE WS-SITE-ACCEPTED (WS-SITE-IDX) TO AK-ACCEPTED-COUNT
           MOVE WS-SITE-REJECTED (WS-SITE-IDX) TO AK-REJECTED-COUNT
           MOVE WS-SITE-STATE (WS-SITE-IDX) TO AK-FILE-STATE
           MOVE WS-SITE-REASON (WS-SITE-IDX) TO AK-EXCLUDED-REASON
           WRITE AK-ACK-RECORD
           ADD 1 TO WS-ACK-ROWS.

       5200-WRITE-REASON-ROW.
           IF WS-REASON-SITE (WS-REASON-IDX)
                   = WS-SITE-CODE (WS-SITE-IDX)
               MOVE SPACES TO AK-ACK-RECORD
               MOVE 'R' TO AK-ROW-TYPE
               MOVE WS-REASON-CODE (WS-REASON-IDX) TO AK-REASON-CODE
               MOVE WS-REASON-TALLY (WS-REASON-IDX) TO AK-REASON-COUNT
               WRITE AK-ACK-RECORD
               ADD 1 TO WS-ACK-ROWS
           END-IF.

       5300-WRITE-REJECTED-NAMES.
       *> The reject file again, this site's rows only, in the order
       *> the site sent them.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS = '00'
               PERFORM 4510-READ-REJECT
               PERFORM 5310-WRITE-ONE-NAME
                   UNTIL WS-END-OF-FILE
               CLOSE REJECT-FILE
           END-IF.

       5310-WRITE-ONE-NAME.
           IF RJ-SITE-CODE = WS-SITE-CODE (WS-SITE-IDX)
               MOVE SPACES TO AK-ACK-RECORD
               MOVE 'N' TO AK-ROW-TYPE
               MOVE RJ-SIGNON-NAME TO AK-REJECTED-NAME
               MOVE RJ-REASON-CODE TO AK-NAME-REASON
               WRITE AK-ACK-RECORD
               ADD 1 TO WS-ACK-ROWS
           END-IF
           PERFORM 4510-READ-REJECT.

       9000-TERMINATE.
           DISPLAY 'SITEACK ACKNOWLEDGMENTS WRITTEN: ' WS-ACKS-WRITTEN
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-ACKS-WRITTEN TO WS-RUNLOG-COUNT
           IF WS-ACKS-FAILED > ZERO
               MOVE 'ACK-NOT-WRITTEN' TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'OK' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.
           IF WS-ACKS-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END PROGRAM SITEACK.
