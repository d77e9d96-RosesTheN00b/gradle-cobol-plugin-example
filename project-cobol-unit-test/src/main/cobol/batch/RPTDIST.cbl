      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report distribution - the last step of the nightly
      *          chain.  Every morning somebody used to walk the
      *          night's report files round by hand, and a report that
      *          never came out was only missed when its reader rang.
      *          The RPTDISTC control file lists, for each report
      *          program, who receives it, at which outbound location,
      *          how many copies and by which delivery slot.  For each
      *          row this finds the report's dated output for the
      *          business date (PROGRAM.CCYYMMDD, or PROGRAM.CCYYMM for
      *          a monthly one) and copies it into the recipient's
      *          outbound file - the location, a dot and the report
      *          file name - once per copy, each copy headed by a
      *          banner naming the recipient and the slot.  A report
      *          the chain skipped tonight (a SKIP row on RUNLOG since
      *          the latest NIGHTRUN start) is NOT DUE; one that should
      *          have run and left no output, or an empty one, is NOT
      *          PRODUCED.  Every row's outcome is appended to the
      *          RPTDLVLG delivery log for MORNSTAT to show.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-CONTROL-FILE ASSIGN TO 'RPTDISTC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT OUTBOUND-FILE ASSIGN TO WS-OUTBOUND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-FILE-STATUS.

           SELECT DELIVERY-FILE ASSIGN TO 'RPTDLVLG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-CONTROL-FILE.
           COPY "RPTDISTC.cpy".

       FD  RUNLOG-FILE.
           COPY "RUNLOGRC.cpy".

       FD  REPORT-FILE.
       01  RF-REPORT-LINE PIC X(132).

       FD  OUTBOUND-FILE.
       01  OB-OUTBOUND-LINE PIC X(132).

       FD  DELIVERY-FILE.
           COPY "RPTDLVLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS PIC X(2).
       01  WS-RUNLOG-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).
       01  WS-OUTBOUND-FILE-STATUS PIC X(2).
       01  WS-DELIVERY-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-OUTBOUND-NAME PIC X(26).
       01  WS-PROCESS-DATE PIC 9(8).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-TIME PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-REPORT-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-REPORT-END            VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-COPY-FAILED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-COPY-FAILED           VALUE 'Y'.
       01  WS-CONTROL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-CONTROL-ON-HAND       VALUE 'Y'.
       01  WS-LOG-OPEN-SWITCH PIC X(1) VALUE 'N'.
           88  WS-LOG-OPEN              VALUE 'Y'.
       01  WS-OUTCOME PIC X(12).
       01  WS-BANNER-LINE PIC X(132).
       77  WS-COPIES-WANTED PIC 9(2) VALUE ZERO.
       77  WS-COPY-NUMBER PIC 9(2) VALUE ZERO.
       77  WS-LINES-COPIED PIC 9(7) VALUE ZERO.
       77  WS-ROWS-READ PIC 9(5) VALUE ZERO.
       77  WS-DELIVERED PIC 9(5) VALUE ZERO.
       77  WS-NOT-PRODUCED PIC 9(5) VALUE ZERO.
       77  WS-NOT-DUE PIC 9(5) VALUE ZERO.
       77  WS-DELIVERY-FAILED PIC 9(5) VALUE ZERO.
      *    Steps the nightly chain passed over since its latest start
      *    - their reports are not expected tonight.
       77  WS-SKIP-COUNT PIC 9(2) VALUE ZERO.
       77  WS-MAX-SKIPS PIC 9(2) VALUE 50.
       77  WS-SKIP-IDX PIC 9(2).
       01  WS-SKIP-TABLE.
           05  WS-SKIP-PROGRAM OCCURS 50 TIMES PIC X(10).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'RPTDIST'.
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
           PERFORM 2000-LOAD-SKIPPED-STEPS
           PERFORM 3000-DISTRIBUTE-REPORTS
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           MOVE ZERO TO WS-ROWS-READ
           MOVE ZERO TO WS-DELIVERED
           MOVE ZERO TO WS-NOT-PRODUCED
           MOVE ZERO TO WS-NOT-DUE
           MOVE ZERO TO WS-DELIVERY-FAILED
           MOVE ZERO TO WS-SKIP-COUNT
           MOVE 'N' TO WS-CONTROL-SWITCH
           MOVE 'N' TO WS-LOG-OPEN-SWITCH
           INITIALIZE WS-SKIP-TABLE
           CALL 'BUSDATSV' USING WS-PROCESS-DATE.

       2000-LOAD-SKIPPED-STEPS.
       *> Only tonight's SKIP rows count - the latest NIGHTRUN START
       *> clears whatever an earlier night passed over.  Run by hand
       *> with no chain behind it, every listed report is expected.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-FILE-STATUS = '00'
               PERFORM 2010-READ-RUNLOG
               PERFORM 2100-NOTE-ONE-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE RUNLOG-FILE
           END-IF.

       2010-READ-RUNLOG.
           READ RUNLOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2100-NOTE-ONE-ROW.
           IF RL-PROGRAM-NAME = 'NIGHTRUN' AND RL-IS-START
               MOVE ZERO TO WS-SKIP-COUNT
           END-IF
           IF RL-IS-SKIP AND WS-SKIP-COUNT < WS-MAX-SKIPS
               ADD 1 TO WS-SKIP-COUNT
               MOVE RL-PROGRAM-NAME TO WS-SKIP-PROGRAM (WS-SKIP-COUNT)
           END-IF
           PERFORM 2010-READ-RUNLOG.

       3000-DISTRIBUTE-REPORTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DIST-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'RPTDIST: NO RPTDISTC DISTRIBUTION CONTROL - '
                   'NOTHING DISTRIBUTED'
           ELSE
               SET WS-CONTROL-ON-HAND TO TRUE
               OPEN EXTEND DELIVERY-FILE
               IF WS-DELIVERY-FILE-STATUS = '35'
                   OPEN OUTPUT DELIVERY-FILE
               END-IF
               IF WS-DELIVERY-FILE-STATUS = '00'
                   SET WS-LOG-OPEN TO TRUE
               ELSE
                   DISPLAY 'RPTDIST WARNING: RPTDLVLG NOT OPENED - '
                       'STATUS ' WS-DELIVERY-FILE-STATUS
               END-IF
               PERFORM 3010-READ-CONTROL
               PERFORM 3100-DELIVER-ONE-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE DIST-CONTROL-FILE
               IF WS-LOG-OPEN
                   CLOSE DELIVERY-FILE
               END-IF
           END-IF.

       3010-READ-CONTROL.
           READ DIST-CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       3100-DELIVER-ONE-ROW.
           IF RD-REPORT-PROGRAM NOT = SPACES
               ADD 1 TO WS-ROWS-READ
               MOVE SPACES TO WS-REPORT-FILE-NAME
               IF RD-MONTHLY-NAME
                   STRING RD-REPORT-PROGRAM DELIMITED BY SPACE
                       '.' WS-PROCESS-DATE (1:6) DELIMITED BY SIZE
                       INTO WS-REPORT-FILE-NAME END-STRING
               ELSE
                   STRING RD-REPORT-PROGRAM DELIMITED BY SPACE
                       '.' WS-PROCESS-DATE DELIMITED BY SIZE
                       INTO WS-REPORT-FILE-NAME END-STRING
               END-IF
               MOVE SPACES TO WS-OUTBOUND-NAME
               STRING RD-OUTBOUND-LOCATION DELIMITED BY SPACE
                   '.' WS-REPORT-FILE-NAME DELIMITED BY SIZE
                   INTO WS-OUTBOUND-NAME END-STRING
               MOVE ZERO TO WS-LINES-COPIED
               PERFORM 3150-CHECK-SKIPPED
               IF WS-ENTRY-FOUND
                   MOVE 'NOT DUE' TO WS-OUTCOME
                   ADD 1 TO WS-NOT-DUE
               ELSE
                   PERFORM 3200-COPY-REPORT
               END-IF
               PERFORM 3800-LOG-DELIVERY
           END-IF
           PERFORM 3010-READ-CONTROL.

       3150-CHECK-SKIPPED.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM 3160-MATCH-ONE-SKIP
               VARYING WS-SKIP-IDX FROM 1 BY 1
               UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                   OR WS-ENTRY-FOUND.

       3160-MATCH-ONE-SKIP.
           IF WS-SKIP-PROGRAM (WS-SKIP-IDX) = RD-REPORT-PROGRAM
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3200-COPY-REPORT.
       *> A report file that is missing or holds no lines was not
       *> produced - there is nothing to send, and no outbound file
       *> is left behind to be mistaken for one.
           MOVE 'N' TO WS-REPORT-EOF-SWITCH
           OPEN INPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS = '00'
               PERFORM 3310-READ-REPORT
               CLOSE REPORT-FILE
           ELSE
               SET WS-REPORT-END TO TRUE
           END-IF
           IF WS-REPORT-END
               MOVE 'NOT PRODUCED' TO WS-OUTCOME
               ADD 1 TO WS-NOT-PRODUCED
               DISPLAY 'RPTDIST: ' WS-REPORT-FILE-NAME
                   ' NOT PRODUCED - NOT SENT TO ' RD-RECIPIENT
           ELSE
               IF RD-COPIES IS NUMERIC AND RD-COPIES > ZERO
                   MOVE RD-COPIES TO WS-COPIES-WANTED
               ELSE
                   MOVE 1 TO WS-COPIES-WANTED
               END-IF
               MOVE 'N' TO WS-COPY-FAILED-SWITCH
               OPEN OUTPUT OUTBOUND-FILE
               IF WS-OUTBOUND-FILE-STATUS = '00'
                   PERFORM 3300-WRITE-ONE-COPY
                       VARYING WS-COPY-NUMBER FROM 1 BY 1
                       UNTIL WS-COPY-NUMBER > WS-COPIES-WANTED
                           OR WS-COPY-FAILED
                   CLOSE OUTBOUND-FILE
               ELSE
                   SET WS-COPY-FAILED TO TRUE
               END-IF
               IF WS-COPY-FAILED
                   MOVE 'WRITE FAILED' TO WS-OUTCOME
                   ADD 1 TO WS-DELIVERY-FAILED
                   DISPLAY 'RPTDIST ERROR: ' WS-OUTBOUND-NAME
                       ' NOT WRITTEN - STATUS ' WS-OUTBOUND-FILE-STATUS
               ELSE
                   MOVE 'DELIVERED' TO WS-OUTCOME
                   ADD 1 TO WS-DELIVERED
               END-IF
           END-IF.

       3300-WRITE-ONE-COPY.
       *> Each copy is read afresh from the report file so every copy
       *> is whole, and is headed by its own banner.
           MOVE SPACES TO WS-BANNER-LINE
           STRING '*** ' DELIMITED BY SIZE
               WS-REPORT-FILE-NAME DELIMITED BY SPACE
               ' FOR ' DELIMITED BY SIZE
               RD-RECIPIENT DELIMITED BY '  '
               ' - COPY ' WS-COPY-NUMBER ' OF ' WS-COPIES-WANTED
               ' - SLOT ' RD-DELIVERY-SLOT ' ***' DELIMITED BY SIZE
               INTO WS-BANNER-LINE END-STRING
           WRITE OB-OUTBOUND-LINE FROM WS-BANNER-LINE
           IF WS-OUTBOUND-FILE-STATUS NOT = '00'
               SET WS-COPY-FAILED TO TRUE
           ELSE
               MOVE ZERO TO WS-LINES-COPIED
               MOVE 'N' TO WS-REPORT-EOF-SWITCH
               OPEN INPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   SET WS-COPY-FAILED TO TRUE
               ELSE
                   PERFORM 3310-READ-REPORT
                   PERFORM 3320-COPY-ONE-LINE
                       UNTIL WS-REPORT-END OR WS-COPY-FAILED
                   CLOSE REPORT-FILE
               END-IF
           END-IF.

       3310-READ-REPORT.
           READ REPORT-FILE
               AT END
                   SET WS-REPORT-END TO TRUE
           END-READ.

       3320-COPY-ONE-LINE.
           WRITE OB-OUTBOUND-LINE FROM RF-REPORT-LINE
           IF WS-OUTBOUND-FILE-STATUS = '00'
               ADD 1 TO WS-LINES-COPIED
               PERFORM 3310-READ-REPORT
           ELSE
               SET WS-COPY-FAILED TO TRUE
           END-IF.

       3800-LOG-DELIVERY.
           IF WS-LOG-OPEN
               MOVE SPACES TO DL-DELIVERY-RECORD
               MOVE WS-PROCESS-DATE TO DL-BUSINESS-DATE
               MOVE WS-REPORT-FILE-NAME TO DL-REPORT-FILE
               MOVE RD-RECIPIENT TO DL-RECIPIENT
               IF WS-OUTCOME = 'DELIVERED' OR 'WRITE FAILED'
                   MOVE WS-OUTBOUND-NAME TO DL-OUTBOUND-NAME
               END-IF
               MOVE WS-COPIES-WANTED TO DL-COPIES
               IF WS-OUTCOME = 'NOT DUE' OR 'NOT PRODUCED'
                   MOVE ZERO TO DL-COPIES
               END-IF
               MOVE RD-DELIVERY-SLOT TO DL-DELIVERY-SLOT
               MOVE WS-LINES-COPIED TO DL-LINES-COPIED
               MOVE WS-OUTCOME TO DL-OUTCOME
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               STRING WS-STAMP-DATE WS-STAMP-TIME (1:6)
                   INTO DL-TIMESTAMP END-STRING
               WRITE DL-DELIVERY-RECORD
               IF WS-DELIVERY-FILE-STATUS NOT = '00'
                   DISPLAY 'RPTDIST WARNING: RPTDLVLG WRITE STATUS '
                       WS-DELIVERY-FILE-STATUS
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY 'RPTDIST: ' WS-ROWS-READ ' DISTRIBUTION ROWS, '
               WS-DELIVERED ' DELIVERED, ' WS-NOT-DUE ' NOT DUE, '
               WS-NOT-PRODUCED ' NOT PRODUCED, '
               WS-DELIVERY-FAILED ' FAILED'
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-DELIVERED TO WS-RUNLOG-COUNT
           EVALUATE TRUE
               WHEN NOT WS-CONTROL-ON-HAND
                   MOVE 'NO-DIST-CONTROL' TO WS-RUNLOG-STATUS
               WHEN WS-DELIVERY-FAILED > ZERO
                   MOVE 'DELIVERY-FAILED' TO WS-RUNLOG-STATUS
               WHEN WS-NOT-PRODUCED > ZERO
                   MOVE 'REPORTS-MISSING' TO WS-RUNLOG-STATUS
               WHEN OTHER
                   MOVE 'OK' TO WS-RUNLOG-STATUS
           END-EVALUATE
           PERFORM 0900-WRITE-RUNLOG
       *> Set after the last CALL - a called program's GOBACK hands
       *> its own return code back in this one.  A missing report is
       *> the report's own failure, already on RUNLOG; only a copy
       *> that could not be written fails this step.
           IF WS-DELIVERY-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.

       END PROGRAM RPTDIST.
