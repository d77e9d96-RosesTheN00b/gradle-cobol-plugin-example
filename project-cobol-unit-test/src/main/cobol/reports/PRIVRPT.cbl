      ******************************************************************
      * Author:
      * Date:
      * Purpose: Privileged-action trail report for the auditors -
      *          reads PRIVTRL and lists, for one operator or for
      *          everyone, every menu sign-on, selection, refusal and
      *          target inside a date range, with role, terminal,
      *          menu choice and the program and name involved.  The
      *          destructive choices (lock clear, force-close, the
      *          master restores and rebuild, training refresh) are
      *          marked *** on their lines and counted apart;
      *          training-mode rows carry a T and break-glass session
      *          rows a B.  For everyone, a per-operator summary
      *          follows the detail.  A
      *          parameter card supplies the operator and a single
      *          day for a scheduled run; interactively the name and
      *          range are prompted for.  Console and PRIVRPT.date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAIL-FILE ASSIGN TO 'PRIVTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RPTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAIL-FILE.
           COPY "PRIVTRRC.cpy".

       FD  PARM-FILE.
           COPY "RPTPARM.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TRAIL-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PARM-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-PARM-FOUND            VALUE 'Y'.
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(100).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-INQUIRY-NAME PIC X(20).
       01  WS-ALL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ALL-OPERATORS         VALUE 'Y'.
       01  WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE PIC 9(8) VALUE ZERO.
       01  WS-ROW-DATE-X PIC X(8).
       01  WS-ROW-DATE-N REDEFINES WS-ROW-DATE-X PIC 9(8).
       77  WS-ROWS-LISTED PIC 9(7) VALUE ZERO.
       77  WS-DESTRUCTIVE-COUNT PIC 9(5) VALUE ZERO.
       77  WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       77  WS-TARGET-COUNT PIC 9(5) VALUE ZERO.
      *    Per-operator totals for the everyone report.  Past the
      *    table size the rest are lumped on one OTHER line rather
      *    than dropped.
       77  WS-OPER-MAX PIC 9(3) VALUE 100.
       77  WS-OPER-COUNT PIC 9(3) VALUE ZERO.
       77  WS-OPER-IDX PIC 9(3).
       77  WS-MATCH-IDX PIC 9(3).
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 101 TIMES.
               10  WS-OPER-NAME         PIC X(20).
               10  WS-OPER-ROWS         PIC 9(7).
               10  WS-OPER-DESTRUCTIVE  PIC 9(5).
               10  WS-OPER-REFUSED      PIC 9(5).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'PRIVRPT'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 1000-INITIALIZE
           PERFORM 8000-PRINT-HEADING
           OPEN INPUT TRAIL-FILE
           IF WS-TRAIL-FILE-STATUS = '00'
               PERFORM 2100-READ-TRAIL
               PERFORM 2000-PROCESS-ROW
                   UNTIL WS-END-OF-FILE
               CLOSE TRAIL-FILE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO PRIVILEGED-ACTION TRAIL ON FILE - STATUS '
                   WS-TRAIL-FILE-STATUS
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF
           PERFORM 8500-PRINT-FOOTER
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       1000-INITIALIZE.
           CALL 'BUSDATSV' USING WS-TODAY-DATE
           INITIALIZE WS-OPER-TABLE
           PERFORM 1500-GET-PARAMETERS
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING 'PRIVRPT.' WS-TODAY-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE.

       1500-GET-PARAMETERS.
       *> The card gives the operator and one day; at the console
       *> the range prompts, a blank from-date meaning from the
       *> start of the trail and a blank to-date meaning up to now.
           MOVE 'N' TO WS-PARM-FOUND-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PM-REPORT-DATE > ZERO
                           SET WS-PARM-FOUND TO TRUE
                           MOVE PM-INQUIRY-NAME TO WS-INQUIRY-NAME
                           MOVE PM-REPORT-DATE TO WS-FROM-DATE
                           MOVE PM-REPORT-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PARM-FOUND
               DISPLAY 'ENTER OPERATOR NAME, OR ALL FOR EVERYONE'
               ACCEPT WS-INQUIRY-NAME
               DISPLAY 'ENTER FROM DATE (YYYYMMDD) OR BLANK FOR THE '
                   'START OF THE TRAIL'
               ACCEPT WS-FROM-DATE
               DISPLAY 'ENTER TO DATE (YYYYMMDD) OR BLANK FOR TODAY'
               ACCEPT WS-TO-DATE
           END-IF
           INSPECT WS-INQUIRY-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-INQUIRY-NAME = 'ALL' OR WS-INQUIRY-NAME = SPACES
               SET WS-ALL-OPERATORS TO TRUE
               MOVE 'ALL' TO WS-INQUIRY-NAME
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE IS NOT NUMERIC OR WS-TO-DATE = ZERO
               MOVE 99999999 TO WS-TO-DATE
           END-IF
           IF WS-TO-DATE < WS-FROM-DATE
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           PERFORM 1590-TRAIL-THE-TARGET.

       1590-TRAIL-THE-TARGET.
       *> Looking into an operator's actions is itself a privileged
       *> look - it goes on the same trail.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'PRIVRPT' TO PV-PROGRAM
           MOVE WS-INQUIRY-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       2000-PROCESS-ROW.
           MOVE PT-TIMESTAMP (1:8) TO WS-ROW-DATE-X
           IF WS-ROW-DATE-X IS NUMERIC
                   AND WS-ROW-DATE-N >= WS-FROM-DATE
                   AND WS-ROW-DATE-N <= WS-TO-DATE
                   AND (WS-ALL-OPERATORS
                       OR PT-OPERATOR = WS-INQUIRY-NAME)
               PERFORM 2200-LIST-ROW
           END-IF
           PERFORM 2100-READ-TRAIL.

       2100-READ-TRAIL.
           READ TRAIL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-LIST-ROW.
           ADD 1 TO WS-ROWS-LISTED
           MOVE SPACES TO WS-REPORT-LINE
           IF PT-DESTRUCTIVE
               ADD 1 TO WS-DESTRUCTIVE-COUNT
               MOVE '***' TO WS-REPORT-LINE (1:3)
           END-IF
           IF PT-IN-TRAINING
               MOVE 'T' TO WS-REPORT-LINE (4:1)
           END-IF
           IF PT-BREAK-GLASS
               MOVE 'B' TO WS-REPORT-LINE (5:1)
           END-IF
           IF PT-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           IF PT-TARGETED
               ADD 1 TO WS-TARGET-COUNT
           END-IF
           MOVE PT-TIMESTAMP (1:8) TO WS-REPORT-LINE (6:8)
           MOVE PT-TIMESTAMP (9:4) TO WS-REPORT-LINE (15:4)
           MOVE PT-OPERATOR TO WS-REPORT-LINE (20:20)
           MOVE PT-ROLE TO WS-REPORT-LINE (41:1)
           MOVE PT-TERMINAL-ID TO WS-REPORT-LINE (43:4)
           MOVE PT-EVENT TO WS-REPORT-LINE (48:8)
           MOVE PT-MENU-CHOICE TO WS-REPORT-LINE (57:2)
           MOVE PT-PROGRAM TO WS-REPORT-LINE (60:10)
           MOVE PT-TARGET TO WS-REPORT-LINE (71:20)
           PERFORM 7000-EMIT-LINE
           IF WS-ALL-OPERATORS
               PERFORM 2300-TALLY-OPERATOR
           END-IF.

       2300-TALLY-OPERATOR.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM 2310-MATCH-OPERATOR
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               OR WS-MATCH-IDX > ZERO
           IF WS-MATCH-IDX = ZERO
               IF WS-OPER-COUNT < WS-OPER-MAX
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-MATCH-IDX
                   MOVE PT-OPERATOR TO WS-OPER-NAME (WS-MATCH-IDX)
               ELSE
                   COMPUTE WS-MATCH-IDX = WS-OPER-MAX + 1
                   MOVE 'OTHER' TO WS-OPER-NAME (WS-MATCH-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-OPER-ROWS (WS-MATCH-IDX)
           IF PT-DESTRUCTIVE
               ADD 1 TO WS-OPER-DESTRUCTIVE (WS-MATCH-IDX)
           END-IF
           IF PT-REFUSED
               ADD 1 TO WS-OPER-REFUSED (WS-MATCH-IDX)
           END-IF.

       2310-MATCH-OPERATOR.
           IF WS-OPER-NAME (WS-OPER-IDX) = PT-OPERATOR
               MOVE WS-OPER-IDX TO WS-MATCH-IDX
           END-IF.

       7000-EMIT-LINE.
       *> Console for the auditor, dated file for the working papers.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       8000-PRINT-HEADING.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRIVILEGED-ACTION TRAIL - OPERATOR: '
               WS-INQUIRY-NAME
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TO-DATE = 99999999
               STRING 'FROM ' WS-FROM-DATE ' TO DATE'
                   INTO WS-REPORT-LINE END-STRING
           ELSE
               STRING 'FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   INTO WS-REPORT-LINE END-STRING
           END-IF
           PERFORM 7000-EMIT-LINE
           MOVE '*** = DESTRUCTIVE CHOICE   T = TRAINING MODE   B = '
               & 'BREAK-GLASS SESSION' TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'DATE' TO WS-REPORT-LINE (6:4)
           MOVE 'TIME' TO WS-REPORT-LINE (15:4)
           MOVE 'OPERATOR' TO WS-REPORT-LINE (20:8)
           MOVE 'R' TO WS-REPORT-LINE (41:1)
           MOVE 'TERM' TO WS-REPORT-LINE (43:4)
           MOVE 'EVENT' TO WS-REPORT-LINE (48:5)
           MOVE 'CH' TO WS-REPORT-LINE (57:2)
           MOVE 'PROGRAM' TO WS-REPORT-LINE (60:7)
           MOVE 'TARGET' TO WS-REPORT-LINE (71:6)
           PERFORM 7000-EMIT-LINE.

       8500-PRINT-FOOTER.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ROWS: ' WS-ROWS-LISTED
               '   DESTRUCTIVE: ' WS-DESTRUCTIVE-COUNT
               '   REFUSED: ' WS-REFUSED-COUNT
               '   TARGETS: ' WS-TARGET-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           IF WS-ALL-OPERATORS AND WS-OPER-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'BY OPERATOR' TO WS-REPORT-LINE (1:11)
               MOVE 'ROWS' TO WS-REPORT-LINE (25:4)
               MOVE 'DESTRUCTIVE' TO WS-REPORT-LINE (34:11)
               MOVE 'REFUSED' TO WS-REPORT-LINE (47:7)
               PERFORM 7000-EMIT-LINE
               PERFORM 8600-PRINT-OPERATOR-LINE
                   VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-MAX + 1
           END-IF
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8600-PRINT-OPERATOR-LINE.
           IF WS-OPER-ROWS (WS-OPER-IDX) > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-OPER-DESTRUCTIVE (WS-OPER-IDX) > ZERO
                   MOVE '***' TO WS-REPORT-LINE (1:3)
               END-IF
               MOVE WS-OPER-NAME (WS-OPER-IDX)
                   TO WS-REPORT-LINE (4:20)
               MOVE WS-OPER-ROWS (WS-OPER-IDX)
                   TO WS-REPORT-LINE (25:7)
               MOVE WS-OPER-DESTRUCTIVE (WS-OPER-IDX)
                   TO WS-REPORT-LINE (34:5)
               MOVE WS-OPER-REFUSED (WS-OPER-IDX)
                   TO WS-REPORT-LINE (47:5)
               PERFORM 7000-EMIT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-ROWS-LISTED TO WS-RUNLOG-COUNT
           MOVE SPACES TO WS-RUNLOG-STATUS
           STRING 'OK-' WS-DESTRUCTIVE-COUNT '-DESTRUCTIVE'
               INTO WS-RUNLOG-STATUS END-STRING
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM PRIVRPT.
