      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anti-passback and tailgating exceptions - OCCUPMST
      *          balances INs against OUTs for a head count but never
      *          asks whether the sequence made sense.  This walks
      *          the business day's badge export in time order,
      *          resolves each badge through BADGXREF as BADGEXLT
      *          does, and lists every out-of-sequence pair with the
      *          times involved:
      *            IN-IN     a second IN with no OUT between - the
      *                      person left behind somebody else
      *                      (tailgated out)
      *            OUT-NO-IN an OUT with no IN before it that day, or
      *                      a second OUT in a row - the person came
      *                      in behind somebody else (tailgated in)
      *          Violations are counted per person, and anyone over
      *          the POLICYCF repeat-offender limit gets one PASSBACK
      *          row in the SECALERT layout on SECEXCPT for the
      *          alert review queue.  The dated PASSBACK report is
      *          the facilities-security evidence for the quarterly
      *          access-control audit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-EVENT-FILE ASSIGN TO 'BADGEEVT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT BADGE-XREF-FILE ASSIGN TO 'BADGXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT POLICY-FILE ASSIGN TO 'POLICYCF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO 'SECEXCPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BADGE-EVENT-FILE.
           COPY "BADGEEVT.cpy".

       FD  BADGE-XREF-FILE.
           COPY "BADGXREF.cpy".

       FD  POLICY-FILE.
           COPY "POLICYCF.cpy".

       FD  EXCEPTION-FILE.
           COPY "SECALERT.cpy".

       FD  REPORT-OUT-FILE.
       01  RP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EVENT-FILE-STATUS PIC X(2).
       01  WS-XREF-FILE-STATUS PIC X(2).
       01  WS-POLICY-FILE-STATUS PIC X(2).
       01  WS-EXCEPTION-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-NAME PIC X(17).
       01  WS-REPORT-FILE-STATUS PIC X(2) VALUE '35'.
       01  WS-REPORT-LINE PIC X(80).
       01  WS-REPORT-DATE PIC 9(8).
       01  WS-EOF-SWITCH PIC X(1) VALUE 'N'.
           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-ENTRY-FOUND           VALUE 'Y'.
       01  WS-MATCHED-NAME PIC X(20).
      *    Shop default, overridden by the POLICYCF control record -
      *    more violations than this in one day raises an alert.
       77  WS-ALERT-LIMIT PIC 9(2) VALUE 3.
       01  WS-POLICY-ECHO PIC X(20).
       01  WS-VIOLATION-TYPE PIC X(9).
       01  WS-PRIOR-TIME PIC X(6).
       77  WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-XREF-ENTRIES PIC 9(3) VALUE 500.
       77  WS-BADGE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-BADGE-ENTRIES PIC 9(3) VALUE 500.
       01  WS-BADGE-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BADGE-TABLE-FULL      VALUE 'Y'.
       77  WS-PERSON-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-PERSON-ENTRIES PIC 9(3) VALUE 500.
       77  WS-EVENTS-READ PIC 9(7) VALUE ZERO.
       77  WS-VIOLATION-COUNT PIC 9(5) VALUE ZERO.
       77  WS-ALERT-COUNT PIC 9(5) VALUE ZERO.
       77  WS-PRINT-IDX PIC 9(3).
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-XREF-IDX.
               10  WS-XREF-BADGE        PIC X(10).
               10  WS-XREF-NAME         PIC X(20).
      *    Where each badge stands in its own sequence so far today.
       01  WS-BADGE-TABLE.
           05  WS-BADGE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BADGE-IDX.
               10  WS-BADGE-NUMBER      PIC X(10).
               10  WS-BADGE-LAST-DIR    PIC X(3).
               10  WS-BADGE-LAST-TIME   PIC X(6).
       01  WS-PERSON-TABLE.
           05  WS-PERSON-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PERSON-IDX.
               10  WS-PERSON-NAME       PIC X(20).
               10  WS-PERSON-VIOLATIONS PIC 9(3).
               10  WS-PERSON-LAST-STAMP PIC X(14).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'PASSBACK'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RUNLOG-STATUS PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'START' TO WS-RUNLOG-EVENT
           MOVE ZERO TO WS-RUNLOG-COUNT
           MOVE 'STARTED' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG
           PERFORM 0400-READ-POLICY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EVENT
               UNTIL WS-END-OF-FILE
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       0900-WRITE-RUNLOG.
       *> One shared run-log row - program, start or end, count and
       *> status - so shift handover reads a file, not the console.
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-RUNLOG-STATUS.

       0400-READ-POLICY.
       *> The repeat-offender limit comes from POLICYCF like the rest
       *> of the shop's thresholds, and the value in effect goes to
       *> the run log.
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-FILE-STATUS = '00'
               READ POLICY-FILE
                   NOT AT END
                       IF PL-PASSBACK-ALERT-LIMIT IS NUMERIC
                               AND PL-PASSBACK-ALERT-LIMIT > ZERO
                           MOVE PL-PASSBACK-ALERT-LIMIT
                               TO WS-ALERT-LIMIT
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           END-IF
           MOVE SPACES TO WS-POLICY-ECHO
           STRING 'POL-P' WS-ALERT-LIMIT
               INTO WS-POLICY-ECHO END-STRING
           CALL 'RUNLOGWR' USING WS-RUNLOG-PROGRAM WS-RUNLOG-EVENT
               WS-RUNLOG-COUNT WS-POLICY-ECHO.

       1000-INITIALIZE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-BADGE-COUNT
           MOVE ZERO TO WS-PERSON-COUNT
           MOVE ZERO TO WS-EVENTS-READ
           MOVE ZERO TO WS-VIOLATION-COUNT
           MOVE ZERO TO WS-ALERT-COUNT
           INITIALIZE WS-BADGE-TABLE
           INITIALIZE WS-PERSON-TABLE
           CALL 'BUSDATSV' USING WS-REPORT-DATE
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING 'PASSBACK.' WS-REPORT-DATE
               INTO WS-REPORT-FILE-NAME END-STRING
           OPEN OUTPUT REPORT-OUT-FILE
           PERFORM 1100-LOAD-XREF
           PERFORM 1300-PRINT-HEADING
           OPEN INPUT BADGE-EVENT-FILE
           IF WS-EVENT-FILE-STATUS NOT = '00'
               DISPLAY 'PASSBACK: NO BADGE EVENT FILE - STATUS '
                   WS-EVENT-FILE-STATUS
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1010-READ-EVENT
           END-IF.

       1010-READ-EVENT.
           READ BADGE-EVENT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1100-LOAD-XREF.
           MOVE ZERO TO WS-XREF-COUNT
           INITIALIZE WS-XREF-TABLE
           OPEN INPUT BADGE-XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               PERFORM 1110-READ-XREF
               PERFORM 1120-STORE-XREF
                   UNTIL WS-END-OF-FILE
                   OR WS-XREF-COUNT >= WS-MAX-XREF-ENTRIES
               CLOSE BADGE-XREF-FILE
           ELSE
               DISPLAY 'PASSBACK WARNING: NO BADGE CROSS-REFERENCE '
                   '- VIOLATIONS LIST BY BADGE NUMBER ONLY'
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1110-READ-XREF.
           READ BADGE-XREF-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-XREF.
           ADD 1 TO WS-XREF-COUNT
           SET WS-XREF-IDX TO WS-XREF-COUNT
           MOVE BX-BADGE-NUMBER TO WS-XREF-BADGE (WS-XREF-IDX)
           MOVE BX-USER-NAME TO WS-XREF-NAME (WS-XREF-IDX)
           PERFORM 1110-READ-XREF.

       1300-PRINT-HEADING.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ANTI-PASSBACK / TAILGATING EXCEPTIONS - '
               WS-REPORT-DATE
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE 'BADGE      NAME                 TYPE      PRIOR  THIS'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       2000-PROCESS-EVENT.
       *> Only the business day's events - the export can carry the
       *> tail of the day before, which would start every badge's
       *> sequence in the wrong place.
           IF BE-EVENT-TIMESTAMP (1:8) = WS-REPORT-DATE
                   AND (BE-BADGED-IN OR BE-BADGED-OUT)
               ADD 1 TO WS-EVENTS-READ
               PERFORM 2100-FIND-BADGE
               IF WS-ENTRY-FOUND
                   PERFORM 2200-CHECK-SEQUENCE
               END-IF
           END-IF
           PERFORM 1010-READ-EVENT.

       2100-FIND-BADGE.
       *> The badge's slot, added at its first event of the day with
       *> no direction yet.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-BADGE-IDX TO 1
           SEARCH WS-BADGE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BADGE-IDX > WS-BADGE-COUNT
                   CONTINUE
               WHEN WS-BADGE-NUMBER (WS-BADGE-IDX) = BE-BADGE-NUMBER
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-BADGE-COUNT < WS-MAX-BADGE-ENTRIES
                   ADD 1 TO WS-BADGE-COUNT
                   SET WS-BADGE-IDX TO WS-BADGE-COUNT
                   MOVE BE-BADGE-NUMBER
                       TO WS-BADGE-NUMBER (WS-BADGE-IDX)
                   MOVE SPACES TO WS-BADGE-LAST-DIR (WS-BADGE-IDX)
                   MOVE SPACES TO WS-BADGE-LAST-TIME (WS-BADGE-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   IF NOT WS-BADGE-TABLE-FULL
                       SET WS-BADGE-TABLE-FULL TO TRUE
                       DISPLAY 'PASSBACK WARNING: BADGE TABLE FULL - '
                           'BADGES PAST ' WS-MAX-BADGE-ENTRIES
                           ' NOT CHECKED'
                   END-IF
               END-IF
           END-IF.

       2200-CHECK-SEQUENCE.
           MOVE SPACES TO WS-VIOLATION-TYPE
           IF BE-BADGED-IN
               IF WS-BADGE-LAST-DIR (WS-BADGE-IDX) = 'IN'
                   MOVE 'IN-IN' TO WS-VIOLATION-TYPE
               END-IF
           ELSE
               IF WS-BADGE-LAST-DIR (WS-BADGE-IDX) NOT = 'IN'
                   MOVE 'OUT-NO-IN' TO WS-VIOLATION-TYPE
               END-IF
           END-IF
           IF WS-VIOLATION-TYPE NOT = SPACES
               PERFORM 2300-REPORT-VIOLATION
           END-IF
           MOVE BE-DIRECTION TO WS-BADGE-LAST-DIR (WS-BADGE-IDX)
           MOVE BE-EVENT-TIMESTAMP (9:6)
               TO WS-BADGE-LAST-TIME (WS-BADGE-IDX).

       2300-REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT
           PERFORM 2400-RESOLVE-BADGE
           MOVE WS-BADGE-LAST-TIME (WS-BADGE-IDX) TO WS-PRIOR-TIME
           IF WS-PRIOR-TIME = SPACES
               MOVE '------' TO WS-PRIOR-TIME
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING BE-BADGE-NUMBER ' ' WS-MATCHED-NAME ' '
               WS-VIOLATION-TYPE ' ' WS-PRIOR-TIME ' '
               BE-EVENT-TIMESTAMP (9:6)
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           PERFORM 2500-COUNT-PERSON.

       2400-RESOLVE-BADGE.
       *> An unregistered badge still reports, under its number.
           MOVE SPACES TO WS-MATCHED-NAME
           SET WS-XREF-IDX TO 1
           SEARCH WS-XREF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-XREF-IDX > WS-XREF-COUNT
                   CONTINUE
               WHEN WS-XREF-BADGE (WS-XREF-IDX) = BE-BADGE-NUMBER
                   MOVE WS-XREF-NAME (WS-XREF-IDX)
                       TO WS-MATCHED-NAME
           END-SEARCH
           IF WS-MATCHED-NAME = SPACES
               STRING 'BADGE ' BE-BADGE-NUMBER
                   INTO WS-MATCHED-NAME END-STRING
           END-IF.

       2500-COUNT-PERSON.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-PERSON-IDX TO 1
           SEARCH WS-PERSON-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PERSON-IDX > WS-PERSON-COUNT
                   CONTINUE
               WHEN WS-PERSON-NAME (WS-PERSON-IDX) = WS-MATCHED-NAME
                   SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
                   AND WS-PERSON-COUNT < WS-MAX-PERSON-ENTRIES
               ADD 1 TO WS-PERSON-COUNT
               SET WS-PERSON-IDX TO WS-PERSON-COUNT
               MOVE WS-MATCHED-NAME TO WS-PERSON-NAME (WS-PERSON-IDX)
               MOVE ZERO TO WS-PERSON-VIOLATIONS (WS-PERSON-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-PERSON-VIOLATIONS (WS-PERSON-IDX)
               MOVE BE-EVENT-TIMESTAMP
                   TO WS-PERSON-LAST-STAMP (WS-PERSON-IDX)
           END-IF.

       8000-PRINT-SUMMARY.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'VIOLATIONS BY PERSON:' TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           PERFORM 8100-PRINT-PERSON-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-PERSON-COUNT
           IF WS-EXCEPTION-FILE-STATUS = '00'
               CLOSE EXCEPTION-FILE
           END-IF
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BADGE EVENTS CHECKED : ' WS-EVENTS-READ
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VIOLATIONS           : ' WS-VIOLATION-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REPEAT OFFENDERS (OVER ' WS-ALERT-LIMIT '): '
               WS-ALERT-COUNT
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-PERSON-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-PERSON-NAME (WS-PRINT-IDX) ' '
               WS-PERSON-VIOLATIONS (WS-PRINT-IDX)
               INTO WS-REPORT-LINE END-STRING
           IF WS-PERSON-VIOLATIONS (WS-PRINT-IDX) > WS-ALERT-LIMIT
               MOVE '*** REPEAT OFFENDER - ALERT RAISED'
                   TO WS-REPORT-LINE (30:35)
               PERFORM 8200-RAISE-ALERT
           END-IF
           PERFORM 7000-EMIT-LINE.

       8200-RAISE-ALERT.
       *> One row per repeat offender per day, stamped with the
       *> offender's last violation so the reviewer can go to the
       *> door camera for it.
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO AL-ALERT-RECORD
           MOVE 'PASSBACK' TO AL-ALERT-TYPE
           MOVE WS-PERSON-LAST-STAMP (WS-PRINT-IDX)
               TO AL-EVENT-TIMESTAMP
           MOVE WS-PERSON-NAME (WS-PRINT-IDX) TO AL-USER-NAME
           STRING WS-PERSON-VIOLATIONS (WS-PRINT-IDX)
               ' PASSBACK VIOLATIONS TODAY'
               INTO AL-ALERT-DETAIL END-STRING
           IF WS-EXCEPTION-FILE-STATUS = '00'
               WRITE AL-ALERT-RECORD
           END-IF.

       7000-EMIT-LINE.
       *> Console for the operator, dated file for the audit pack.
           DISPLAY WS-REPORT-LINE
           IF WS-REPORT-FILE-STATUS = '00'
               MOVE WS-REPORT-LINE TO RP-REPORT-LINE
               WRITE RP-REPORT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-REPORT-FILE-STATUS = '00'
               CLOSE REPORT-OUT-FILE
           END-IF
           IF WS-EVENT-FILE-STATUS = '00' OR WS-EVENT-FILE-STATUS
                   = '10'
               CLOSE BADGE-EVENT-FILE
           END-IF
           MOVE 'END' TO WS-RUNLOG-EVENT
           MOVE WS-VIOLATION-COUNT TO WS-RUNLOG-COUNT
           MOVE 'OK' TO WS-RUNLOG-STATUS
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM PASSBACK.
