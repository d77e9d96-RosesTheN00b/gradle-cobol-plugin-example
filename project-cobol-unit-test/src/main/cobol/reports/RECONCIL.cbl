      *          exceptions list of scheduled staff who never signed
      *          on, and sign-ons from names not on the roster, so a
      *          supervisor can catch no-shows and unexpected access
      *          in one pass.  A no-show covered by the planned
      *          absence register (ABSENCES, via ABSCHK) is not an
      *          exception - it prints in its own section by absence
      *          type - and anyone who signs on during a recorded
      *          absence is flagged, since that usually means the
      *          absence was cancelled and nobody told HR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY "AUDTFNAM.cpy".
           COPY "ABSTYPES.cpy".
       01  WS-ROSTER-FILE-STATUS PIC X(2).
       01  WS-ALIAS-FILE-STATUS PIC X(2).
       01  WS-ALIAS-EOF-SWITCH PIC X(1) VALUE 'N'.
       01  WS-UNEXPECTED-FULL-SWITCH PIC X(1) VALUE 'N'.
           88  WS-UNEXPECTED-TABLE-FULL VALUE 'Y'.
       77  WS-PRINT-IDX PIC 9(3).
       77  WS-TYPE-IDX PIC 9(1).
       01  WS-ABS-CHECK-NAME PIC X(20).
       01  WS-ABS-TYPE PIC X(1).
           88  WS-NOT-ABSENT            VALUE SPACE.
       01  WS-ABS-TO-DATE PIC 9(8).
       01  WS-ABS-TYPE-NAME PIC X(10).
       77  WS-NO-SHOW-COUNT PIC 9(3) VALUE ZERO.
       77  WS-PLANNED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-FLAGGED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-FLAGGED-ENTRIES PIC 9(3) VALUE 100.
      *    Everyone seen signing on while an absence of theirs was in
      *    force - one row per person however often they signed on.
       01  WS-FLAGGED-TABLE.
           05  WS-FLAGGED-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FLAGGED-IDX.
               10  WS-FLAGGED-NAME      PIC X(20).
               10  WS-FLAGGED-TYPE      PIC X(1).
               10  WS-FLAGGED-TO        PIC 9(8).
       01  WS-RUNLOG-PROGRAM PIC X(10) VALUE 'RECONCIL'.
       01  WS-RUNLOG-EVENT PIC X(5).
       01  WS-RUNLOG-COUNT PIC 9(7) VALUE ZERO.
               10  WS-ROSTER-NAME           PIC X(20).
               10  WS-ROSTER-SIGNED-ON      PIC X(1) VALUE 'N'.
                   88  WS-ROSTER-WAS-SIGNED-ON  VALUE 'Y'.
      *        Set for a no-show at print time - the absence type
      *        that explains them, space when nothing does.
               10  WS-ROSTER-ABS-TYPE       PIC X(1) VALUE SPACE.
       01  WS-UNEXPECTED-TABLE.
           05  WS-UNEXPECTED-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-UNEXPECTED-IDX.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH
           MOVE ZERO TO WS-ROSTER-COUNT
           MOVE ZERO TO WS-UNEXPECTED-COUNT
           MOVE ZERO TO WS-NO-SHOW-COUNT
           MOVE ZERO TO WS-PLANNED-COUNT
           MOVE ZERO TO WS-FLAGGED-COUNT
           INITIALIZE WS-FLAGGED-TABLE
       *> Blank out every slot so an unused one can never spuriously
       *> match a real (non-blank) AU-USER-NAME below in 2100.
           INITIALIZE WS-ROSTER-TABLE
               SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
               MOVE RO-STAFF-NAME TO WS-ROSTER-NAME (WS-ROSTER-IDX)
               MOVE 'N' TO WS-ROSTER-SIGNED-ON (WS-ROSTER-IDX)
               MOVE SPACE TO WS-ROSTER-ABS-TYPE (WS-ROSTER-IDX)
           ELSE
               IF NOT WS-ROSTER-TABLE-FULL
                   SET WS-ROSTER-TABLE-FULL TO TRUE
           END-SEARCH
           IF NOT WS-NAME-FOUND
               PERFORM 2200-STORE-UNEXPECTED
           END-IF
           PERFORM 2300-CHECK-ABSENT-SIGN-ON.

       2150-RESOLVE-ALIAS.
           SET WS-ALIAS-IDX TO 1
               END-IF
           END-IF.

       2300-CHECK-ABSENT-SIGN-ON.
       *> Roster or not, a sign-on inside a recorded absence is
       *> worth a question - the absence is probably stale.
           MOVE WS-MATCH-NAME TO WS-ABS-CHECK-NAME
           CALL 'ABSCHK' USING WS-ABS-CHECK-NAME WS-REPORT-DATE
               WS-ABS-TYPE WS-ABS-TO-DATE
           IF NOT WS-NOT-ABSENT
               SET WS-FLAGGED-IDX TO 1
               SEARCH WS-FLAGGED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FLAGGED-IDX > WS-FLAGGED-COUNT
                       CONTINUE
                   WHEN WS-FLAGGED-NAME (WS-FLAGGED-IDX)
                           = WS-MATCH-NAME
                       MOVE SPACE TO WS-ABS-TYPE
               END-SEARCH
           END-IF
           IF NOT WS-NOT-ABSENT
                   AND WS-FLAGGED-COUNT < WS-MAX-FLAGGED-ENTRIES
               ADD 1 TO WS-FLAGGED-COUNT
               SET WS-FLAGGED-IDX TO WS-FLAGGED-COUNT
               MOVE WS-MATCH-NAME TO WS-FLAGGED-NAME (WS-FLAGGED-IDX)
               MOVE WS-ABS-TYPE TO WS-FLAGGED-TYPE (WS-FLAGGED-IDX)
               MOVE WS-ABS-TO-DATE TO WS-FLAGGED-TO (WS-FLAGGED-IDX)
           END-IF.

       8000-PRINT-EXCEPTIONS.
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 8100-PRINT-NO-SHOW
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-ROSTER-COUNT
           IF WS-NO-SHOW-COUNT = ZERO
               MOVE '  NONE UNEXPLAINED' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'PLANNED ABSENCES (NOT EXCEPTIONS):' TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           PERFORM 8300-PRINT-ABSENCE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > AT-TYPE-COUNT
           IF WS-PLANNED-COUNT = ZERO
               MOVE '  NONE' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           PERFORM 8200-PRINT-UNEXPECTED
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-UNEXPECTED-COUNT
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'SIGNED ON DURING A RECORDED ABSENCE (TELL HR):'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           PERFORM 8400-PRINT-FLAGGED
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-FLAGGED-COUNT
           IF WS-FLAGGED-COUNT = ZERO
               MOVE '  NONE' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-NO-SHOW.
       *> Only a no-show the absence register cannot explain stays
       *> on the exception list; the rest wait for 8300.
           IF NOT WS-ROSTER-WAS-SIGNED-ON (WS-PRINT-IDX)
               MOVE WS-ROSTER-NAME (WS-PRINT-IDX)
                   TO WS-ABS-CHECK-NAME
               CALL 'ABSCHK' USING WS-ABS-CHECK-NAME WS-REPORT-DATE
                   WS-ABS-TYPE WS-ABS-TO-DATE
               MOVE WS-ABS-TYPE TO WS-ROSTER-ABS-TYPE (WS-PRINT-IDX)
               IF WS-NOT-ABSENT
                   ADD 1 TO WS-NO-SHOW-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-ROSTER-NAME (WS-PRINT-IDX)
                       INTO WS-REPORT-LINE END-STRING
                   PERFORM 7000-EMIT-LINE
               ELSE
                   ADD 1 TO WS-PLANNED-COUNT
               END-IF
           END-IF.

       8200-PRINT-UNEXPECTED.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-UNEXPECTED-NAME (WS-PRINT-IDX)
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE.

       8300-PRINT-ABSENCE-TYPE.
           PERFORM 8310-PRINT-PLANNED
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-ROSTER-COUNT.

       8310-PRINT-PLANNED.
           IF NOT WS-ROSTER-WAS-SIGNED-ON (WS-PRINT-IDX)
                   AND WS-ROSTER-ABS-TYPE (WS-PRINT-IDX)
                       = AT-TYPE-CODE (WS-TYPE-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' AT-TYPE-NAME (WS-TYPE-IDX) ' '
                   WS-ROSTER-NAME (WS-PRINT-IDX)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       8400-PRINT-FLAGGED.
           MOVE 'OTHER' TO WS-ABS-TYPE-NAME
           PERFORM 8410-MATCH-TYPE-NAME
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > AT-TYPE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-FLAGGED-NAME (WS-PRINT-IDX)
               ' RECORDED AS ' WS-ABS-TYPE-NAME
               ' UNTIL ' WS-FLAGGED-TO (WS-PRINT-IDX)
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE.

       8410-MATCH-TYPE-NAME.
           IF AT-TYPE-CODE (WS-TYPE-IDX)
                   = WS-FLAGGED-TYPE (WS-PRINT-IDX)
               MOVE AT-TYPE-NAME (WS-TYPE-IDX) TO WS-ABS-TYPE-NAME
           END-IF.

       7000-EMIT-LINE.
       *> Every report line goes to the console exactly as before and
       *> to the dated report file - the file is the system of record
