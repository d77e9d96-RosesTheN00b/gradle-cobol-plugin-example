      *          crew to inherit.  A shift that crosses midnight
      *          reads both days' generations, the early side from
      *          the report date and the late side from the next.
      *          A roster name away on a planned absence (ABSENCES,
      *          via ABSCHK) is not a no-show - it prints in its own
      *          section by absence type - and a crew member who
      *          signed on during a recorded absence is flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY "AUDTFNAM.cpy".
           COPY "ABSTYPES.cpy".
       01  WS-AUDIT-FILE-STATUS PIC X(2).
       01  WS-LOGOFF-FILE-STATUS PIC X(2).
       01  WS-SHIFT-FILE-STATUS PIC X(2).
       77  WS-PRINT-IDX PIC 9(3).
       77  WS-NO-SHOW-COUNT PIC 9(3) VALUE ZERO.
       77  WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
       77  WS-TYPE-IDX PIC 9(1).
       01  WS-ABS-CHECK-NAME PIC X(20).
       01  WS-ABS-TYPE PIC X(1).
           88  WS-NOT-ABSENT            VALUE SPACE.
       01  WS-ABS-TO-DATE PIC 9(8).
       01  WS-ABS-TYPE-NAME PIC X(10).
       77  WS-FLAGGED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-PLANNED-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-PLANNED-ENTRIES PIC 9(3) VALUE 100.
      *    Roster names the absence register explains, held until
      *    the no-show pass is done so they can print by type.
       01  WS-PLANNED-TABLE.
           05  WS-PLANNED-ENTRY OCCURS 100 TIMES.
               10  WS-PLANNED-NAME      PIC X(20).
               10  WS-PLANNED-TYPE      PIC X(1).
       01  WS-CREW-TABLE.
           05  WS-CREW-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CREW-IDX.
           MOVE ZERO TO WS-CREW-COUNT
           MOVE ZERO TO WS-NO-SHOW-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-PLANNED-COUNT
           MOVE ZERO TO WS-FLAGGED-COUNT
           INITIALIZE WS-CREW-TABLE
           INITIALIZE WS-PLANNED-TABLE
           PERFORM 1500-GET-PARAMETERS
           IF WS-REPORT-DATE = ZERO
               CALL 'BUSDATSV' USING WS-REPORT-DATE
               PERFORM 7000-EMIT-LINE
           END-IF
           PERFORM 8200-PRINT-NO-SHOWS
           PERFORM 8250-PRINT-PLANNED-ABSENCES
           PERFORM 8300-PRINT-OPEN-SESSIONS
           PERFORM 8400-PRINT-ABSENT-SIGN-ONS
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8200-PRINT-NO-SHOWS.
       *> The day's roster names who was EXPECTED - anyone on it
       *> with no sign-on inside the shift window never showed,
       *> unless the absence register says they were meant to be
       *> away.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-NAME-FOUND
               MOVE RO-STAFF-NAME TO WS-ABS-CHECK-NAME
               CALL 'ABSCHK' USING WS-ABS-CHECK-NAME WS-REPORT-DATE
                   WS-ABS-TYPE WS-ABS-TO-DATE
               IF WS-NOT-ABSENT
                   ADD 1 TO WS-NO-SHOW-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' RO-STAFF-NAME
                       INTO WS-REPORT-LINE END-STRING
                   PERFORM 7000-EMIT-LINE
               ELSE
                   PERFORM 8230-HOLD-PLANNED-ABSENCE
               END-IF
           END-IF
           PERFORM 8210-READ-ROSTER.

       8230-HOLD-PLANNED-ABSENCE.
           IF WS-PLANNED-COUNT < WS-MAX-PLANNED-ENTRIES
               ADD 1 TO WS-PLANNED-COUNT
               MOVE RO-STAFF-NAME
                   TO WS-PLANNED-NAME (WS-PLANNED-COUNT)
               MOVE WS-ABS-TYPE TO WS-PLANNED-TYPE (WS-PLANNED-COUNT)
           ELSE
               DISPLAY 'SHIFTRPT WARNING: PLANNED ABSENCE TABLE FULL'
                   ' - ' RO-STAFF-NAME ' NOT LISTED'
           END-IF.

       8250-PRINT-PLANNED-ABSENCES.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'ON ROSTER, AWAY ON A PLANNED ABSENCE:'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           PERFORM 8260-PRINT-ABSENCE-TYPE
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > AT-TYPE-COUNT
           IF WS-PLANNED-COUNT = ZERO
               MOVE '  NONE' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF.

       8260-PRINT-ABSENCE-TYPE.
           PERFORM 8270-PRINT-PLANNED-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-PLANNED-COUNT.

       8270-PRINT-PLANNED-LINE.
           IF WS-PLANNED-TYPE (WS-PRINT-IDX)
                   = AT-TYPE-CODE (WS-TYPE-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' AT-TYPE-NAME (WS-TYPE-IDX) ' '
                   WS-PLANNED-NAME (WS-PRINT-IDX)
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       8300-PRINT-OPEN-SESSIONS.
           MOVE '------------------------------------------------'
               PERFORM 7000-EMIT-LINE
           END-IF.

       8400-PRINT-ABSENT-SIGN-ONS.
       *> A crew member signing on inside a recorded absence usually
       *> means the absence was called off and HR never heard.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE 'SIGNED ON DURING A RECORDED ABSENCE (TELL HR):'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           PERFORM 8410-CHECK-CREW-ABSENCE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-CREW-COUNT
           IF WS-FLAGGED-COUNT = ZERO
               MOVE '  NONE' TO WS-REPORT-LINE
               PERFORM 7000-EMIT-LINE
           END-IF.

       8410-CHECK-CREW-ABSENCE.
           MOVE WS-CREW-NAME (WS-PRINT-IDX) TO WS-ABS-CHECK-NAME
           CALL 'ABSCHK' USING WS-ABS-CHECK-NAME WS-REPORT-DATE
               WS-ABS-TYPE WS-ABS-TO-DATE
           IF NOT WS-NOT-ABSENT
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE 'OTHER' TO WS-ABS-TYPE-NAME
               PERFORM 8420-MATCH-TYPE-NAME
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > AT-TYPE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-CREW-NAME (WS-PRINT-IDX)
                   ' RECORDED AS ' WS-ABS-TYPE-NAME
                   ' UNTIL ' WS-ABS-TO-DATE
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF.

       8420-MATCH-TYPE-NAME.
           IF AT-TYPE-CODE (WS-TYPE-IDX) = WS-ABS-TYPE
               MOVE AT-TYPE-NAME (WS-TYPE-IDX) TO WS-ABS-TYPE-NAME
           END-IF.

       7000-EMIT-LINE.
       *> Every report line goes to the console exactly as before and
       *> to the dated report file - the file is the system of record
