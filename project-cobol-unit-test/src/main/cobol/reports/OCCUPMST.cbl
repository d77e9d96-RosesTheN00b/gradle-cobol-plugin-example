      *          name everyone badged in and not yet out, with the
      *          head count on top - the list the fire marshal asked
      *          for, runnable during a drill from the operator menu.
      *          A badge on the lost/stolen hotlist is not mustered
      *          under its owner's name - whoever holds it may be
      *          anyone - so HOTCHK raises the alert and the muster
      *          prints the card separately with its last event.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88  WS-PERSON-TABLE-FULL     VALUE 'Y'.
       77  WS-INSIDE-COUNT PIC 9(3) VALUE ZERO.
       77  WS-UNKNOWN-BADGES PIC 9(3) VALUE ZERO.
       01  WS-HOT-CALLER PIC X(8) VALUE 'OCCUPMST'.
       01  WS-HOT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BADGE-HOTLISTED       VALUE 'Y'.
       01  WS-HOT-OWNER PIC X(20).
       77  WS-HOT-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-HOT-ENTRIES PIC 9(3) VALUE 50.
       77  WS-PRINT-IDX PIC 9(3).
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES
               10  WS-PERSON-INS        PIC 9(3).
               10  WS-PERSON-OUTS       PIC 9(3).
               10  WS-PERSON-LAST-IN    PIC X(14).
       01  WS-HOT-TABLE.
           05  WS-HOT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-HOT-IDX.
               10  WS-HOT-BADGE         PIC X(10).
               10  WS-HOT-LAST-OWNER    PIC X(20).
               10  WS-HOT-LAST-EVENT    PIC X(14).
               10  WS-HOT-LAST-DIR      PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE ZERO TO WS-PERSON-COUNT
           MOVE ZERO TO WS-INSIDE-COUNT
           MOVE ZERO TO WS-UNKNOWN-BADGES
           MOVE ZERO TO WS-HOT-COUNT
           INITIALIZE WS-PERSON-TABLE
           INITIALIZE WS-HOT-TABLE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-REPORT-FILE-NAME
       *> can carry the tail of yesterday's file.
           IF BE-EVENT-TIMESTAMP (1:8) = WS-TODAY-DATE
                   AND (BE-BADGED-IN OR BE-BADGED-OUT)
               CALL 'HOTCHK' USING BE-BADGE-NUMBER
                   BE-EVENT-TIMESTAMP WS-HOT-CALLER WS-HOT-SWITCH
                   WS-HOT-OWNER
               IF WS-BADGE-HOTLISTED
                   PERFORM 2300-TALLY-HOT-BADGE
               ELSE
                   PERFORM 2100-RESOLVE-BADGE
                   IF WS-NAME-FOUND
                       PERFORM 2200-TALLY-PERSON
                   ELSE
                       ADD 1 TO WS-UNKNOWN-BADGES
                   END-IF
               END-IF
           END-IF
           PERFORM 1010-READ-EVENT.
               END-IF
           END-IF.

       2300-TALLY-HOT-BADGE.
       *> One line per hotlisted card, carrying its latest event -
       *> the export is in time order, so the last one seen wins.
           MOVE 'N' TO WS-FOUND-SWITCH
           SET WS-HOT-IDX TO 1
           SEARCH WS-HOT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HOT-IDX > WS-HOT-COUNT
                   CONTINUE
               WHEN WS-HOT-BADGE (WS-HOT-IDX) = BE-BADGE-NUMBER
                   SET WS-NAME-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-NAME-FOUND
               IF WS-HOT-COUNT < WS-MAX-HOT-ENTRIES
                   ADD 1 TO WS-HOT-COUNT
                   SET WS-HOT-IDX TO WS-HOT-COUNT
                   MOVE BE-BADGE-NUMBER TO WS-HOT-BADGE (WS-HOT-IDX)
                   MOVE WS-HOT-OWNER
                       TO WS-HOT-LAST-OWNER (WS-HOT-IDX)
                   SET WS-NAME-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-NAME-FOUND
               MOVE BE-EVENT-TIMESTAMP
                   TO WS-HOT-LAST-EVENT (WS-HOT-IDX)
               MOVE BE-DIRECTION TO WS-HOT-LAST-DIR (WS-HOT-IDX)
           END-IF.

       8000-PRINT-MUSTER.
       *> More INs than OUTs means badged in and not yet out -
       *> inside the building right now.
                   INTO WS-REPORT-LINE END-STRING
               PERFORM 7000-EMIT-LINE
           END-IF
           IF WS-HOT-COUNT > ZERO
               PERFORM 8200-PRINT-HOT-BADGES
           END-IF
           MOVE '================================================'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE.

       8200-PRINT-HOT-BADGES.
       *> Not in the head count - the holder is unknown - but the
       *> marshal needs to know a lost or stolen card was used.
           MOVE '------------------------------------------------'
               TO WS-REPORT-LINE
           PERFORM 7000-EMIT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*** HOTLISTED BADGES USED TODAY: ' WS-HOT-COUNT
               ' - HOLDER UNKNOWN ***'
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE
           PERFORM 8210-PRINT-HOT-LINE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-HOT-COUNT.

       8210-PRINT-HOT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BADGE ' WS-HOT-BADGE (WS-PRINT-IDX)
               ' LAST ' WS-HOT-LAST-DIR (WS-PRINT-IDX)
               ' AT ' WS-HOT-LAST-EVENT (WS-PRINT-IDX) (9:6)
               ' OWNER ' WS-HOT-LAST-OWNER (WS-PRINT-IDX)
               INTO WS-REPORT-LINE END-STRING
           PERFORM 7000-EMIT-LINE.

       8100-PRINT-INSIDE-LINE.
           IF WS-PERSON-INS (WS-PRINT-IDX)
                   > WS-PERSON-OUTS (WS-PRINT-IDX)
