      *          SECALERT layout goes to the SECEXCPT file for the
      *          morning review, once per name per day.  Badge
      *          numbers resolve to names through BADGXREF exactly
      *          as BADGEXLT resolves them.  A badge on the
      *          lost/stolen hotlist vouches for nobody - its events
      *          are handed to HOTCHK for the alert and left out of
      *          the correlation; they are counted in with the run
      *          log END row, which ends WARN-HOT-BADGE with the
      *          number of them rather than OK, so MORNSTAT puts a
      *          hot-list hit in front of the morning review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-FOUND-SWITCH PIC X(1) VALUE 'N'.
           88  WS-NAME-FOUND            VALUE 'Y'.
       01  WS-MATCHED-NAME PIC X(20).
       01  WS-HOT-CALLER PIC X(8) VALUE 'BADGCORR'.
       01  WS-HOT-SWITCH PIC X(1) VALUE 'N'.
           88  WS-BADGE-HOTLISTED       VALUE 'Y'.
       01  WS-HOT-OWNER PIC X(20).
       77  WS-HOT-EVENTS PIC 9(5) VALUE ZERO.
       77  WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       77  WS-MAX-XREF-ENTRIES PIC 9(3) VALUE 500.
       77  WS-IN-COUNT PIC 9(3) VALUE ZERO.
           MOVE ZERO TO WS-NOBADGE-COUNT
           MOVE ZERO TO WS-NOBADGE-ALERTS
           MOVE ZERO TO WS-NOTERM-ALERTS
           MOVE ZERO TO WS-HOT-EVENTS
           INITIALIZE WS-BADGED-IN-TABLE
           INITIALIZE WS-NOBADGE-TABLE
           CALL 'BUSDATSV' USING WS-CHECK-DATE
           END-READ.

       1220-STORE-BADGE-IN.
       *> Runs before SECEXCPT is opened below, so HOTCHK's own
       *> append to it never meets this program's open.
           IF BE-EVENT-TIMESTAMP (1:8) = WS-CHECK-DATE
               CALL 'HOTCHK' USING BE-BADGE-NUMBER
                   BE-EVENT-TIMESTAMP WS-HOT-CALLER WS-HOT-SWITCH
                   WS-HOT-OWNER
               IF WS-BADGE-HOTLISTED
                   ADD 1 TO WS-HOT-EVENTS
               ELSE
                   IF BE-BADGED-IN
                       PERFORM 1230-RESOLVE-BADGE
                       IF WS-NAME-FOUND
                           PERFORM 1240-REMEMBER-IN-NAME
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1210-READ-EVENT.
               WS-NOBADGE-ALERTS
           DISPLAY 'BADGCORR BADGE-INS WITHOUT USE : '
               WS-NOTERM-ALERTS
           DISPLAY 'BADGCORR HOTLISTED BADGE EVENTS: '
               WS-HOT-EVENTS
           MOVE 'END' TO WS-RUNLOG-EVENT
           COMPUTE WS-RUNLOG-COUNT =
               WS-NOBADGE-ALERTS + WS-NOTERM-ALERTS + WS-HOT-EVENTS
           IF WS-HOT-EVENTS > ZERO
               MOVE SPACES TO WS-RUNLOG-STATUS
               STRING 'WARN-HOT-BADGE-' WS-HOT-EVENTS
                   INTO WS-RUNLOG-STATUS END-STRING
           ELSE
               MOVE 'OK' TO WS-RUNLOG-STATUS
           END-IF
           PERFORM 0900-WRITE-RUNLOG.

       END PROGRAM BADGCORR.
