           88  WS-END-OF-FILE           VALUE 'Y'.
       01  WS-INQUIRY-NAME PIC X(20).
       77  WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
           COPY "PRIVCALL.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 1010-READ-HISTORY
           END-IF
           PERFORM 1020-TRAIL-THE-TARGET.

       1020-TRAIL-THE-TARGET.
       *> Whose history was looked at goes on the privileged-action
       *> trail, under the operator signed on at the menu.
           MOVE SPACES TO PV-CALL-AREA
           SET PV-WRITE-ROW TO TRUE
           MOVE 'TARGET' TO PV-EVENT
           MOVE ZERO TO PV-MENU-CHOICE
           MOVE 'UMHSTINQ' TO PV-PROGRAM
           MOVE WS-INQUIRY-NAME TO PV-TARGET
           CALL 'PRIVLGWR' USING PV-CALL-AREA.

       1010-READ-HISTORY.
       *> Blanked first so a short old-width row never shows the
